      ** ORD-REC.CPY : 客戶訂單明細檔(SAM12-33.ORD)記錄格式，
      ** 每訂單每項一列，供配貨揀貨程式讀入依需求日配貨；
      ** 訂單號+項次(共 8 碼)即出貨異動之單號，可追溯至
      ** 明細帳；欄位寬度如有調整只需改此處一份
        01 ORD-REC.
           05 ORD-KEY.
              10 ORD-NO      PIC X(6).
              10 ORD-LINE    PIC 9(2).
           05 ORD-PRO-NO     PIC X(5).
           05 ORD-QTY        PIC 9(5).
           05 ORD-REQ-DATE   PIC 9(6).
