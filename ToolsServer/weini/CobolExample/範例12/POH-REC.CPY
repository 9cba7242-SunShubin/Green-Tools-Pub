      ** POH-REC.CPY : 採購單歷史檔(SAM12-2.POH)記錄格式，
      ** 採購單結案(進貨過帳)或取消時即留存一筆，不隨未結
      ** 採購單檔換單而消失，供供應商交貨績效評比；進貨
      ** 整批沖回重開之採購單改 V 不計，再收貨結案時覆寫；
      ** 欄位寬度如有調整只需改此處一份
        01 POH-REC.
           05 POH-KEY.
              10 POH-PO-NO    PIC 9(6).
              10 POH-PRO-NO   PIC X(5).
           05 POH-SUP-NO      PIC X(5).
           05 POH-PO-QTY      PIC 9(5).
           05 POH-PO-DATE     PIC 9(6).
      **       收貨數量/收貨營業日，取消者為零
           05 POH-RCV-QTY     PIC 9(5).
           05 POH-RCV-DATE    PIC 9(6).
           05 POH-CLOSE-DATE  PIC 9(6).
           05 POH-CLOSE-CODE  PIC X(1).
              88 POH-RECEIVED     VALUE "R".
              88 POH-CANCELLED    VALUE "C".
              88 POH-VOIDED       VALUE "V".
      **       結案/取消原因：收貨自動記足量/短交/超交，
      **       取消由採購輸入
           05 POH-REASON      PIC X(20).
           05 POH-OPERATOR    PIC X(5).
      **       結案之過帳批號，取消者為零
           05 POH-BATCH-NO    PIC 9(6).
