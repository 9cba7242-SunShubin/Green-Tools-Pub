      ** LOT-REC.CPY : 批號庫存檔(SAM12-2.LOT)記錄格式，
      ** 以產品編號+儲位代碼+批號為鍵，存各批持有數量、
      ** 收貨日與有效日期；進貨帶批號者建檔，出貨依有效
      ** 日期先到期先出(FEFO)扣批。同一儲位各批數量合計
      ** 不大於儲位庫存，差額為未分批之庫存(批號管理前
      ** 之舊庫存或進貨未帶批號者)。數量扣至零之批仍留
      ** 檔，供整批沖回時回補；欄位寬度如有調整只需改此
      ** 處一份
        01 LOT-REC.
           05 LOT-KEY.
              10 LOT-PRO-NO   PIC X(5).
              10 LOT-LOC-CODE PIC X(2).
              10 LOT-NO       PIC X(8).
           05 LOT-QTY         PIC 9(5).
           05 LOT-RCV-DATE    PIC 9(6).
      **       有效日期(YYMMDD)，零為不限期，排在最後出貨
           05 LOT-EXP-DATE    PIC 9(6).
