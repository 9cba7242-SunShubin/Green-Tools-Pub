      ** 儲位庫存記錄(SAM12-2.LOC，數量帶 PRO-QTY)，使各
      ** 儲位合計自始即等於主檔總量，切換首日出貨/盤點
      ** 始有帳面可核。轉檔後請分別更名取代原檔再執行。
      ** 新明細帳依現行 LGR-REC.CPY，批號等後加欄位已一併
      ** 留空白/零；自此格式升級者只跑本程式，不須再跑
      ** Sample12-30
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-28.
      **
           MOVE OLD-LGR-BALANCE  TO LGR-BALANCE.
           MOVE SPACES           TO LGR-LOC-CODE.
           MOVE SPACES           TO LGR-LOC-TO.
           MOVE ZERO             TO LGR-BATCH-NO.
           MOVE ZERO             TO LGR-PO-NO.
           MOVE SPACES           TO LGR-LOT-NO.
           WRITE LGR-REC.
           IF FS-NEW-LGR = "00"
              ADD 1 TO WS-LGR-COUNT
