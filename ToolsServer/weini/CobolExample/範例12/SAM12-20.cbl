      ** 讀異動明細帳檔 SAM12-2.LGR，依參數卡 SAM12-20.PRM 之
      ** 結帳年月(YYMM)，按產品別列印期初餘額/進貨/出貨/調整
      ** /期末餘額各欄，期末取該月最後一筆過帳後餘額，供向
      ** 稽核說明任一 PRO-QTY 數字之組成由來。
      ** 列印完成即於會計期間控制檔 SAM12-2.PER 記該年月
      ** 對帳單日期，供 Sample12-32 結帳前確認
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-20.
      **
      **       結帳年月參數卡
           SELECT PARM-FILE ASSIGN TO "SAM12-20.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       會計期間控制檔，記對帳單完成日
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PER-FILE.
      **       產品別排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-20.SRT".
      **       月結對帳單報表
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-YYMM        PIC X(4).
      **
        FD PER-FILE
           LABEL RECORD IS STANDARD.
           COPY "PER-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
        01 FS-LGR-FILE    PIC X(2).
        01 FS-PARM-FILE   PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-YYMM        PIC X(4).
        01 WS-SEQ         PIC 9(7) VALUE 0.
                      INPUT PROCEDURE IS 300-SELECT-RECORDS
                      OUTPUT PROCEDURE IS 500-PRINT-REPORT
                 PERFORM 900-PRINT-SUMMARY
                 PERFORM 700-STAMP-PERIOD
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       期間控制檔不存在時由系統新建，05 視同成功
           OPEN I-O PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
       110-READ-LEDGER.
           READ LGR-FILE
           STRING "合計列印 " WS-PRO-COUNT " 項產品"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       記該年月對帳單完成日；年月尚無記錄即新建未結，
      **       已結帳者保留結帳時之記錄不再改
       700-STAMP-PERIOD.
           MOVE WS-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PER-FILE = "00"
              IF PER-CLOSED
                 DISPLAY "年月 " WS-YYMM
                         " 已結帳，報表日不再更新"
              ELSE
                 MOVE WS-TODAY TO PER-STMT-DATE
                 REWRITE PER-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           ELSE
              IF FS-PER-FILE = "23"
                 MOVE WS-YYMM TO PER-YYMM
                 MOVE "O" TO PER-STATUS
                 MOVE ZERO TO PER-SNAP-DATE
                 MOVE WS-TODAY TO PER-STMT-DATE
                 MOVE ZERO TO PER-CLOSE-DATE
                 MOVE ZERO TO PER-REOPEN-DATE
                 MOVE SPACES TO PER-REOPEN-SUP
                 WRITE PER-REC
                    INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.
           IF FS-PER-FILE NOT = "00"
              DISPLAY "期間控制檔更新失敗，STATUS="
                      FS-PER-FILE
           END-IF.
      **
       800-CLOSE.
           CLOSE LGR-FILE PARM-FILE RPT-FILE PER-FILE.
