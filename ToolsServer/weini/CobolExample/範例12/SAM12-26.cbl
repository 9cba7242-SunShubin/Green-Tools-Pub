      ** 當月快照檔(S12yymm.SNP，主檔每日在變，晚一天跑報表
      ** 即失真，故先凍結再出報)；印庫存評價報表(PRO-QTY 乘
      ** PRO-UNIT-COST，依供應商小計，有效/停用分段列示)；
      ** 再與前月快照檔逐產品勾稽，列印各產品評價增減。
      ** 快照完成即於會計期間控制檔 SAM12-2.PER 記該年月
      ** 快照日期，供 Sample12-32 結帳前確認；該年月已結帳
      ** 者快照即凍結，不得重跑覆蓋
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-26.
      **
      **       前月快照檔，檔名依比較年月組成
           SELECT PRV-FILE ASSIGN TO WS-PRV-NAME
                  FILE STATUS IS FS-PRV-FILE.
      **       會計期間控制檔，記快照完成日/擋已結帳年月
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PER-FILE.
      **       結帳年月/比較年月參數卡
           SELECT PARM-FILE ASSIGN TO "SAM12-26.PRM"
                  FILE STATUS IS FS-PARM-FILE.
           05 PRV-SUP-NO       PIC X(5).
           05 PRV-REORDER-PT   PIC 9(5).
           05 PRV-LAST-MOVE    PIC 9(6).
      **
        FD PER-FILE
           LABEL RECORD IS STANDARD.
           COPY "PER-REC.CPY".
      **
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 FS-PRV-FILE    PIC X(2).
        01 FS-PARM-FILE   PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-YYMM        PIC X(4).
        01 WS-PRV-YYMM    PIC X(4).
                      INPUT PROCEDURE IS 300-SELECT-RECORDS
                      OUTPUT PROCEDURE IS 500-PRINT-REPORT
                 PERFORM 900-PRINT-SUMMARY
                 PERFORM 750-STAMP-PERIOD
                 IF PRV-WANTED = "Y"
                    PERFORM 700-COMPARE-PHASE
                 END-IF
              IF FS-PARM-FILE = "00"
                 PERFORM 105-EDIT-PARM
              END-IF
              IF PARM-OK = "Y"
                 PERFORM 115-CHECK-PERIOD
              END-IF
              CLOSE PARM-FILE
           END-IF.
      **
                 DISPLAY "比較年月非數字，不做前後月比較"
              END-IF
           END-IF.
      **
      **       已結帳年月之快照即凍結，不得重跑覆蓋
       115-CHECK-PERIOD.
           OPEN I-O PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO PARM-OK
           ELSE
              MOVE WS-YYMM TO PER-YYMM
              READ PER-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF FS-PER-FILE = "00" AND PER-CLOSED
                 DISPLAY "結帳年月 " WS-YYMM
                         " 已結帳，快照不得重跑 !"
                 MOVE "N" TO PARM-OK
              END-IF
              IF PARM-OK = "N"
                 CLOSE PER-FILE
              END-IF
           END-IF.
      **
       120-OPEN-FILE.
           OPEN INPUT PRO-FILE.
           STRING "凍結 " WS-SNP-COUNT " 項產品至 " WS-SNP-NAME
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       快照全數寫妥始記該年月快照完成日；
      **       年月尚無記錄即新建未結
       750-STAMP-PERIOD.
           IF FS-SNP-FILE = "00"
              MOVE WS-YYMM TO PER-YYMM
              READ PER-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF FS-PER-FILE = "00"
                 MOVE WS-TODAY TO PER-SNAP-DATE
                 REWRITE PER-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 IF FS-PER-FILE = "23"
                    MOVE WS-YYMM TO PER-YYMM
                    MOVE "O" TO PER-STATUS
                    MOVE WS-TODAY TO PER-SNAP-DATE
                    MOVE ZERO TO PER-STMT-DATE
                    MOVE ZERO TO PER-CLOSE-DATE
                    MOVE ZERO TO PER-REOPEN-DATE
                    MOVE SPACES TO PER-REOPEN-SUP
                    WRITE PER-REC
                       INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-IF
              IF FS-PER-FILE NOT = "00"
                 DISPLAY "期間控制檔更新失敗，STATUS="
                         FS-PER-FILE
              END-IF
           END-IF.
      **
       800-CLOSE.
           CLOSE PRO-FILE SNP-FILE RPT-FILE PER-FILE.
