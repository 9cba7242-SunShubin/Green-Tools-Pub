      ** 主檔總量同步加減並更新最近異動日)，過帳明細比照
      ** Sample12-11 寫入明細帳檔 SAM12-2.LGR，並寫稽核
      ** 軌跡檔 SAM12-2.LOG；已過帳之盤點單改 P 狀態，
      ** 重跑不再重複過帳。
      ** 過帳日所屬年月已於會計期間控制檔 SAM12-2.PER 結帳
      ** 者，P 模式自動降為僅印報表，不寫入明細帳。
      ** 盤虧後該儲位各批號數量合計(SAM12-2.LOT)超過盤點數
      ** 者，超出之數依先到期先出自各批扣除，明細帳每批
      ** 一筆記批號，其餘差異記未分批庫存(批號空白)
      ** 盤點單結案(含無差異結案)即回寫循環盤點排程檔
      ** SAM12-2.CCS 之最近盤點日與盤點單號，供 Sample12-42
      ** 推算下次應盤日；尚無排程者新建一筆未分類記錄
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-22.
      **
                  RECORD KEY IS LOC-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOC-FILE.
      **       批號庫存檔，盤虧超出未分批庫存者扣批
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOT-FILE.
      **       循環盤點排程檔，盤點結案回寫最近盤點日
           SELECT OPTIONAL CCS-FILE ASSIGN TO RANDOM "SAM12-2.CCS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CCS-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-CCS-FILE.
      **       異動明細帳檔，過帳成功即補寫永久留存
           SELECT LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
      **       執行模式參數卡：R=僅印報表 P=核准差異過帳
           SELECT PARM-FILE ASSIGN TO "SAM12-22.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       會計期間控制檔，已結帳年月不過帳；僅讀不鎖
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  FILE STATUS IS FS-PER-FILE.
      **       盤點差異報表
           SELECT RPT-FILE ASSIGN TO "SAM12-22.RPT"
                  FILE STATUS IS FS-RPT-FILE.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOC-REC.CPY".
      **
        FD LOT-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOT-REC.CPY".
      **
        FD CCS-FILE
           LABEL RECORD IS STANDARD.
           COPY "CCS-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-FUNC        PIC X(1).
      **
        FD PER-FILE
           LABEL RECORD IS STANDARD.
           COPY "PER-REC.CPY".
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 FS-AUDIT-FILE  PIC X(2).
        01 FS-PARM-FILE   PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 FS-CCS-FILE    PIC X(2).
      **       執行模式：R=僅印報表 P=核准差異過帳
        01 WS-FUNC        PIC X    VALUE "R".
        01 WS-TODAY       PIC 9(6).
        01 WS-NOW         PIC 9(8).
      **       過帳日所屬年月結帳否
        01 PERIOD-CLOSED  PIC X    VALUE "N".
        01 WS-PER-DATE    PIC 9(6).
        01 WS-PER-DATE-R REDEFINES WS-PER-DATE.
           05 WS-PER-YYMM PIC X(4).
           05 FILLER      PIC X(2).
        01 WS-LINE-COUNT  PIC 9(5) VALUE 0.
        01 WS-POST-COUNT  PIC 9(5) VALUE 0.
        01 WS-REJ-COUNT   PIC 9(5) VALUE 0.
        01 WS-LOCK-RETRY     PIC 9(2).
        01 WS-MAX-LOCK-RETRY PIC 9(2) VALUE 10.
        01 WS-LOCK-WAIT-SECS PIC 9(1) VALUE 1.
      **       盤虧扣批工作欄位：每批一段各寫一筆明細帳
        01 LOT-EOF        PIC X.
        01 LOT-FOUND      PIC X.
        01 WS-LOT-TOTAL   PIC 9(7).
        01 WS-TRIM-QTY    PIC 9(5).
        01 WS-DRAW-LEFT   PIC 9(5).
        01 WS-PIECE-QTY   PIC 9(5).
        01 WS-PIECE-LOT   PIC X(8).
        01 WS-PIECE-BAL   PIC 9(5).
      **       先到期先出選批：不限期之批以 999999 排最後
        01 WS-EFF-EXP     PIC 9(6).
        01 WS-BEST-EXP    PIC 9(6).
        01 WS-BEST-LOT    PIC X(8).
        01 WS-BEST-QTY    PIC 9(5).
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(24) VALUE "盤點差異報表".
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔不存在時由系統新建，05 視同成功
           OPEN I-O LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       排程檔不存在時由系統新建，05 視同成功
           OPEN I-O CCS-FILE.
           IF FS-CCS-FILE NOT = "00" AND FS-CCS-FILE NOT = "05"
              DISPLAY "盤點排程檔開檔失敗，STATUS="
                      FS-CCS-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN EXTEND LGR-FILE.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔開檔失敗，STATUS=" FS-LGR-FILE
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       期間控制檔未建即無結帳年月，05 視同成功
           OPEN INPUT PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
                 MOVE "R" TO WS-FUNC
              END-IF
           END-IF.
           IF WS-FUNC = "P"
              PERFORM 155-CHECK-PERIOD
           END-IF.
      **
      **       過帳日所屬年月已結帳即不過帳；讀檔錯誤從嚴
      **       視同已結帳
       155-CHECK-PERIOD.
           MOVE "N" TO PERIOD-CLOSED.
           ACCEPT WS-PER-DATE FROM DATE.
           MOVE WS-PER-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PER-FILE = "00"
              IF PER-CLOSED
                 MOVE "Y" TO PERIOD-CLOSED
              END-IF
           ELSE
              IF FS-PER-FILE NOT = "23" AND FS-PER-FILE NOT = "10"
                 DISPLAY "期間控制檔讀取錯誤，STATUS="
                         FS-PER-FILE
                 MOVE "Y" TO PERIOD-CLOSED
              END-IF
           END-IF.
           IF PERIOD-CLOSED = "Y"
              DISPLAY "年月 " WS-PER-YYMM
                      " 已結帳，僅印差異報表不過帳"
              MOVE "R" TO WS-FUNC
           END-IF.
      **
       200-PRINT-HEADER.
           ACCEPT WS-TODAY FROM DATE.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           IF PERIOD-CLOSED = "Y"
              MOVE SPACES TO RPT-REC
              STRING "年月 " WS-PER-YYMM
                     " 已結帳，本次僅印報表不過帳"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM 390-WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
           END-REWRITE.
           IF FS-PRO-FILE = "00"
              PERFORM 333-UPDATE-LOC-QTY
              PERFORM 350-POST-LOTS
              PERFORM 332-WRITE-AUDIT-LOG
              PERFORM 336-MARK-POSTED
              IF FS-CNT-FILE = "00"
              DISPLAY "儲位檔更新失敗，STATUS=" FS-LOC-FILE
           END-IF.
      **
      **       過帳成功即補寫明細帳，留存過帳後總量餘額；
      **       跨批者每批一筆
       331-WRITE-LEDGER.
           IF WS-VAR < 0
              MOVE "-" TO LGR-SIGN
           END-IF.
           MOVE PRO-NO     TO LGR-PRO-NO.
           MOVE "A"        TO LGR-MOV-CODE.
           MOVE WS-PIECE-QTY TO LGR-QTY.
           MOVE CNT-REF-NO TO LGR-REF-NO.
           MOVE WS-TODAY   TO LGR-DATE.
           MOVE WS-PIECE-BAL TO LGR-BALANCE.
           MOVE CNT-LOC-CODE TO LGR-LOC-CODE.
           MOVE SPACES     TO LGR-LOC-TO.
           MOVE ZERO       TO LGR-BATCH-NO.
           MOVE ZERO       TO LGR-PO-NO.
           MOVE WS-PIECE-LOT TO LGR-LOT-NO.
           WRITE LGR-REC.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔寫入失敗，STATUS=" FS-LGR-FILE
           END-IF.
      **
      **       盤盈記未分批庫存；盤虧後各批合計超過盤點數者
      **       超出之數先到期先出扣批，其餘記未分批庫存
       350-POST-LOTS.
           IF WS-VAR < 0
              ADD PRO-QTY WS-ABS-VAR GIVING WS-PIECE-BAL
           ELSE
              SUBTRACT WS-ABS-VAR FROM PRO-QTY GIVING WS-PIECE-BAL
           END-IF.
           MOVE WS-ABS-VAR TO WS-DRAW-LEFT.
           IF WS-VAR < 0
              PERFORM 355-SUM-LOTS
              IF WS-LOT-TOTAL > CNT-QTY
                 PERFORM 356-CALC-TRIM
                 SUBTRACT WS-TRIM-QTY FROM WS-DRAW-LEFT
                 MOVE "Y" TO LOT-FOUND
                 PERFORM 360-TRIM-ONE-LOT
                         UNTIL WS-TRIM-QTY = ZERO OR LOT-FOUND = "N"
                 ADD WS-TRIM-QTY TO WS-DRAW-LEFT
              END-IF
           END-IF.
           IF WS-DRAW-LEFT > ZERO
              MOVE SPACES TO WS-PIECE-LOT
              MOVE WS-DRAW-LEFT TO WS-PIECE-QTY
              PERFORM 352-WRITE-PIECE
           END-IF.
      **
       352-WRITE-PIECE.
           IF WS-VAR < 0
              SUBTRACT WS-PIECE-QTY FROM WS-PIECE-BAL
           ELSE
              ADD WS-PIECE-QTY TO WS-PIECE-BAL
           END-IF.
           PERFORM 331-WRITE-LEDGER.
      **
       355-SUM-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL.
           PERFORM 365-START-LOT.
           PERFORM 368-ADD-LOT-QTY UNTIL LOT-EOF = "Y".
      **
      **       扣批數以本次盤虧數為限
       356-CALC-TRIM.
           IF WS-LOT-TOTAL - CNT-QTY > WS-ABS-VAR
              MOVE WS-ABS-VAR TO WS-TRIM-QTY
           ELSE
              SUBTRACT CNT-QTY FROM WS-LOT-TOTAL GIVING WS-TRIM-QTY
           END-IF.
      **
       360-TRIM-ONE-LOT.
           MOVE "N" TO LOT-FOUND.
           PERFORM 365-START-LOT.
           PERFORM 367-CHECK-LOT UNTIL LOT-EOF = "Y".
           IF LOT-FOUND = "Y"
              MOVE WS-BEST-LOT TO WS-PIECE-LOT
              IF WS-BEST-QTY < WS-TRIM-QTY
                 MOVE WS-BEST-QTY TO WS-PIECE-QTY
              ELSE
                 MOVE WS-TRIM-QTY TO WS-PIECE-QTY
              END-IF
              SUBTRACT WS-PIECE-QTY FROM WS-TRIM-QTY
              PERFORM 362-TAKE-FROM-LOT
              PERFORM 352-WRITE-PIECE
           END-IF.
      **
      **       批號減量，扣至零仍留檔供日後查考
       362-TAKE-FROM-LOT.
           MOVE CNT-PRO-NO TO LOT-PRO-NO.
           MOVE CNT-LOC-CODE TO LOT-LOC-CODE.
           MOVE WS-PIECE-LOT TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE = "00"
              SUBTRACT WS-PIECE-QTY FROM LOT-QTY
              REWRITE LOT-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           IF FS-LOT-FILE NOT = "00"
              DISPLAY "批號檔更新失敗，STATUS=" FS-LOT-FILE
           END-IF.
      **
      **       以產品+儲位前置定位，逐批讀至換儲位為止
       365-START-LOT.
           MOVE "Y" TO LOT-EOF.
           MOVE CNT-PRO-NO TO LOT-PRO-NO.
           MOVE CNT-LOC-CODE TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOT-FILE = "00"
              MOVE "N" TO LOT-EOF
              PERFORM 366-READ-LOT-NEXT
           END-IF.
      **
       366-READ-LOT-NEXT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO LOT-EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO LOT-EOF
           END-IF.
           IF LOT-EOF = "N" AND (LOT-PRO-NO NOT = CNT-PRO-NO
              OR LOT-LOC-CODE NOT = CNT-LOC-CODE)
              MOVE "Y" TO LOT-EOF
           END-IF.
      **
      **       有量之批取有效日期最早者
       367-CHECK-LOT.
           IF LOT-EXP-DATE = ZERO
              MOVE 999999 TO WS-EFF-EXP
           ELSE
              MOVE LOT-EXP-DATE TO WS-EFF-EXP
           END-IF.
           IF LOT-QTY > ZERO
              AND (LOT-FOUND = "N" OR WS-EFF-EXP < WS-BEST-EXP)
              MOVE "Y" TO LOT-FOUND
              MOVE WS-EFF-EXP TO WS-BEST-EXP
              MOVE LOT-NO TO WS-BEST-LOT
              MOVE LOT-QTY TO WS-BEST-QTY
           END-IF.
           PERFORM 366-READ-LOT-NEXT.
      **
       368-ADD-LOT-QTY.
           ADD LOT-QTY TO WS-LOT-TOTAL.
           PERFORM 366-READ-LOT-NEXT.
      **
      **       異動軌跡：記修改前該儲位帳面數量
       332-WRITE-AUDIT-LOG.
           MOVE PRO-NO       TO AUD-PRO-NO.
              DISPLAY "盤點檔更新失敗，STATUS=" FS-CNT-FILE
           ELSE
              ADD 1 TO WS-DONE-COUNT
              PERFORM 338-UPDATE-COUNT-SCHEDULE
           END-IF.
      **
      **       回寫最近盤點日；補登較舊盤點日者不倒退。
      **       查無排程即新建未分類一筆，待下次 ABC 分類排入
       338-UPDATE-COUNT-SCHEDULE.
           MOVE CNT-PRO-NO TO CCS-PRO-NO.
           MOVE CNT-LOC-CODE TO CCS-LOC-CODE.
           READ CCS-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-CCS-FILE = "00"
              IF CNT-DATE NOT < CCS-LAST-COUNT-DATE
                 MOVE CNT-DATE TO CCS-LAST-COUNT-DATE
                 MOVE CNT-REF-NO TO CCS-LAST-COUNT-REF
                 REWRITE CCS-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           ELSE
              IF FS-CCS-FILE = "23"
                 MOVE SPACES TO CCS-CLASS
                 MOVE ZERO TO CCS-INTERVAL-DAYS CCS-CLASS-DATE
                 MOVE CNT-DATE TO CCS-START-DATE
                                  CCS-LAST-COUNT-DATE
                 MOVE CNT-REF-NO TO CCS-LAST-COUNT-REF
                 WRITE CCS-REC
                    INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.
           IF FS-CCS-FILE NOT = "00"
              DISPLAY "盤點排程檔更新失敗，STATUS="
                      FS-CCS-FILE " 單號=" CNT-REF-NO
           END-IF.
      **
      **       報表寫入集中檢查狀態碼，供各例外段共用
           PERFORM 390-WRITE-RPT-LINE.
      **
       800-CLOSE.
           CLOSE CNT-FILE PRO-FILE LOC-FILE LOT-FILE LGR-FILE
                 AUDIT-FILE PARM-FILE PER-FILE RPT-FILE CCS-FILE.
