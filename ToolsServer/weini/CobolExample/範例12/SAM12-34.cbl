      ** 程式範例十二-34 (SAM12-34.CBL):再訂購點依用量重算
      ** 每月執行：取異動明細帳檔 SAM12-2.LGR 最近 N 個整月
      ** 之出貨(I)記錄(已整批沖回之批次不計)，依產品合計
      ** 求日均出貨量，乘以供應商主檔 SAM12-2.VND 之前置
      ** 天數加安全天數，得建議再訂購點；逐產品列現行與
      ** 建議訂購點及以單位成本計之庫存金額增減，無出貨
      ** 記錄或無供應商(未設/查無/已停用)者列註記不建議。
      ** 參數卡 SAM12-34.PRM：月數(空白 3，至多 12)、安全
      ** 天數(空白 7)、差異容許百分比(空白 0，變動未達者不
      ** 採用)、轉出旗標；旗標為 Y 時將採用之建議值以
      ** SAM12-2B.CSV 格式(產品編號,成本留空,訂購點，檔尾
      ** TRL 筆數)轉出，交 Sample12-25 回載並寫稽核軌跡；
      ** 非 Y 僅列試算報表供採購覆核
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-34.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       月數/安全天數/容許差異/轉出旗標參數卡，無卡即
      **       全取預設值試算
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-34.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       產品主檔循序讀，僅讀不鎖
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
      **       供應商主檔，取前置天數
           SELECT VND-FILE ASSIGN TO RANDOM "SAM12-2.VND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VND-NO
                  FILE STATUS IS FS-VND-FILE.
      **       過帳批次控制檔，剔除已整批沖回之出貨
           SELECT OPTIONAL RUN-FILE ASSIGN TO RANDOM "SAM12-2.RUN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-BATCH-NO
                  FILE STATUS IS FS-RUN-FILE.
           SELECT LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
      **       出貨依產品排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-34.SRT".
      **       建議值回載檔，與會計部門回載同格式
           SELECT CSV-FILE ASSIGN TO "SAM12-2B.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CSV-FILE.
      **       現行/建議訂購點對照報表
           SELECT RPT-FILE ASSIGN TO "SAM12-34.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-MONTHS      PIC X(2).
           05 PARM-SAFETY-DAYS PIC X(3).
           05 PARM-TOLERANCE   PIC X(2).
           05 PARM-WRITE-CSV   PIC X(1).
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        FD VND-FILE
           LABEL RECORD IS STANDARD.
           COPY "VND-REC.CPY".
      **
        FD RUN-FILE
           LABEL RECORD IS STANDARD.
           COPY "RUN-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-QTY        PIC 9(5).
      **
        FD CSV-FILE
           LABEL RECORD IS STANDARD.
        01 CSV-REC             PIC X(80).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(120).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-VND-FILE    PIC X(2).
        01 FS-RUN-FILE    PIC X(2).
        01 FS-LGR-FILE    PIC X(2).
        01 FS-CSV-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
      **       參數值：月數/安全天數/容許差異%/是否轉出
        01 WS-MONTHS      PIC 9(2) VALUE 3.
        01 WS-SAFETY-DAYS PIC 9(3) VALUE 7.
        01 WS-TOLERANCE   PIC 9(2) VALUE 0.
        01 CSV-WANTED     PIC X    VALUE "N".
      **       取樣區間：起訖年月與總日數(逐月加總，閏年二月
      **       29 日)
        01 WS-FROM-YYMM   PIC 9(4).
        01 WS-TO-YYMM     PIC 9(4).
        01 WS-LGR-YYMM    PIC 9(4).
        01 WS-WIN-DAYS    PIC 9(3) VALUE 0.
        01 WS-CAL-YY      PIC 9(2).
        01 WS-CAL-MM      PIC 9(2).
        01 WS-MON-IX      PIC 9(2).
        01 WS-LEAP-Q      PIC 9(2).
        01 WS-LEAP-R      PIC 9(1).
        01 WS-MONTH-DAYS-X PIC X(24)
                          VALUE "312831303130313130313031".
        01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
           05 WS-MON-DAYS PIC 9(2) OCCURS 12 TIMES.
      **       主檔與排序後出貨依產品編號對齊
        01 WS-MST-KEY     PIC X(5).
        01 WS-LGR-KEY     PIC X(5).
        01 WS-SKIP-KEY    PIC X(5).
        01 REV-BATCH      PIC X.
      **       逐產品重算工作欄位
        01 WS-ISSUE-QTY   PIC 9(7).
        01 WS-LEAD-DAYS   PIC 9(3).
        01 WS-AVG-DAILY   PIC 9(5)V999.
        01 WS-NEW-RP      PIC 9(5).
        01 WS-RP-CALC     PIC 9(7).
        01 WS-RP-DIFF     PIC S9(5).
        01 WS-ABS-DIFF    PIC 9(5).
        01 WS-TOL-QTY     PIC 9(5)V99.
        01 WS-VALUE-DIFF  PIC S9(9)V99.
        01 WS-TOTAL-DIFF  PIC S9(9)V99 VALUE 0.
        01 PROPOSED       PIC X.
        01 ACCEPTED       PIC X.
        01 WS-NOTE        PIC X(24).
      **       統計
        01 WS-LGR-COUNT   PIC 9(7) VALUE 0.
        01 WS-REV-COUNT   PIC 9(5) VALUE 0.
        01 WS-PRO-COUNT   PIC 9(5) VALUE 0.
        01 WS-INACT-COUNT PIC 9(5) VALUE 0.
        01 WS-NO-USE-COUNT PIC 9(5) VALUE 0.
        01 WS-NO-SUP-COUNT PIC 9(5) VALUE 0.
        01 WS-SAME-COUNT  PIC 9(5) VALUE 0.
        01 WS-ACC-COUNT   PIC 9(5) VALUE 0.
        01 WS-CSV-COUNT   PIC 9(7) VALUE 0.
        01 WS-NO-MST-LGR  PIC 9(5) VALUE 0.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "再訂購點重算對照表".
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 HDG-DATE       PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 HDG-PAGE       PIC ZZ9.
        01 HDG-LINE-2.
           05 FILLER         PIC X(15) VALUE "取樣年月 : ".
           05 HDG-FROM-YYMM  PIC 9(4).
           05 FILLER         PIC X(3)  VALUE " - ".
           05 HDG-TO-YYMM    PIC 9(4).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "日數 : ".
           05 HDG-WIN-DAYS   PIC ZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 FILLER         PIC X(16) VALUE "安全天數 : ".
           05 HDG-SAFETY     PIC ZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 HDG-MODE       PIC X(16).
        01 HDG-LINE-3.
           05 FILLER         PIC X(7)  VALUE "編號".
           05 FILLER         PIC X(12) VALUE "品名".
           05 FILLER         PIC X(10) VALUE "供應商".
           05 FILLER         PIC X(7)  VALUE "前置".
           05 FILLER         PIC X(13) VALUE "日均出貨".
           05 FILLER         PIC X(13) VALUE "現訂購點".
           05 FILLER         PIC X(7)  VALUE "建議".
           05 FILLER         PIC X(8)  VALUE "差異".
           05 FILLER         PIC X(15) VALUE "金額增減".
           05 FILLER         PIC X(6)  VALUE "註記".
        01 DET-LINE.
           05 DET-PRO-NO     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PRO-NAME   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-SUP-NO     PIC X(5).
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 DET-LEAD-DAYS  PIC ZZ9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DET-AVG-DAILY  PIC ZZZZ9.999.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DET-OLD-RP     PIC ZZZZ9.
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 DET-NEW-RP     PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-RP-DIFF    PIC -ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-VALUE-DIFF PIC -ZZZZZZZ9.99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-NOTE       PIC X(24).
        01 TOT-LINE.
           05 FILLER         PIC X(36) VALUE
                             "採用建議之金額增減合計 :".
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TOT-VALUE-DIFF PIC -ZZZZZZZZ9.99.
        01 SUM-LINE.
           05 SUM-LABEL      PIC X(36).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-COUNT      PIC ZZZZZZ9.

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              PERFORM 150-EDIT-PARM
              PERFORM 160-CALC-WINDOW
              IF CSV-WANTED = "Y"
                 PERFORM 170-OPEN-CSV
              END-IF
              IF OPEN-OK = "Y"
                 SORT SORT-FILE
                      ON ASCENDING KEY SORT-PRO-NO
                      INPUT PROCEDURE IS 300-SELECT-ISSUES
                      OUTPUT PROCEDURE IS 400-RECALC-PRODUCTS
                 IF CSV-WANTED = "Y"
                    PERFORM 350-WRITE-TRAILER
                 END-IF
                 PERFORM 900-PRINT-SUMMARY
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
      **       參數卡未建即全取預設值，05 視同成功
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00" AND FS-PARM-FILE NOT = "05"
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "PRO-FILE 開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT VND-FILE.
           IF FS-VND-FILE NOT = "00"
              DISPLAY "供應商檔開檔失敗，STATUS=" FS-VND-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批次控制檔未建即無沖回批次，05 視同成功
           OPEN INPUT RUN-FILE.
           IF FS-RUN-FILE NOT = "00" AND FS-RUN-FILE NOT = "05"
              DISPLAY "批次控制檔開檔失敗，STATUS="
                      FS-RUN-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT LGR-FILE.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔開檔失敗，STATUS=" FS-LGR-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       欄位空白或非數字取預設值；月數限 1 至 12
       150-EDIT-PARM.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，依預設值試算"
           END-READ.
           IF FS-PARM-FILE = "00"
              IF PARM-MONTHS NUMERIC
                 MOVE PARM-MONTHS TO WS-MONTHS
              END-IF
              IF PARM-SAFETY-DAYS NUMERIC
                 MOVE PARM-SAFETY-DAYS TO WS-SAFETY-DAYS
              END-IF
              IF PARM-TOLERANCE NUMERIC
                 MOVE PARM-TOLERANCE TO WS-TOLERANCE
              END-IF
              IF PARM-WRITE-CSV = "Y" OR PARM-WRITE-CSV = "y"
                 MOVE "Y" TO CSV-WANTED
              END-IF
           END-IF.
           IF WS-MONTHS = 0 OR WS-MONTHS > 12
              DISPLAY "月數 " WS-MONTHS
                      " 不在 1-12，改取 3 個月"
              MOVE 3 TO WS-MONTHS
           END-IF.
      **
      **       取樣區間為本月前 N 個整月，本月未滿不計
       160-CALC-WINDOW.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY-YY TO WS-CAL-YY.
           MOVE WS-TODAY-MM TO WS-CAL-MM.
           PERFORM 165-PREV-MONTH.
           COMPUTE WS-TO-YYMM = WS-CAL-YY * 100 + WS-CAL-MM.
           MOVE ZERO TO WS-WIN-DAYS.
           MOVE 1 TO WS-MON-IX.
           PERFORM 162-ADD-MONTH-DAYS UNTIL WS-MON-IX > WS-MONTHS.
      **
       162-ADD-MONTH-DAYS.
           COMPUTE WS-FROM-YYMM = WS-CAL-YY * 100 + WS-CAL-MM.
           ADD WS-MON-DAYS(WS-CAL-MM) TO WS-WIN-DAYS.
           IF WS-CAL-MM = 2
              DIVIDE WS-CAL-YY BY 4 GIVING WS-LEAP-Q
                     REMAINDER WS-LEAP-R
              IF WS-LEAP-R = 0
                 ADD 1 TO WS-WIN-DAYS
              END-IF
           END-IF.
           IF WS-MON-IX < WS-MONTHS
              PERFORM 165-PREV-MONTH
           END-IF.
           ADD 1 TO WS-MON-IX.
      **
       165-PREV-MONTH.
           IF WS-CAL-MM = 1
              MOVE 12 TO WS-CAL-MM
              IF WS-CAL-YY = 0
                 MOVE 99 TO WS-CAL-YY
              ELSE
                 SUBTRACT 1 FROM WS-CAL-YY
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-CAL-MM
           END-IF.
      **
      **       轉出檔每次重建，前次未回載者即被覆蓋
       170-OPEN-CSV.
           OPEN OUTPUT CSV-FILE.
           IF FS-CSV-FILE NOT = "00"
              DISPLAY "回載檔開檔失敗，STATUS=" FS-CSV-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
       200-PRINT-HEADING.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-TODAY TO HDG-DATE.
           MOVE WS-PAGE-CNT TO HDG-PAGE.
           MOVE HDG-LINE-1 TO RPT-REC.
           IF WS-PAGE-CNT = 1
              WRITE RPT-REC
           ELSE
              WRITE RPT-REC AFTER ADVANCING PAGE
           END-IF.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
           MOVE WS-FROM-YYMM TO HDG-FROM-YYMM.
           MOVE WS-TO-YYMM TO HDG-TO-YYMM.
           MOVE WS-WIN-DAYS TO HDG-WIN-DAYS.
           MOVE WS-SAFETY-DAYS TO HDG-SAFETY.
           IF CSV-WANTED = "Y"
              MOVE "轉出回載檔" TO HDG-MODE
           ELSE
              MOVE "僅試算" TO HDG-MODE
           END-IF.
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       取區間內出貨記錄；批次已整批沖回者不計用量
       300-SELECT-ISSUES.
           MOVE "N" TO EOF.
           PERFORM 310-READ-LEDGER.
           PERFORM 320-RELEASE-ISSUE UNTIL EOF = "Y".
      **
       310-READ-LEDGER.
           READ LGR-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-LGR-FILE NOT = "00" AND FS-LGR-FILE NOT = "10"
              DISPLAY "明細帳檔讀取錯誤，STATUS=" FS-LGR-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       320-RELEASE-ISSUE.
           MOVE LGR-DATE(1:4) TO WS-LGR-YYMM.
           IF LGR-ISSUE
              AND WS-LGR-YYMM NOT < WS-FROM-YYMM
              AND WS-LGR-YYMM NOT > WS-TO-YYMM
              MOVE "N" TO REV-BATCH
              IF LGR-BATCH-NO NOT = ZERO
                 MOVE LGR-BATCH-NO TO RUN-BATCH-NO
                 READ RUN-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-RUN-FILE = "00" AND RUN-REVERSED
                    MOVE "Y" TO REV-BATCH
                    ADD 1 TO WS-REV-COUNT
                 END-IF
              END-IF
              IF REV-BATCH = "N"
                 MOVE LGR-PRO-NO TO SORT-PRO-NO
                 MOVE LGR-QTY    TO SORT-QTY
                 RELEASE SORT-REC
                 ADD 1 TO WS-LGR-COUNT
              END-IF
           END-IF.
           PERFORM 310-READ-LEDGER.
      **
      **       主檔與排序後出貨依產品編號對齊：出貨無主檔者
      **       略過計數，主檔逐筆重算
       400-RECALC-PRODUCTS.
           MOVE "N" TO SORT-EOF.
           PERFORM 410-RETURN-ISSUE.
           MOVE "N" TO EOF.
           PERFORM 420-READ-MASTER.
           PERFORM 430-MATCH-PRODUCT
                   UNTIL WS-MST-KEY = HIGH-VALUES
                     AND WS-LGR-KEY = HIGH-VALUES.
      **
       410-RETURN-ISSUE.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
           IF SORT-EOF = "Y"
              MOVE HIGH-VALUES TO WS-LGR-KEY
           ELSE
              MOVE SORT-PRO-NO TO WS-LGR-KEY
           END-IF.
      **
       420-READ-MASTER.
           READ PRO-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-PRO-FILE NOT = "00" AND FS-PRO-FILE NOT = "10"
              DISPLAY "PRO-FILE 讀取錯誤，STATUS=" FS-PRO-FILE
              MOVE "Y" TO EOF
           END-IF.
           IF EOF = "Y"
              MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
              MOVE PRO-NO TO WS-MST-KEY
           END-IF.
      **
       430-MATCH-PRODUCT.
           IF WS-LGR-KEY < WS-MST-KEY
              PERFORM 440-SKIP-ISSUE-GROUP
           ELSE
              MOVE ZERO TO WS-ISSUE-QTY
              PERFORM 450-SUM-ISSUE
                      UNTIL WS-LGR-KEY NOT = WS-MST-KEY
              IF PRO-INACTIVE
                 ADD 1 TO WS-INACT-COUNT
              ELSE
                 ADD 1 TO WS-PRO-COUNT
                 PERFORM 500-RECALC-ONE
              END-IF
              PERFORM 420-READ-MASTER
           END-IF.
      **
      **       出貨之產品主檔已不存在(已刪除封存)，整組略過
       440-SKIP-ISSUE-GROUP.
           MOVE WS-LGR-KEY TO WS-SKIP-KEY.
           PERFORM 410-RETURN-ISSUE
                   UNTIL WS-LGR-KEY NOT = WS-SKIP-KEY.
           ADD 1 TO WS-NO-MST-LGR.
      **
       450-SUM-ISSUE.
           ADD SORT-QTY TO WS-ISSUE-QTY.
           PERFORM 410-RETURN-ISSUE.
      **
      **       無出貨/無供應商者不建議，其餘依日均用量乘
      **       (前置天數+安全天數)四捨五入求建議訂購點
       500-RECALC-ONE.
           MOVE "N" TO PROPOSED.
           MOVE "N" TO ACCEPTED.
           MOVE SPACES TO WS-NOTE.
           MOVE ZERO TO WS-LEAD-DAYS WS-AVG-DAILY WS-NEW-RP
                        WS-RP-DIFF WS-VALUE-DIFF.
           PERFORM 510-GET-LEAD-DAYS.
           IF WS-ISSUE-QTY > 0
              COMPUTE WS-AVG-DAILY ROUNDED =
                      WS-ISSUE-QTY / WS-WIN-DAYS
           END-IF.
           IF WS-ISSUE-QTY = 0
              MOVE "無出貨記錄" TO WS-NOTE
              ADD 1 TO WS-NO-USE-COUNT
           ELSE
              IF WS-NOTE = SPACES
                 MOVE "Y" TO PROPOSED
                 PERFORM 520-CALC-PROPOSAL
              ELSE
                 ADD 1 TO WS-NO-SUP-COUNT
              END-IF
           END-IF.
           PERFORM 600-PRINT-DETAIL.
           IF ACCEPTED = "Y" AND CSV-WANTED = "Y"
              PERFORM 340-WRITE-CSV-DETAIL
           END-IF.
      **
      **       供應商未設/查無/停用均視為無供應商
       510-GET-LEAD-DAYS.
           IF PRO-SUP-NO = SPACES
              MOVE "未設供應商" TO WS-NOTE
           ELSE
              MOVE PRO-SUP-NO TO VND-NO
              READ VND-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF FS-VND-FILE NOT = "00"
                 MOVE "查無供應商" TO WS-NOTE
              ELSE
                 IF VND-INACTIVE
                    MOVE "供應商已停用" TO WS-NOTE
                 ELSE
                    MOVE VND-LEAD-DAYS TO WS-LEAD-DAYS
                 END-IF
              END-IF
           END-IF.
      **
      **       變動未達現行值之容許百分比者維持現值不採用
       520-CALC-PROPOSAL.
           COMPUTE WS-RP-CALC ROUNDED =
                   WS-AVG-DAILY * (WS-LEAD-DAYS + WS-SAFETY-DAYS).
           IF WS-RP-CALC > 99999
              MOVE 99999 TO WS-NEW-RP
              MOVE "建議值超限取上限" TO WS-NOTE
           ELSE
              MOVE WS-RP-CALC TO WS-NEW-RP
           END-IF.
           COMPUTE WS-RP-DIFF = WS-NEW-RP - PRO-REORDER-PT.
           IF WS-RP-DIFF < 0
              COMPUTE WS-ABS-DIFF = 0 - WS-RP-DIFF
           ELSE
              MOVE WS-RP-DIFF TO WS-ABS-DIFF
           END-IF.
           COMPUTE WS-TOL-QTY =
                   PRO-REORDER-PT * WS-TOLERANCE / 100.
           IF WS-ABS-DIFF = 0
              MOVE "不變" TO WS-NOTE
              ADD 1 TO WS-SAME-COUNT
           ELSE
              IF WS-ABS-DIFF < WS-TOL-QTY
                 MOVE "差異未達容許值" TO WS-NOTE
                 ADD 1 TO WS-SAME-COUNT
              ELSE
                 MOVE "Y" TO ACCEPTED
                 ADD 1 TO WS-ACC-COUNT
                 COMPUTE WS-VALUE-DIFF =
                         WS-RP-DIFF * PRO-UNIT-COST
                 ADD WS-VALUE-DIFF TO WS-TOTAL-DIFF
                 IF WS-NOTE = SPACES
                    MOVE "採用" TO WS-NOTE
                 END-IF
              END-IF
           END-IF.
      **
      **       成本欄留空，回載時只改訂購點
       340-WRITE-CSV-DETAIL.
           MOVE SPACES TO CSV-REC.
           STRING PRO-NO ",," WS-NEW-RP
                  DELIMITED BY SIZE INTO CSV-REC.
           WRITE CSV-REC.
           IF FS-CSV-FILE NOT = "00"
              DISPLAY "回載檔寫入失敗，STATUS=" FS-CSV-FILE
           ELSE
              ADD 1 TO WS-CSV-COUNT
           END-IF.
      **
      **       檔尾筆數列，Sample12-25 據以核對完整性
       350-WRITE-TRAILER.
           MOVE SPACES TO CSV-REC.
           STRING "TRL," WS-CSV-COUNT
                  DELIMITED BY SIZE INTO CSV-REC.
           WRITE CSV-REC.
           IF FS-CSV-FILE NOT = "00"
              DISPLAY "回載檔寫入失敗，STATUS=" FS-CSV-FILE
           END-IF.
      **
       600-PRINT-DETAIL.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE PRO-NO         TO DET-PRO-NO.
           MOVE PRO-NAME       TO DET-PRO-NAME.
           MOVE PRO-SUP-NO     TO DET-SUP-NO.
           MOVE WS-LEAD-DAYS   TO DET-LEAD-DAYS.
           MOVE WS-AVG-DAILY   TO DET-AVG-DAILY.
           MOVE PRO-REORDER-PT TO DET-OLD-RP.
           MOVE WS-NEW-RP      TO DET-NEW-RP.
           MOVE WS-RP-DIFF     TO DET-RP-DIFF.
           MOVE WS-VALUE-DIFF  TO DET-VALUE-DIFF.
           MOVE WS-NOTE        TO DET-NOTE.
           MOVE DET-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
      **
      **       報表寫入集中檢查狀態碼
       390-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
      **
       900-PRINT-SUMMARY.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE WS-TOTAL-DIFF TO TOT-VALUE-DIFF.
           MOVE TOT-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE "重算產品(有效)" TO SUM-LABEL.
           MOVE WS-PRO-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "採用建議" TO SUM-LABEL.
           MOVE WS-ACC-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "不變或差異未達容許值" TO SUM-LABEL.
           MOVE WS-SAME-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "無出貨記錄" TO SUM-LABEL.
           MOVE WS-NO-USE-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "無供應商" TO SUM-LABEL.
           MOVE WS-NO-SUP-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "停用產品未重算" TO SUM-LABEL.
           MOVE WS-INACT-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "取樣出貨筆數" TO SUM-LABEL.
           MOVE WS-LGR-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "沖回批次出貨未計" TO SUM-LABEL.
           MOVE WS-REV-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "出貨無主檔產品" TO SUM-LABEL.
           MOVE WS-NO-MST-LGR TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           IF CSV-WANTED = "Y"
              MOVE "轉出回載筆數" TO SUM-LABEL
              MOVE WS-CSV-COUNT TO SUM-COUNT
              PERFORM 910-PRINT-SUM-LINE
              DISPLAY "建議值已轉出 SAM12-2B.CSV " WS-CSV-COUNT
                      " 筆，請執行 Sample12-25 回載"
           END-IF.
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
       800-CLOSE.
           CLOSE PARM-FILE PRO-FILE VND-FILE RUN-FILE LGR-FILE
                 RPT-FILE.
           IF CSV-WANTED = "Y"
              CLOSE CSV-FILE
           END-IF.
