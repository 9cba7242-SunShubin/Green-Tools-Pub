      ** 程式範例十二-41 (SAM12-41.CBL):ABC 分類與循環盤點排程
      ** 定期(建議每月)執行：取異動明細帳檔 SAM12-2.LGR 最近
      ** 12 個整月之出貨(I)記錄(已整批沖回之批次不計)，依產品
      ** 合計出貨量乘產品主檔單位成本(PRO-UNIT-COST)得年出貨
      ** 金額，有效產品依金額由高而低排列，累計百分比未達 A
      ** 界限者為 A 類、未達 B 界限者為 B 類、其餘及無出貨者為
      ** C 類，印分類表(含占比與累計百分比)。
      ** 再依儲位庫存檔 SAM12-2.LOC 將各產品/儲位寫入循環盤點
      ** 排程檔 SAM12-2.CCS，按分類定盤點週期天數；已有排程者
      ** 只改分類與週期，最近盤點日保留。
      ** 參數卡 SAM12-41.PRM：A 界限%(空白 80)、B 界限%(空白
      ** 95)、A/B/C 週期天數(空白 30/90/365)
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-41.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       分類界限/週期天數參數卡，無卡即全取預設值
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-41.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       產品主檔循序讀，僅讀不鎖
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
      **       過帳批次控制檔，剔除已整批沖回之出貨
           SELECT OPTIONAL RUN-FILE ASSIGN TO RANDOM "SAM12-2.RUN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-BATCH-NO
                  FILE STATUS IS FS-RUN-FILE.
           SELECT LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
      **       儲位庫存檔，依產品取各儲位排程；僅讀不鎖
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOC-KEY
                  FILE STATUS IS FS-LOC-FILE.
      **       循環盤點排程檔，首次執行時自動建立
           SELECT OPTIONAL CCS-FILE ASSIGN TO RANDOM "SAM12-2.CCS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CCS-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-CCS-FILE.
      **       出貨依產品排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-41.SRT".
      **       產品年出貨金額工作檔，再依金額排序分類
           SELECT VAL-FILE ASSIGN TO "SAM12-41.VAL"
                  FILE STATUS IS FS-VAL-FILE.
           SELECT VAL-SORT ASSIGN TO "SAM12-41.SR2".
      **       ABC 分類表
           SELECT RPT-FILE ASSIGN TO "SAM12-41.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-A-PCT       PIC X(2).
           05 PARM-B-PCT       PIC X(2).
           05 PARM-A-DAYS      PIC X(3).
           05 PARM-B-DAYS      PIC X(3).
           05 PARM-C-DAYS      PIC X(3).
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        FD RUN-FILE
           LABEL RECORD IS STANDARD.
           COPY "RUN-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOC-REC.CPY".
      **
        FD CCS-FILE
           LABEL RECORD IS STANDARD.
           COPY "CCS-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-QTY        PIC 9(5).
      **
        FD VAL-FILE
           LABEL RECORD IS STANDARD.
        01 VAL-REC.
           05 VAL-PRO-NO      PIC X(5).
           05 VAL-PRO-NAME    PIC X(10).
           05 VAL-QTY         PIC 9(7).
           05 VAL-UNIT-COST   PIC 9(5)V99.
           05 VAL-VALUE       PIC 9(11)V99.
      **
        SD VAL-SORT.
        01 VS-REC.
           05 VS-PRO-NO       PIC X(5).
           05 VS-PRO-NAME     PIC X(10).
           05 VS-QTY          PIC 9(7).
           05 VS-UNIT-COST    PIC 9(5)V99.
           05 VS-VALUE        PIC 9(11)V99.
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 LOC-EOF        PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-RUN-FILE    PIC X(2).
        01 FS-LGR-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-CCS-FILE    PIC X(2).
        01 FS-VAL-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
      **       參數值：分類界限累計百分比/各類盤點週期天數
        01 WS-A-PCT       PIC 9(2) VALUE 80.
        01 WS-B-PCT       PIC 9(2) VALUE 95.
        01 WS-A-DAYS      PIC 9(3) VALUE 30.
        01 WS-B-DAYS      PIC 9(3) VALUE 90.
        01 WS-C-DAYS      PIC 9(3) VALUE 365.
      **       取樣區間：本月前 12 個整月
        01 WS-MONTHS      PIC 9(2) VALUE 12.
        01 WS-FROM-YYMM   PIC 9(4).
        01 WS-TO-YYMM     PIC 9(4).
        01 WS-LGR-YYMM    PIC 9(4).
        01 WS-CAL-YY      PIC 9(2).
        01 WS-CAL-MM      PIC 9(2).
        01 WS-MON-IX      PIC 9(2).
      **       主檔與排序後出貨依產品編號對齊
        01 WS-MST-KEY     PIC X(5).
        01 WS-LGR-KEY     PIC X(5).
        01 WS-SKIP-KEY    PIC X(5).
        01 REV-BATCH      PIC X.
      **       逐產品分類工作欄位
        01 WS-ISSUE-QTY   PIC 9(7).
        01 WS-GRAND-VALUE PIC 9(13)V99 VALUE 0.
        01 WS-CUM-VALUE   PIC 9(13)V99 VALUE 0.
        01 WS-PCT         PIC 9(3)V99.
        01 WS-CUM-PCT     PIC 9(3)V99 VALUE 0.
        01 WS-RANK        PIC 9(5) VALUE 0.
        01 WS-CLASS       PIC X(1).
        01 WS-INTERVAL    PIC 9(3).
        01 WS-LOC-CNT     PIC 9(3).
      **       各類彙總：1=A 2=B 3=C
        01 CL-TABLE.
           05 CL-ENTRY OCCURS 3 TIMES.
              10 CL-COUNT    PIC 9(5).
              10 CL-VALUE    PIC 9(13)V99.
              10 CL-LOCS     PIC 9(5).
        01 WS-CL-IX       PIC 9(1).
        01 WS-CLASS-NAMES PIC X(3) VALUE "ABC".
      **       統計
        01 WS-LGR-COUNT   PIC 9(7) VALUE 0.
        01 WS-REV-COUNT   PIC 9(5) VALUE 0.
        01 WS-INACT-COUNT PIC 9(5) VALUE 0.
        01 WS-NO-MST-LGR  PIC 9(5) VALUE 0.
        01 WS-NO-LOC-COUNT PIC 9(5) VALUE 0.
        01 WS-NEW-CCS     PIC 9(5) VALUE 0.
        01 WS-CHG-CCS     PIC 9(5) VALUE 0.
        01 WS-CCS-ERR     PIC 9(5) VALUE 0.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "ABC 分類表(年出貨金額)".
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
           05 FILLER         PIC X(9)  VALUE "A 界限 ".
           05 HDG-A-PCT      PIC Z9.
           05 FILLER         PIC X(2)  VALUE "% ".
           05 FILLER         PIC X(9)  VALUE "B 界限 ".
           05 HDG-B-PCT      PIC Z9.
           05 FILLER         PIC X(2)  VALUE "% ".
           05 FILLER         PIC X(15) VALUE "週期 A/B/C : ".
           05 HDG-A-DAYS     PIC ZZ9.
           05 FILLER         PIC X(1)  VALUE "/".
           05 HDG-B-DAYS     PIC ZZ9.
           05 FILLER         PIC X(1)  VALUE "/".
           05 HDG-C-DAYS     PIC ZZ9.
        01 HDG-LINE-3.
           05 FILLER         PIC X(7)  VALUE "名次".
           05 FILLER         PIC X(7)  VALUE "編號".
           05 FILLER         PIC X(12) VALUE "品名".
           05 FILLER         PIC X(12) VALUE "年出貨量".
           05 FILLER         PIC X(12) VALUE "單位成本".
           05 FILLER         PIC X(16) VALUE "年出貨金額".
           05 FILLER         PIC X(8)  VALUE "占比%".
           05 FILLER         PIC X(8)  VALUE "累計%".
           05 FILLER         PIC X(6)  VALUE "分類".
           05 FILLER         PIC X(9)  VALUE "儲位數".
        01 DET-LINE.
           05 DET-RANK       PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PRO-NO     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PRO-NAME   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-QTY        PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-UNIT-COST  PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PCT        PIC ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-CUM-PCT    PIC ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-CLASS      PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-LOC-CNT    PIC ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-NOTE       PIC X(9).
        01 CL-LINE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 CLL-CLASS      PIC X(1).
           05 FILLER         PIC X(9)  VALUE " 類 : ".
           05 CLL-COUNT      PIC ZZZZ9.
           05 FILLER         PIC X(7)  VALUE " 項，".
           05 CLL-LOCS       PIC ZZZZ9.
           05 FILLER         PIC X(10) VALUE " 儲位，".
           05 CLL-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 CLL-PCT        PIC ZZ9.99.
           05 FILLER         PIC X(4)  VALUE "%，".
           05 FILLER         PIC X(7)  VALUE "每 ".
           05 CLL-DAYS       PIC ZZ9.
           05 FILLER         PIC X(11) VALUE " 天盤點".
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
              SORT SORT-FILE
                   ON ASCENDING KEY SORT-PRO-NO
                   INPUT PROCEDURE IS 300-SELECT-ISSUES
                   OUTPUT PROCEDURE IS 400-VALUE-PRODUCTS
              CLOSE VAL-FILE
              SORT VAL-SORT
                   ON DESCENDING KEY VS-VALUE
                      ASCENDING KEY VS-PRO-NO
                   USING VAL-FILE
                   OUTPUT PROCEDURE IS 500-CLASSIFY-PRODUCTS
              PERFORM 900-PRINT-SUMMARY
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
      **       儲位檔未建即無儲位可排程，05 視同成功
           OPEN INPUT LOC-FILE.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       排程檔不存在時由系統新建，05 視同成功
           OPEN I-O CCS-FILE.
           IF FS-CCS-FILE NOT = "00" AND FS-CCS-FILE NOT = "05"
              DISPLAY "盤點排程檔開檔失敗，STATUS="
                      FS-CCS-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT VAL-FILE.
           IF FS-VAL-FILE NOT = "00"
              DISPLAY "金額工作檔開檔失敗，STATUS="
                      FS-VAL-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       欄位空白或非數字取預設值；B 界限須大於 A 界限
       150-EDIT-PARM.
           MOVE ZEROS TO CL-TABLE.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，依預設值分類"
           END-READ.
           IF FS-PARM-FILE = "00"
              IF PARM-A-PCT NUMERIC
                 MOVE PARM-A-PCT TO WS-A-PCT
              END-IF
              IF PARM-B-PCT NUMERIC
                 MOVE PARM-B-PCT TO WS-B-PCT
              END-IF
              IF PARM-A-DAYS NUMERIC
                 MOVE PARM-A-DAYS TO WS-A-DAYS
              END-IF
              IF PARM-B-DAYS NUMERIC
                 MOVE PARM-B-DAYS TO WS-B-DAYS
              END-IF
              IF PARM-C-DAYS NUMERIC
                 MOVE PARM-C-DAYS TO WS-C-DAYS
              END-IF
           END-IF.
           IF WS-A-PCT = 0 OR WS-B-PCT NOT > WS-A-PCT
              DISPLAY "分類界限 " WS-A-PCT "/" WS-B-PCT
                      " 不合理，改取 80/95"
              MOVE 80 TO WS-A-PCT
              MOVE 95 TO WS-B-PCT
           END-IF.
           IF WS-A-DAYS = 0 OR WS-B-DAYS = 0 OR WS-C-DAYS = 0
              DISPLAY "週期天數不可為零，改取 30/90/365"
              MOVE 30 TO WS-A-DAYS
              MOVE 90 TO WS-B-DAYS
              MOVE 365 TO WS-C-DAYS
           END-IF.
      **
      **       取樣區間為本月前 12 個整月，本月未滿不計
       160-CALC-WINDOW.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY-YY TO WS-CAL-YY.
           MOVE WS-TODAY-MM TO WS-CAL-MM.
           PERFORM 165-PREV-MONTH.
           COMPUTE WS-TO-YYMM = WS-CAL-YY * 100 + WS-CAL-MM.
           MOVE 1 TO WS-MON-IX.
           PERFORM 162-BACK-ONE-MONTH UNTIL WS-MON-IX > WS-MONTHS.
      **
       162-BACK-ONE-MONTH.
           COMPUTE WS-FROM-YYMM = WS-CAL-YY * 100 + WS-CAL-MM.
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
           MOVE WS-A-PCT TO HDG-A-PCT.
           MOVE WS-B-PCT TO HDG-B-PCT.
           MOVE WS-A-DAYS TO HDG-A-DAYS.
           MOVE WS-B-DAYS TO HDG-B-DAYS.
           MOVE WS-C-DAYS TO HDG-C-DAYS.
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       取區間內出貨記錄；批次已整批沖回者不計
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
      **       略過計數；有效產品(含無出貨者)逐筆計年出貨金額
      **       寫入金額工作檔
       400-VALUE-PRODUCTS.
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
                 PERFORM 460-WRITE-VALUE
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
       460-WRITE-VALUE.
           MOVE PRO-NO        TO VAL-PRO-NO.
           MOVE PRO-NAME      TO VAL-PRO-NAME.
           MOVE WS-ISSUE-QTY  TO VAL-QTY.
           MOVE PRO-UNIT-COST TO VAL-UNIT-COST.
           COMPUTE VAL-VALUE = WS-ISSUE-QTY * PRO-UNIT-COST.
           WRITE VAL-REC.
           IF FS-VAL-FILE NOT = "00"
              DISPLAY "金額工作檔寫入失敗，STATUS="
                      FS-VAL-FILE
           ELSE
              ADD VAL-VALUE TO WS-GRAND-VALUE
           END-IF.
      **
      **       依金額由高而低累計：累計(不含本項)未達 A 界限者
      **       為 A，未達 B 界限者為 B，其餘為 C；無出貨金額者
      **       一律為 C
       500-CLASSIFY-PRODUCTS.
           MOVE "N" TO SORT-EOF.
           PERFORM 510-RETURN-VALUE.
           PERFORM 520-CLASSIFY-ONE UNTIL SORT-EOF = "Y".
      **
       510-RETURN-VALUE.
           RETURN VAL-SORT
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       520-CLASSIFY-ONE.
           ADD 1 TO WS-RANK.
           IF VS-VALUE = 0
              MOVE "C" TO WS-CLASS
           ELSE
              IF WS-CUM-PCT < WS-A-PCT
                 MOVE "A" TO WS-CLASS
              ELSE
                 IF WS-CUM-PCT < WS-B-PCT
                    MOVE "B" TO WS-CLASS
                 ELSE
                    MOVE "C" TO WS-CLASS
                 END-IF
              END-IF
           END-IF.
           ADD VS-VALUE TO WS-CUM-VALUE.
           IF WS-GRAND-VALUE > 0
              COMPUTE WS-PCT ROUNDED =
                      VS-VALUE * 100 / WS-GRAND-VALUE
              COMPUTE WS-CUM-PCT ROUNDED =
                      WS-CUM-VALUE * 100 / WS-GRAND-VALUE
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.
           IF WS-CLASS = "A"
              MOVE 1 TO WS-CL-IX
              MOVE WS-A-DAYS TO WS-INTERVAL
           ELSE
              IF WS-CLASS = "B"
                 MOVE 2 TO WS-CL-IX
                 MOVE WS-B-DAYS TO WS-INTERVAL
              ELSE
                 MOVE 3 TO WS-CL-IX
                 MOVE WS-C-DAYS TO WS-INTERVAL
              END-IF
           END-IF.
           ADD 1 TO CL-COUNT(WS-CL-IX).
           ADD VS-VALUE TO CL-VALUE(WS-CL-IX).
           PERFORM 530-SCHEDULE-LOCS.
           ADD WS-LOC-CNT TO CL-LOCS(WS-CL-IX).
           PERFORM 600-PRINT-DETAIL.
           PERFORM 510-RETURN-VALUE.
      **
      **       該產品各儲位逐一排程；無儲位記錄者無從盤點，
      **       僅於報表註明
       530-SCHEDULE-LOCS.
           MOVE ZERO TO WS-LOC-CNT.
           MOVE "N" TO LOC-EOF.
           MOVE VS-PRO-NO TO LOC-PRO-NO.
           MOVE LOW-VALUES TO LOC-CODE.
           START LOC-FILE KEY IS NOT LESS THAN LOC-KEY
                 INVALID KEY MOVE "Y" TO LOC-EOF
           END-START.
           PERFORM 531-READ-LOC-NEXT.
           PERFORM 532-SCHEDULE-ONE UNTIL LOC-EOF = "Y".
           IF WS-LOC-CNT = 0
              ADD 1 TO WS-NO-LOC-COUNT
           END-IF.
      **
       531-READ-LOC-NEXT.
           IF LOC-EOF NOT = "Y"
              READ LOC-FILE NEXT RECORD
                   AT END MOVE "Y" TO LOC-EOF
              END-READ
              IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "10"
                 DISPLAY "儲位檔讀取錯誤，STATUS=" FS-LOC-FILE
                 MOVE "Y" TO LOC-EOF
              END-IF
           END-IF.
           IF LOC-EOF NOT = "Y" AND LOC-PRO-NO NOT = VS-PRO-NO
              MOVE "Y" TO LOC-EOF
           END-IF.
      **
      **       已有排程者改分類/週期，最近盤點日保留；新排程
      **       以今天為起始日
       532-SCHEDULE-ONE.
           ADD 1 TO WS-LOC-CNT.
           MOVE LOC-KEY TO CCS-KEY.
           READ CCS-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-CCS-FILE = "00"
              IF CCS-CLASS NOT = WS-CLASS
                 ADD 1 TO WS-CHG-CCS
              END-IF
              MOVE WS-CLASS    TO CCS-CLASS
              MOVE WS-INTERVAL TO CCS-INTERVAL-DAYS
              MOVE WS-TODAY    TO CCS-CLASS-DATE
              REWRITE CCS-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              IF FS-CCS-FILE = "23"
                 MOVE LOC-KEY     TO CCS-KEY
                 MOVE WS-CLASS    TO CCS-CLASS
                 MOVE WS-INTERVAL TO CCS-INTERVAL-DAYS
                 MOVE WS-TODAY    TO CCS-CLASS-DATE
                 MOVE WS-TODAY    TO CCS-START-DATE
                 MOVE ZERO        TO CCS-LAST-COUNT-DATE
                 MOVE SPACES      TO CCS-LAST-COUNT-REF
                 WRITE CCS-REC
                    INVALID KEY CONTINUE
                 END-WRITE
                 IF FS-CCS-FILE = "00"
                    ADD 1 TO WS-NEW-CCS
                 END-IF
              END-IF
           END-IF.
           IF FS-CCS-FILE NOT = "00"
              DISPLAY "盤點排程檔更新失敗，STATUS="
                      FS-CCS-FILE " " LOC-KEY
              ADD 1 TO WS-CCS-ERR
           END-IF.
           PERFORM 531-READ-LOC-NEXT.
      **
       600-PRINT-DETAIL.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE WS-RANK       TO DET-RANK.
           MOVE VS-PRO-NO     TO DET-PRO-NO.
           MOVE VS-PRO-NAME   TO DET-PRO-NAME.
           MOVE VS-QTY        TO DET-QTY.
           MOVE VS-UNIT-COST  TO DET-UNIT-COST.
           MOVE VS-VALUE      TO DET-VALUE.
           MOVE WS-PCT        TO DET-PCT.
           MOVE WS-CUM-PCT    TO DET-CUM-PCT.
           MOVE WS-CLASS      TO DET-CLASS.
           MOVE WS-LOC-CNT    TO DET-LOC-CNT.
           IF WS-LOC-CNT = 0
              MOVE "無儲位" TO DET-NOTE
           ELSE
              IF VS-VALUE = 0
                 MOVE "無出貨" TO DET-NOTE
              ELSE
                 MOVE SPACES TO DET-NOTE
              END-IF
           END-IF.
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
           IF WS-LINE-CNT + 16 > WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 1 TO WS-CL-IX.
           PERFORM 920-PRINT-CLASS-LINE UNTIL WS-CL-IX > 3.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE "分類產品(有效)" TO SUM-LABEL.
           MOVE WS-RANK TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "停用產品未分類" TO SUM-LABEL.
           MOVE WS-INACT-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "無儲位記錄未排程" TO SUM-LABEL.
           MOVE WS-NO-LOC-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "新增排程儲位" TO SUM-LABEL.
           MOVE WS-NEW-CCS TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "分類變動儲位" TO SUM-LABEL.
           MOVE WS-CHG-CCS TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           IF WS-CCS-ERR > 0
              MOVE "排程檔更新失敗" TO SUM-LABEL
              MOVE WS-CCS-ERR TO SUM-COUNT
              PERFORM 910-PRINT-SUM-LINE
           END-IF.
           MOVE "取樣出貨筆數" TO SUM-LABEL.
           MOVE WS-LGR-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "沖回批次出貨未計" TO SUM-LABEL.
           MOVE WS-REV-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "出貨無主檔產品" TO SUM-LABEL.
           MOVE WS-NO-MST-LGR TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           DISPLAY "ABC 分類完成，產品 " WS-RANK
                   " 項，新增排程 " WS-NEW-CCS " 筆".
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       各類項數/儲位數/金額/占比/週期
       920-PRINT-CLASS-LINE.
           MOVE WS-CLASS-NAMES(WS-CL-IX:1) TO CLL-CLASS.
           MOVE CL-COUNT(WS-CL-IX) TO CLL-COUNT.
           MOVE CL-LOCS(WS-CL-IX) TO CLL-LOCS.
           MOVE CL-VALUE(WS-CL-IX) TO CLL-VALUE.
           IF WS-GRAND-VALUE > 0
              COMPUTE WS-PCT ROUNDED =
                      CL-VALUE(WS-CL-IX) * 100 / WS-GRAND-VALUE
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.
           MOVE WS-PCT TO CLL-PCT.
           IF WS-CL-IX = 1
              MOVE WS-A-DAYS TO CLL-DAYS
           ELSE
              IF WS-CL-IX = 2
                 MOVE WS-B-DAYS TO CLL-DAYS
              ELSE
                 MOVE WS-C-DAYS TO CLL-DAYS
              END-IF
           END-IF.
           MOVE CL-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-CL-IX.
      **
       800-CLOSE.
           CLOSE PARM-FILE PRO-FILE RUN-FILE LGR-FILE LOC-FILE
                 CCS-FILE RPT-FILE.
