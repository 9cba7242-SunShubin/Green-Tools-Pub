      ** 程式範例十二-35 (SAM12-35.CBL):供應商交貨績效評比
      ** 每月執行：讀採購單歷史檔 SAM12-2.POH 結案日落在
      ** 參數卡 SAM12-35.PRM 起訖年月(空白即上個月)之採購
      ** 單，依供應商彙總：收貨單數、準時率(收貨營業日不
      ** 晚於開單日加供應商主檔 SAM12-2.VND 之前置天數)、
      ** 逾期單之平均逾期天數、短交/超交單數與取消單數；
      ** 依準時率由低而高、平均逾期天數由多而少排序，最差
      ** 者列前，供採購檢討前置天數與是否續用。進貨沖回
      ** 重開(V)之記錄不計
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-35.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       評比起訖年月參數卡，無卡即評比上個月
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-35.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       採購單歷史檔循序讀，僅讀不鎖
           SELECT OPTIONAL POH-FILE ASSIGN TO RANDOM "SAM12-2.POH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS POH-KEY
                  FILE STATUS IS FS-POH-FILE.
      **       供應商主檔，取名稱與前置天數
           SELECT VND-FILE ASSIGN TO RANDOM "SAM12-2.VND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VND-NO
                  FILE STATUS IS FS-VND-FILE.
      **       供應商績效排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-35.SRT".
           SELECT RPT-FILE ASSIGN TO "SAM12-35.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-FROM-YYMM   PIC X(4).
           05 PARM-TO-YYMM     PIC X(4).
      **
        FD POH-FILE
           LABEL RECORD IS STANDARD.
           COPY "POH-REC.CPY".
      **
        FD VND-FILE
           LABEL RECORD IS STANDARD.
           COPY "VND-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-PCT        PIC 9(3)V9.
           05 SORT-AVG-LATE   PIC 9(3)V9.
           05 SORT-EXCEPT     PIC 9(5).
           05 SORT-CANCEL     PIC 9(5).
           05 SORT-VND-NO     PIC X(5).
           05 SORT-VND-NAME   PIC X(20).
           05 SORT-LEAD-DAYS  PIC 9(3).
           05 SORT-RCV-COUNT  PIC 9(5).
           05 SORT-LATE-COUNT PIC 9(5).
           05 SORT-SHORT      PIC 9(5).
           05 SORT-OVER       PIC 9(5).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-POH-FILE    PIC X(2).
        01 FS-VND-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
      **       評比區間(結案年月)
        01 WS-FROM-YYMM   PIC 9(4).
        01 WS-TO-YYMM     PIC 9(4).
        01 WS-CLOSE-YYMM  PIC 9(4).
      **       日期換算日序：自 2000 年起累計日數，供逾期天數
      **       相減
        01 WS-DT          PIC 9(6).
        01 WS-DT-R REDEFINES WS-DT.
           05 WS-DT-YY    PIC 9(2).
           05 WS-DT-MM    PIC 9(2).
           05 WS-DT-DD    PIC 9(2).
        01 WS-DAY-NO      PIC 9(6).
        01 WS-LEAP-CNT    PIC 9(3).
        01 WS-LEAP-Q      PIC 9(2).
        01 WS-LEAP-R      PIC 9(1).
        01 WS-CUM-DAYS-X  PIC X(36) VALUE
           "000031059090120151181212243273304334".
        01 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X.
           05 WS-CUM-DAY  PIC 9(3) OCCURS 12 TIMES.
        01 WS-DUE-DAY-NO  PIC 9(6).
        01 WS-RCV-DAY-NO  PIC 9(6).
        01 WS-DAYS-LATE   PIC 9(5).
      **       供應商彙總表
        01 VS-TABLE.
           05 VS-ENTRY OCCURS 300 TIMES.
              10 VS-TAB-VND      PIC X(5).
              10 VS-TAB-NAME     PIC X(20).
              10 VS-TAB-LEAD     PIC 9(3).
              10 VS-TAB-RCV      PIC 9(5).
              10 VS-TAB-ONTIME   PIC 9(5).
              10 VS-TAB-LATE     PIC 9(5).
              10 VS-TAB-LATE-DAYS PIC 9(7).
              10 VS-TAB-SHORT    PIC 9(5).
              10 VS-TAB-OVER     PIC 9(5).
              10 VS-TAB-CANCEL   PIC 9(5).
        01 VS-USED        PIC 9(3) VALUE 0.
        01 VS-IX          PIC 9(3).
        01 VS-FOUND       PIC X.
      **       統計
        01 WS-POH-COUNT   PIC 9(5) VALUE 0.
        01 WS-VOID-COUNT  PIC 9(5) VALUE 0.
        01 WS-BAD-DATE    PIC 9(5) VALUE 0.
        01 WS-VS-LOST     PIC 9(5) VALUE 0.
        01 WS-RANK        PIC 9(3) VALUE 0.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "供應商交貨績效評比表".
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 HDG-DATE       PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 HDG-PAGE       PIC ZZ9.
        01 HDG-LINE-2.
           05 FILLER         PIC X(15) VALUE "結案年月 : ".
           05 HDG-FROM-YYMM  PIC 9(4).
           05 FILLER         PIC X(3)  VALUE " - ".
           05 HDG-TO-YYMM    PIC 9(4).
        01 HDG-LINE-3.
           05 FILLER         PIC X(6)  VALUE "名次".
           05 FILLER         PIC X(10) VALUE "供應商".
           05 FILLER         PIC X(20) VALUE "名稱".
           05 FILLER         PIC X(7)  VALUE "前置".
           05 FILLER         PIC X(7)  VALUE "收貨".
           05 FILLER         PIC X(10) VALUE "準時率".
           05 FILLER         PIC X(7)  VALUE "逾期".
           05 FILLER         PIC X(13) VALUE "平均逾期".
           05 FILLER         PIC X(7)  VALUE "短交".
           05 FILLER         PIC X(7)  VALUE "超交".
           05 FILLER         PIC X(6)  VALUE "取消".
        01 DET-LINE.
           05 DET-RANK       PIC ZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-VND-NO     PIC X(5).
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 DET-VND-NAME   PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-LEAD-DAYS  PIC ZZ9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DET-RCV-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PCT-X.
              10 DET-PCT     PIC ZZ9.9.
              10 FILLER      PIC X(1)  VALUE "%".
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DET-LATE-COUNT PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-AVG-LATE   PIC ZZ9.9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 DET-SHORT      PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-OVER       PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-CANCEL     PIC ZZZZ9.
        01 SUM-LINE.
           05 SUM-LABEL      PIC X(36).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-COUNT      PIC ZZZZ9.

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              PERFORM 150-EDIT-PARM
              SORT SORT-FILE
                   ON ASCENDING KEY SORT-PCT
                   ON DESCENDING KEY SORT-AVG-LATE SORT-EXCEPT
                                     SORT-CANCEL
                   ON ASCENDING KEY SORT-VND-NO
                   INPUT PROCEDURE IS 300-TALLY-HISTORY
                   OUTPUT PROCEDURE IS 500-PRINT-SCORECARD
              PERFORM 900-PRINT-SUMMARY
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
      **       參數卡未建即評比上個月，05 視同成功
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00" AND FS-PARM-FILE NOT = "05"
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       歷史檔未建即尚無結案採購單，05 視同成功
           OPEN INPUT POH-FILE.
           IF FS-POH-FILE NOT = "00" AND FS-POH-FILE NOT = "05"
              DISPLAY "採購單歷史檔開檔失敗，STATUS="
                      FS-POH-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT VND-FILE.
           IF FS-VND-FILE NOT = "00"
              DISPLAY "供應商檔開檔失敗，STATUS=" FS-VND-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       起訖空白或非數字即取上個月；訖空白同起
       150-EDIT-PARM.
           ACCEPT WS-TODAY FROM DATE.
           IF WS-TODAY-MM = 1
              COMPUTE WS-FROM-YYMM = (WS-TODAY-YY - 1) * 100 + 12
           ELSE
              COMPUTE WS-FROM-YYMM =
                      WS-TODAY-YY * 100 + WS-TODAY-MM - 1
           END-IF.
           MOVE WS-FROM-YYMM TO WS-TO-YYMM.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，評比上個月"
           END-READ.
           IF FS-PARM-FILE = "00"
              IF PARM-FROM-YYMM NUMERIC
                 MOVE PARM-FROM-YYMM TO WS-FROM-YYMM
                 MOVE PARM-FROM-YYMM TO WS-TO-YYMM
              END-IF
              IF PARM-TO-YYMM NUMERIC
                 MOVE PARM-TO-YYMM TO WS-TO-YYMM
              END-IF
           END-IF.
           IF WS-TO-YYMM < WS-FROM-YYMM
              DISPLAY "訖年月小於起年月，改評比 "
                      WS-FROM-YYMM
              MOVE WS-FROM-YYMM TO WS-TO-YYMM
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
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       逐筆彙總至供應商表，讀完再逐供應商送排序
       300-TALLY-HISTORY.
           MOVE "N" TO EOF.
           PERFORM 310-READ-HISTORY.
           PERFORM 320-TALLY-ONE UNTIL EOF = "Y".
           MOVE 1 TO VS-IX.
           PERFORM 350-RELEASE-VENDOR UNTIL VS-IX > VS-USED.
      **
       310-READ-HISTORY.
           READ POH-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-POH-FILE NOT = "00" AND FS-POH-FILE NOT = "10"
              DISPLAY "採購單歷史檔讀取錯誤，STATUS="
                      FS-POH-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       320-TALLY-ONE.
           MOVE POH-CLOSE-DATE(1:4) TO WS-CLOSE-YYMM.
           IF WS-CLOSE-YYMM NOT < WS-FROM-YYMM
              AND WS-CLOSE-YYMM NOT > WS-TO-YYMM
              IF POH-VOIDED
                 ADD 1 TO WS-VOID-COUNT
              ELSE
                 ADD 1 TO WS-POH-COUNT
                 PERFORM 330-FIND-VENDOR
                 IF VS-FOUND = "Y"
                    PERFORM 340-ADD-TO-VENDOR
                 END-IF
              END-IF
           END-IF.
           PERFORM 310-READ-HISTORY.
      **
      **       首見之供應商入表並帶出名稱/前置天數；查無者
      **       名稱註明，前置天數以零計
       330-FIND-VENDOR.
           MOVE "N" TO VS-FOUND.
           MOVE 1 TO VS-IX.
           PERFORM 331-SCAN-VENDOR
                   UNTIL VS-FOUND = "Y" OR VS-IX > VS-USED.
           IF VS-FOUND = "N"
              IF VS-USED < 300
                 ADD 1 TO VS-USED
                 MOVE VS-USED TO VS-IX
                 INITIALIZE VS-ENTRY(VS-IX)
                 MOVE POH-SUP-NO TO VS-TAB-VND(VS-IX)
                 MOVE POH-SUP-NO TO VND-NO
                 READ VND-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-VND-FILE = "00"
                    MOVE VND-NAME TO VS-TAB-NAME(VS-IX)
                    MOVE VND-LEAD-DAYS TO VS-TAB-LEAD(VS-IX)
                 ELSE
                    MOVE "(查無供應商)" TO VS-TAB-NAME(VS-IX)
                    MOVE ZERO TO VS-TAB-LEAD(VS-IX)
                 END-IF
                 MOVE "Y" TO VS-FOUND
              ELSE
                 IF WS-VS-LOST = 0
                    DISPLAY "供應商彙總表已滿(300)，"
                            "其餘未評比 !"
                 END-IF
                 ADD 1 TO WS-VS-LOST
              END-IF
           END-IF.
      **
       331-SCAN-VENDOR.
           IF VS-TAB-VND(VS-IX) = POH-SUP-NO
              MOVE "Y" TO VS-FOUND
           ELSE
              ADD 1 TO VS-IX
           END-IF.
      **
      **       收貨者比對到期日與訂量，取消者僅計單數
       340-ADD-TO-VENDOR.
           IF POH-CANCELLED
              ADD 1 TO VS-TAB-CANCEL(VS-IX)
           ELSE
              ADD 1 TO VS-TAB-RCV(VS-IX)
              IF POH-RCV-QTY < POH-PO-QTY
                 ADD 1 TO VS-TAB-SHORT(VS-IX)
              END-IF
              IF POH-RCV-QTY > POH-PO-QTY
                 ADD 1 TO VS-TAB-OVER(VS-IX)
              END-IF
              PERFORM 345-CHECK-ON-TIME
           END-IF.
      **
      **       日期不全者不能判斷準時，以準時計並另計筆數
       345-CHECK-ON-TIME.
           IF POH-PO-DATE NOT NUMERIC OR POH-PO-DATE = ZERO
              OR POH-RCV-DATE NOT NUMERIC OR POH-RCV-DATE = ZERO
              ADD 1 TO WS-BAD-DATE
              ADD 1 TO VS-TAB-ONTIME(VS-IX)
           ELSE
              MOVE POH-PO-DATE TO WS-DT
              PERFORM 600-CALC-DAY-NO
              COMPUTE WS-DUE-DAY-NO =
                      WS-DAY-NO + VS-TAB-LEAD(VS-IX)
              MOVE POH-RCV-DATE TO WS-DT
              PERFORM 600-CALC-DAY-NO
              MOVE WS-DAY-NO TO WS-RCV-DAY-NO
              IF WS-RCV-DAY-NO > WS-DUE-DAY-NO
                 COMPUTE WS-DAYS-LATE =
                         WS-RCV-DAY-NO - WS-DUE-DAY-NO
                 ADD 1 TO VS-TAB-LATE(VS-IX)
                 ADD WS-DAYS-LATE TO VS-TAB-LATE-DAYS(VS-IX)
              ELSE
                 ADD 1 TO VS-TAB-ONTIME(VS-IX)
              END-IF
           END-IF.
      **
      **       準時率以收貨單數為分母，無收貨者以 100 計(僅
      **       取消單者依取消數排序)；平均逾期以逾期單數為分母
       350-RELEASE-VENDOR.
           IF VS-TAB-RCV(VS-IX) = 0
              MOVE 100 TO SORT-PCT
           ELSE
              COMPUTE SORT-PCT ROUNDED =
                      VS-TAB-ONTIME(VS-IX) * 100 / VS-TAB-RCV(VS-IX)
           END-IF.
           IF VS-TAB-LATE(VS-IX) = 0
              MOVE ZERO TO SORT-AVG-LATE
           ELSE
              COMPUTE SORT-AVG-LATE ROUNDED =
                      VS-TAB-LATE-DAYS(VS-IX) / VS-TAB-LATE(VS-IX)
           END-IF.
           COMPUTE SORT-EXCEPT =
                   VS-TAB-SHORT(VS-IX) + VS-TAB-OVER(VS-IX).
           MOVE VS-TAB-CANCEL(VS-IX) TO SORT-CANCEL.
           MOVE VS-TAB-VND(VS-IX)    TO SORT-VND-NO.
           MOVE VS-TAB-NAME(VS-IX)   TO SORT-VND-NAME.
           MOVE VS-TAB-LEAD(VS-IX)   TO SORT-LEAD-DAYS.
           MOVE VS-TAB-RCV(VS-IX)    TO SORT-RCV-COUNT.
           MOVE VS-TAB-LATE(VS-IX)   TO SORT-LATE-COUNT.
           MOVE VS-TAB-SHORT(VS-IX)  TO SORT-SHORT.
           MOVE VS-TAB-OVER(VS-IX)   TO SORT-OVER.
           RELEASE SORT-REC.
           ADD 1 TO VS-IX.
      **
       500-PRINT-SCORECARD.
           MOVE "N" TO SORT-EOF.
           PERFORM 510-RETURN-VENDOR.
           PERFORM 520-PRINT-VENDOR UNTIL SORT-EOF = "Y".
      **
       510-RETURN-VENDOR.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       520-PRINT-VENDOR.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK         TO DET-RANK.
           MOVE SORT-VND-NO     TO DET-VND-NO.
           MOVE SORT-VND-NAME   TO DET-VND-NAME.
           MOVE SORT-LEAD-DAYS  TO DET-LEAD-DAYS.
           MOVE SORT-RCV-COUNT  TO DET-RCV-COUNT.
           IF SORT-RCV-COUNT = 0
              MOVE "  --  " TO DET-PCT-X
           ELSE
              MOVE SORT-PCT TO DET-PCT
              MOVE "%" TO DET-PCT-X(6:1)
           END-IF.
           MOVE SORT-LATE-COUNT TO DET-LATE-COUNT.
           MOVE SORT-AVG-LATE   TO DET-AVG-LATE.
           MOVE SORT-SHORT      TO DET-SHORT.
           MOVE SORT-OVER       TO DET-OVER.
           MOVE SORT-CANCEL     TO DET-CANCEL.
           MOVE DET-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           PERFORM 510-RETURN-VENDOR.
      **
      **       YYMMDD 換算自 2000/01/01 起之日序，閏年二月後加一
       600-CALC-DAY-NO.
           COMPUTE WS-LEAP-CNT = WS-DT-YY + 3.
           DIVIDE WS-LEAP-CNT BY 4 GIVING WS-LEAP-CNT.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
              MOVE 1 TO WS-DT-MM
           END-IF.
           COMPUTE WS-DAY-NO = WS-DT-YY * 365 + WS-LEAP-CNT
                             + WS-CUM-DAY(WS-DT-MM) + WS-DT-DD.
           DIVIDE WS-DT-YY BY 4 GIVING WS-LEAP-Q
                  REMAINDER WS-LEAP-R.
           IF WS-LEAP-R = 0 AND WS-DT-MM > 2
              ADD 1 TO WS-DAY-NO
           END-IF.
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
           MOVE "評比供應商數" TO SUM-LABEL.
           MOVE WS-RANK TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "結案/取消採購單" TO SUM-LABEL.
           MOVE WS-POH-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "沖回重開不計" TO SUM-LABEL.
           MOVE WS-VOID-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "日期不全以準時計" TO SUM-LABEL.
           MOVE WS-BAD-DATE TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           IF WS-VS-LOST > 0
              MOVE "彙總表滿未評比" TO SUM-LABEL
              MOVE WS-VS-LOST TO SUM-COUNT
              PERFORM 910-PRINT-SUM-LINE
           END-IF.
           DISPLAY "供應商績效評比完成，供應商 " WS-RANK
                   " 家".
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
       800-CLOSE.
           CLOSE PARM-FILE POH-FILE VND-FILE RPT-FILE.
