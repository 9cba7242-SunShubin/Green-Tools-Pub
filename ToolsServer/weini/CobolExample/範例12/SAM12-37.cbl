      ** 程式範例十二-37 (SAM12-37.CBL):批號效期預警報表
      ** 每週執行：讀批號檔 SAM12-2.LOT，列出尚有庫存且已
      ** 過期、或在參數卡 SAM12-37.PRM 指定天數(空白即 30
      ** 天)內到期之批號，依有效日期由近而遠排列，附數量、
      ** 產品主檔單位成本(PRO-UNIT-COST)與庫存價值，供業務
      ** 降價促銷或報廢，以免成為呆滯品。參數卡另可指定
      ** 基準日(空白即今天)；有效日期為零(不限期)者不列
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-37.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       預警天數/基準日參數卡，無卡即今天起 30 天
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-37.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       批號檔循序讀，僅讀不鎖
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LOT-KEY
                  FILE STATUS IS FS-LOT-FILE.
      **       產品主檔，取名稱與單位成本
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
      **       到期批號排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-37.SRT".
           SELECT RPT-FILE ASSIGN TO "SAM12-37.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-DAYS        PIC X(3).
           05 PARM-BASE-DATE   PIC X(6).
      **
        FD LOT-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOT-REC.CPY".
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-EXP-DATE   PIC 9(6).
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-LOC-CODE   PIC X(2).
           05 SORT-LOT-NO     PIC X(8).
           05 SORT-RCV-DATE   PIC 9(6).
           05 SORT-DAYS-LEFT  PIC S9(5).
           05 SORT-QTY        PIC 9(5).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-BASE-DATE   PIC 9(6).
        01 WS-WARN-DAYS   PIC 9(3) VALUE 30.
      **       日期換算日序：自 2000 年起累計日數，供剩餘天數
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
        01 WS-BASE-DAY-NO PIC 9(6).
        01 WS-DAYS-LEFT   PIC S9(5).
      **       金額計算
        01 WS-LOT-VALUE   PIC 9(9)V99.
      **       統計
        01 WS-LOT-COUNT   PIC 9(5) VALUE 0.
        01 WS-LIST-COUNT  PIC 9(5) VALUE 0.
        01 WS-BAD-DATE    PIC 9(5) VALUE 0.
        01 WS-EXPD-COUNT  PIC 9(5) VALUE 0.
        01 WS-EXPD-QTY    PIC 9(7) VALUE 0.
        01 WS-EXPD-VALUE  PIC 9(9)V99 VALUE 0.
        01 WS-SOON-COUNT  PIC 9(5) VALUE 0.
        01 WS-SOON-QTY    PIC 9(7) VALUE 0.
        01 WS-SOON-VALUE  PIC 9(9)V99 VALUE 0.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "批號效期預警報表".
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 HDG-DATE       PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 HDG-PAGE       PIC ZZ9.
        01 HDG-LINE-2.
           05 FILLER         PIC X(12) VALUE "基準日 : ".
           05 HDG-BASE-DATE  PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "預警天數 : ".
           05 HDG-DAYS       PIC ZZ9.
        01 HDG-LINE-3.
           05 FILLER         PIC X(7)  VALUE "產品".
           05 FILLER         PIC X(12) VALUE "名稱".
           05 FILLER         PIC X(8)  VALUE "儲位".
           05 FILLER         PIC X(10) VALUE "批號".
           05 FILLER         PIC X(10) VALUE "收貨日".
           05 FILLER         PIC X(10) VALUE "有效日".
           05 FILLER         PIC X(12) VALUE "剩餘天數".
           05 FILLER         PIC X(7)  VALUE "數量".
           05 FILLER         PIC X(12) VALUE "單位成本".
           05 FILLER         PIC X(8)  VALUE "價值".
        01 DET-LINE.
           05 DET-PRO-NO     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PRO-NAME   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-LOC-CODE   PIC X(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-LOT-NO     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-RCV-DATE   PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-EXP-DATE   PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-DAYS-X.
              10 DET-DAYS    PIC ZZZZ9.
              10 FILLER      PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-QTY        PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-UNIT-COST  PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-VALUE      PIC ZZ,ZZZ,ZZ9.99.
        01 SUM-LINE.
           05 SUM-LABEL      PIC X(24).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-COUNT      PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-QTY        PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-VALUE      PIC ZZZ,ZZZ,ZZ9.99.

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              PERFORM 150-EDIT-PARM
              SORT SORT-FILE
                   ON ASCENDING KEY SORT-EXP-DATE SORT-PRO-NO
                                    SORT-LOC-CODE SORT-LOT-NO
                   INPUT PROCEDURE IS 300-SELECT-LOTS
                   OUTPUT PROCEDURE IS 500-PRINT-LOTS
              PERFORM 900-PRINT-SUMMARY
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
      **       參數卡未建即今天起 30 天，05 視同成功
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00" AND FS-PARM-FILE NOT = "05"
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔未建即尚無效期品入庫，05 視同成功
           OPEN INPUT LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "產品檔開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       天數空白或非數字即 30 天；基準日空白或非數字
      **       即今天
       150-EDIT-PARM.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO WS-BASE-DATE.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，預警 30 天"
           END-READ.
           IF FS-PARM-FILE = "00"
              IF PARM-DAYS NUMERIC
                 MOVE PARM-DAYS TO WS-WARN-DAYS
              END-IF
              IF PARM-BASE-DATE NUMERIC
                 MOVE PARM-BASE-DATE TO WS-BASE-DATE
              END-IF
           END-IF.
           MOVE WS-BASE-DATE TO WS-DT.
           PERFORM 600-CALC-DAY-NO.
           MOVE WS-DAY-NO TO WS-BASE-DAY-NO.
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
           MOVE WS-BASE-DATE TO HDG-BASE-DATE.
           MOVE WS-WARN-DAYS TO HDG-DAYS.
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       逐批號篩選，已過期或在預警天數內到期者送排序
       300-SELECT-LOTS.
           MOVE "N" TO EOF.
           PERFORM 310-READ-LOT.
           PERFORM 320-CHECK-ONE-LOT UNTIL EOF = "Y".
      **
       310-READ-LOT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
      **       已出清(數量零)或不限期者不列；有效日期不合理者
      **       另計筆數
       320-CHECK-ONE-LOT.
           ADD 1 TO WS-LOT-COUNT.
           IF LOT-QTY > 0 AND LOT-EXP-DATE NOT = ZERO
              IF LOT-EXP-DATE NOT NUMERIC
                 ADD 1 TO WS-BAD-DATE
              ELSE
                 MOVE LOT-EXP-DATE TO WS-DT
                 PERFORM 600-CALC-DAY-NO
                 COMPUTE WS-DAYS-LEFT =
                         WS-DAY-NO - WS-BASE-DAY-NO
                 IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                    PERFORM 330-RELEASE-LOT
                 END-IF
              END-IF
           END-IF.
           PERFORM 310-READ-LOT.
      **
       330-RELEASE-LOT.
           MOVE LOT-EXP-DATE  TO SORT-EXP-DATE.
           MOVE LOT-PRO-NO    TO SORT-PRO-NO.
           MOVE LOT-LOC-CODE  TO SORT-LOC-CODE.
           MOVE LOT-NO        TO SORT-LOT-NO.
           MOVE LOT-RCV-DATE  TO SORT-RCV-DATE.
           MOVE WS-DAYS-LEFT  TO SORT-DAYS-LEFT.
           MOVE LOT-QTY       TO SORT-QTY.
           RELEASE SORT-REC.
      **
       500-PRINT-LOTS.
           MOVE "N" TO SORT-EOF.
           PERFORM 510-RETURN-LOT.
           PERFORM 520-PRINT-LOT UNTIL SORT-EOF = "Y".
      **
       510-RETURN-LOT.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
      **       產品主檔查無者名稱註明，成本以零計
       520-PRINT-LOT.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE SORT-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE NOT = "00"
              MOVE "(查無)" TO PRO-NAME
              MOVE ZERO TO PRO-UNIT-COST
           END-IF.
           COMPUTE WS-LOT-VALUE = SORT-QTY * PRO-UNIT-COST.
           MOVE SORT-PRO-NO     TO DET-PRO-NO.
           MOVE PRO-NAME        TO DET-PRO-NAME.
           MOVE SORT-LOC-CODE   TO DET-LOC-CODE.
           MOVE SORT-LOT-NO     TO DET-LOT-NO.
           MOVE SORT-RCV-DATE   TO DET-RCV-DATE.
           MOVE SORT-EXP-DATE   TO DET-EXP-DATE.
           IF SORT-DAYS-LEFT < 0
              MOVE "已過期" TO DET-DAYS-X
              ADD 1 TO WS-EXPD-COUNT
              ADD SORT-QTY TO WS-EXPD-QTY
              ADD WS-LOT-VALUE TO WS-EXPD-VALUE
           ELSE
              MOVE SPACES TO DET-DAYS-X
              MOVE SORT-DAYS-LEFT TO DET-DAYS
              ADD 1 TO WS-SOON-COUNT
              ADD SORT-QTY TO WS-SOON-QTY
              ADD WS-LOT-VALUE TO WS-SOON-VALUE
           END-IF.
           MOVE SORT-QTY        TO DET-QTY.
           MOVE PRO-UNIT-COST   TO DET-UNIT-COST.
           MOVE WS-LOT-VALUE    TO DET-VALUE.
           MOVE DET-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 510-RETURN-LOT.
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
           MOVE "已過期批號" TO SUM-LABEL.
           MOVE WS-EXPD-COUNT TO SUM-COUNT.
           MOVE WS-EXPD-QTY TO SUM-QTY.
           MOVE WS-EXPD-VALUE TO SUM-VALUE.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "預警天數內到期" TO SUM-LABEL.
           MOVE WS-SOON-COUNT TO SUM-COUNT.
           MOVE WS-SOON-QTY TO SUM-QTY.
           MOVE WS-SOON-VALUE TO SUM-VALUE.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE "讀取批號" TO SUM-LABEL.
           MOVE WS-LOT-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           IF WS-BAD-DATE > 0
              MOVE "有效日期不合理" TO SUM-LABEL
              MOVE WS-BAD-DATE TO SUM-COUNT
              PERFORM 910-PRINT-SUM-LINE
           END-IF.
           DISPLAY "效期預警完成，列出批號 " WS-LIST-COUNT
                   " 筆".
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
       800-CLOSE.
           CLOSE PARM-FILE LOT-FILE PRO-FILE RPT-FILE.
