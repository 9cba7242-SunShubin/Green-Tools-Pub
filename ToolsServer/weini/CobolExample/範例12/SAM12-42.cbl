      ** 程式範例十二-42 (SAM12-42.CBL):循環盤點單(盲盤)/逾期清單
      ** 每週執行：讀循環盤點排程檔 SAM12-2.CCS，以最近盤點日
      ** (未曾盤點者以排程起始日)加分類週期天數為應盤日，應盤日
      ** 落在基準日起 N 天內(含已逾期)者依儲位/產品排列，每個
      ** 儲位另起一頁印盤點單 SAM12-42.SHT；盤點單只印產品與
      ** 分類，不印帳面數量，點畢照常以 Sample12-21 輸入。
      ** 應盤日已過者另依分類、逾期天數由多而少列逾期清單
      ** SAM12-42.OVD。尚未分類、產品已停用/查無或儲位已
      ** 不存在者不列，僅於清單末計數。
      ** 參數卡 SAM12-42.PRM：基準日(空白即今天)、天數(空白 7)
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-42.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       基準日/天數參數卡，無卡即今天起 7 天
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-42.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       循環盤點排程檔循序讀，僅讀不鎖
           SELECT OPTIONAL CCS-FILE ASSIGN TO RANDOM "SAM12-2.CCS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CCS-KEY
                  FILE STATUS IS FS-CCS-FILE.
      **       產品主檔，取名稱並剔除停用產品
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
      **       儲位庫存檔，僅核對儲位仍存在，不取數量
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LOC-KEY
                  FILE STATUS IS FS-LOC-FILE.
      **       應盤項目依儲位排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-42.SRT".
      **       逾期項目工作檔，再依分類/逾期天數排序
           SELECT OVD-WORK ASSIGN TO "SAM12-42.WRK"
                  FILE STATUS IS FS-OVD-WORK.
           SELECT OVD-SORT ASSIGN TO "SAM12-42.SR2".
      **       盤點單與逾期清單
           SELECT SHT-FILE ASSIGN TO "SAM12-42.SHT"
                  FILE STATUS IS FS-SHT-FILE.
           SELECT RPT-FILE ASSIGN TO "SAM12-42.OVD"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-BASE-DATE   PIC X(6).
           05 PARM-DAYS        PIC X(3).
      **
        FD CCS-FILE
           LABEL RECORD IS STANDARD.
           COPY "CCS-REC.CPY".
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOC-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-LOC-CODE   PIC X(2).
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-PRO-NAME   PIC X(10).
           05 SORT-CLASS      PIC X(1).
           05 SORT-OVERDUE    PIC X(1).
      **
        FD OVD-WORK
           LABEL RECORD IS STANDARD.
        01 OVD-WORK-REC.
           05 OW-CLASS        PIC X(1).
           05 OW-DAYS-OVER    PIC 9(5).
           05 OW-PRO-NO       PIC X(5).
           05 OW-LOC-CODE     PIC X(2).
           05 OW-PRO-NAME     PIC X(10).
           05 OW-INTERVAL     PIC 9(3).
           05 OW-LAST-DATE    PIC 9(6).
      **
        SD OVD-SORT.
        01 OS-REC.
           05 OS-CLASS        PIC X(1).
           05 OS-DAYS-OVER    PIC 9(5).
           05 OS-PRO-NO       PIC X(5).
           05 OS-LOC-CODE     PIC X(2).
           05 OS-PRO-NAME     PIC X(10).
           05 OS-INTERVAL     PIC 9(3).
           05 OS-LAST-DATE    PIC 9(6).
      **
        FD SHT-FILE
           LABEL RECORD IS STANDARD.
        01 SHT-REC             PIC X(100).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-CCS-FILE    PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-OVD-WORK    PIC X(2).
        01 FS-SHT-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-BASE-DATE   PIC 9(6).
        01 WS-HORIZON     PIC 9(3) VALUE 7.
      **       日期換算日序：自 2000 年起累計日數，供應盤日
      **       與基準日相減
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
        01 WS-DAYS-TO-DUE PIC S9(6).
      **       盤點單控制：儲位換頁、項次
        01 WS-CUR-LOC     PIC X(2).
        01 WS-ITEM-NO     PIC 9(3).
        01 WS-SHT-LINES   PIC 9(2) VALUE 99.
        01 WS-SHT-PAGE    PIC 9(3) VALUE 0.
      **       統計
        01 WS-CCS-COUNT   PIC 9(5) VALUE 0.
        01 WS-DUE-COUNT   PIC 9(5) VALUE 0.
        01 WS-LOC-COUNT   PIC 9(5) VALUE 0.
        01 WS-OVD-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNCLS-COUNT PIC 9(5) VALUE 0.
        01 WS-INACT-COUNT PIC 9(5) VALUE 0.
        01 WS-NO-LOC-COUNT PIC 9(5) VALUE 0.
        01 WS-BAD-DATE    PIC 9(5) VALUE 0.
        01 OVD-CLS-TABLE.
           05 OVD-CLS-COUNT PIC 9(5) OCCURS 3 TIMES.
        01 WS-CL-IX       PIC 9(1).
        01 WS-CLASS-NAMES PIC X(3) VALUE "ABC".
        01 ITEM-OK        PIC X.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       盤點單各式列印行
        01 SHT-HDG-1.
           05 FILLER         PIC X(30) VALUE
                             "循環盤點單(盲盤)".
           05 FILLER         PIC X(12) VALUE "基準日 : ".
           05 SHT-BASE-DATE  PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 SHT-PAGE       PIC ZZ9.
        01 SHT-HDG-2.
           05 FILLER         PIC X(9)  VALUE "儲位 : ".
           05 SHT-LOC-CODE   PIC X(2).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(60) VALUE
              "請實點後填入，點畢以 Sample12-21 輸入".
        01 SHT-HDG-3.
           05 FILLER         PIC X(7)  VALUE "項次".
           05 FILLER         PIC X(7)  VALUE "編號".
           05 FILLER         PIC X(12) VALUE "品名".
           05 FILLER         PIC X(8)  VALUE "分類".
           05 FILLER         PIC X(16) VALUE "盤點數量".
           05 FILLER         PIC X(16) VALUE "盤點單號".
           05 FILLER         PIC X(6)  VALUE "備註".
        01 SHT-DET.
           05 SHT-ITEM       PIC ZZ9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 SHT-PRO-NO     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SHT-PRO-NAME   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SHT-CLASS      PIC X(1).
           05 SHT-OVD-MARK   PIC X(1).
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 FILLER         PIC X(16) VALUE "__________".
           05 FILLER         PIC X(16) VALUE "__________".
           05 FILLER         PIC X(14) VALUE "______________".
        01 SHT-FOOT.
           05 FILLER         PIC X(18) VALUE "盤點人 : ".
           05 FILLER         PIC X(16) VALUE "__________".
           05 FILLER         PIC X(12) VALUE "日期 : ".
           05 FILLER         PIC X(12) VALUE "________".
           05 FILLER         PIC X(12) VALUE "複核 : ".
           05 FILLER         PIC X(10) VALUE "__________".
        01 SHT-NOTE.
           05 FILLER         PIC X(60) VALUE
              "分類後註 * 者已逾期，請優先盤點".
      **       逾期清單各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "循環盤點逾期清單".
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 HDG-DATE       PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 HDG-PAGE       PIC ZZ9.
        01 HDG-LINE-2.
           05 FILLER         PIC X(12) VALUE "基準日 : ".
           05 HDG-BASE-DATE  PIC 9(6).
        01 HDG-LINE-3.
           05 FILLER         PIC X(8)  VALUE "分類".
           05 FILLER         PIC X(7)  VALUE "編號".
           05 FILLER         PIC X(12) VALUE "品名".
           05 FILLER         PIC X(8)  VALUE "儲位".
           05 FILLER         PIC X(12) VALUE "週期天數".
           05 FILLER         PIC X(15) VALUE "最近盤點日".
           05 FILLER         PIC X(12) VALUE "逾期天數".
        01 DET-LINE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-CLASS      PIC X(1).
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 DET-PRO-NO     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PRO-NAME   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-LOC-CODE   PIC X(2).
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 DET-INTERVAL   PIC ZZ9.
           05 FILLER         PIC X(9)  VALUE SPACES.
           05 DET-LAST-DATE  PIC X(6).
           05 FILLER         PIC X(9)  VALUE SPACES.
           05 DET-DAYS-OVER  PIC ZZZZ9.
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
                   ON ASCENDING KEY SORT-LOC-CODE SORT-PRO-NO
                   INPUT PROCEDURE IS 300-SELECT-DUE
                   OUTPUT PROCEDURE IS 500-PRINT-SHEETS
              CLOSE OVD-WORK
              SORT OVD-SORT
                   ON ASCENDING KEY OS-CLASS
                      DESCENDING KEY OS-DAYS-OVER
                      ASCENDING KEY OS-PRO-NO OS-LOC-CODE
                   USING OVD-WORK
                   OUTPUT PROCEDURE IS 600-PRINT-OVERDUE
              PERFORM 900-PRINT-SUMMARY
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
      **       參數卡未建即今天起 7 天，05 視同成功
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00" AND FS-PARM-FILE NOT = "05"
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       排程檔未建即尚未分類排程，05 視同成功
           OPEN INPUT CCS-FILE.
           IF FS-CCS-FILE NOT = "00" AND FS-CCS-FILE NOT = "05"
              DISPLAY "盤點排程檔開檔失敗，STATUS="
                      FS-CCS-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "產品檔開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       儲位檔未建即無儲位，05 視同成功
           OPEN INPUT LOC-FILE.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT OVD-WORK.
           IF FS-OVD-WORK NOT = "00"
              DISPLAY "逾期工作檔開檔失敗，STATUS="
                      FS-OVD-WORK
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT SHT-FILE.
           IF FS-SHT-FILE NOT = "00"
              DISPLAY "盤點單檔開檔失敗，STATUS=" FS-SHT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       基準日空白或非數字即今天；天數空白、非數字或零
      **       即 7 天
       150-EDIT-PARM.
           MOVE ZEROS TO OVD-CLS-TABLE.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO WS-BASE-DATE.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，列 7 天內應盤"
           END-READ.
           IF FS-PARM-FILE = "00"
              IF PARM-BASE-DATE NUMERIC
                 MOVE PARM-BASE-DATE TO WS-BASE-DATE
              END-IF
              IF PARM-DAYS NUMERIC
                 MOVE PARM-DAYS TO WS-HORIZON
              END-IF
           END-IF.
           IF WS-HORIZON = 0
              MOVE 7 TO WS-HORIZON
           END-IF.
           MOVE WS-BASE-DATE TO WS-DT.
           PERFORM 700-CALC-DAY-NO.
           MOVE WS-DAY-NO TO WS-BASE-DAY-NO.
      **
      **       逐筆排程推算應盤日，天數內者送排序，已過者另寫
      **       逾期工作檔
       300-SELECT-DUE.
           MOVE "N" TO EOF.
           PERFORM 310-READ-CCS.
           PERFORM 320-CHECK-ONE-CCS UNTIL EOF = "Y".
      **
       310-READ-CCS.
           READ CCS-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-CCS-FILE NOT = "00" AND FS-CCS-FILE NOT = "10"
              DISPLAY "盤點排程檔讀取錯誤，STATUS="
                      FS-CCS-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
      **       未分類(先盤點後分類)者不排程；應盤日=最近盤點日
      **       (未曾盤點以起始日)+週期天數
       320-CHECK-ONE-CCS.
           ADD 1 TO WS-CCS-COUNT.
           IF CCS-CLASS = SPACES OR CCS-INTERVAL-DAYS = 0
              ADD 1 TO WS-UNCLS-COUNT
           ELSE
              IF CCS-LAST-COUNT-DATE = ZERO
                 MOVE CCS-START-DATE TO WS-DT
              ELSE
                 MOVE CCS-LAST-COUNT-DATE TO WS-DT
              END-IF
              IF WS-DT NOT NUMERIC OR WS-DT = ZERO
                 ADD 1 TO WS-BAD-DATE
              ELSE
                 PERFORM 700-CALC-DAY-NO
                 COMPUTE WS-DAYS-TO-DUE = WS-DAY-NO
                         + CCS-INTERVAL-DAYS - WS-BASE-DAY-NO
                 IF WS-DAYS-TO-DUE < WS-HORIZON
                    PERFORM 330-CHECK-ITEM
                    IF ITEM-OK = "Y"
                       PERFORM 340-RELEASE-DUE
                       IF WS-DAYS-TO-DUE < 0
                          PERFORM 350-WRITE-OVERDUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 310-READ-CCS.
      **
      **       產品須存在且有效，儲位須仍存在
       330-CHECK-ITEM.
           MOVE "Y" TO ITEM-OK.
           MOVE CCS-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE NOT = "00"
              MOVE "N" TO ITEM-OK
              ADD 1 TO WS-INACT-COUNT
           ELSE
              IF PRO-INACTIVE
                 MOVE "N" TO ITEM-OK
                 ADD 1 TO WS-INACT-COUNT
              END-IF
           END-IF.
           IF ITEM-OK = "Y"
              MOVE CCS-KEY TO LOC-KEY
              READ LOC-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF FS-LOC-FILE NOT = "00"
                 MOVE "N" TO ITEM-OK
                 ADD 1 TO WS-NO-LOC-COUNT
              END-IF
           END-IF.
      **
       340-RELEASE-DUE.
           MOVE CCS-LOC-CODE TO SORT-LOC-CODE.
           MOVE CCS-PRO-NO   TO SORT-PRO-NO.
           MOVE PRO-NAME     TO SORT-PRO-NAME.
           MOVE CCS-CLASS    TO SORT-CLASS.
           IF WS-DAYS-TO-DUE < 0
              MOVE "*" TO SORT-OVERDUE
           ELSE
              MOVE SPACE TO SORT-OVERDUE
           END-IF.
           RELEASE SORT-REC.
           ADD 1 TO WS-DUE-COUNT.
      **
       350-WRITE-OVERDUE.
           MOVE CCS-CLASS    TO OW-CLASS.
           COMPUTE OW-DAYS-OVER = 0 - WS-DAYS-TO-DUE.
           MOVE CCS-PRO-NO   TO OW-PRO-NO.
           MOVE CCS-LOC-CODE TO OW-LOC-CODE.
           MOVE PRO-NAME     TO OW-PRO-NAME.
           MOVE CCS-INTERVAL-DAYS TO OW-INTERVAL.
           MOVE CCS-LAST-COUNT-DATE TO OW-LAST-DATE.
           WRITE OVD-WORK-REC.
           IF FS-OVD-WORK NOT = "00"
              DISPLAY "逾期工作檔寫入失敗，STATUS="
                      FS-OVD-WORK
           END-IF.
      **
      **       每個儲位另起一頁，頁滿續頁；儲位結束印簽名列
       500-PRINT-SHEETS.
           MOVE "N" TO SORT-EOF.
           MOVE SPACES TO WS-CUR-LOC.
           PERFORM 510-RETURN-DUE.
           PERFORM 520-PRINT-SHEET-LINE UNTIL SORT-EOF = "Y".
           IF WS-SHT-PAGE > 0
              PERFORM 540-PRINT-SHEET-FOOT
           END-IF.
      **
       510-RETURN-DUE.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       520-PRINT-SHEET-LINE.
           IF SORT-LOC-CODE NOT = WS-CUR-LOC OR WS-SHT-PAGE = 0
              IF WS-SHT-PAGE > 0
                 PERFORM 540-PRINT-SHEET-FOOT
              END-IF
              MOVE SORT-LOC-CODE TO WS-CUR-LOC
              MOVE ZERO TO WS-ITEM-NO
              ADD 1 TO WS-LOC-COUNT
              PERFORM 530-PRINT-SHEET-HEADING
           ELSE
              IF WS-SHT-LINES >= WS-PAGE-SIZE
                 PERFORM 530-PRINT-SHEET-HEADING
              END-IF
           END-IF.
           ADD 1 TO WS-ITEM-NO.
           MOVE WS-ITEM-NO    TO SHT-ITEM.
           MOVE SORT-PRO-NO   TO SHT-PRO-NO.
           MOVE SORT-PRO-NAME TO SHT-PRO-NAME.
           MOVE SORT-CLASS    TO SHT-CLASS.
           MOVE SORT-OVERDUE  TO SHT-OVD-MARK.
           MOVE SHT-DET TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE SPACES TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           ADD 2 TO WS-SHT-LINES.
           PERFORM 510-RETURN-DUE.
      **
       530-PRINT-SHEET-HEADING.
           ADD 1 TO WS-SHT-PAGE.
           MOVE WS-BASE-DATE TO SHT-BASE-DATE.
           MOVE WS-SHT-PAGE TO SHT-PAGE.
           MOVE SHT-HDG-1 TO SHT-REC.
           IF WS-SHT-PAGE = 1
              WRITE SHT-REC
           ELSE
              WRITE SHT-REC AFTER ADVANCING PAGE
           END-IF.
           IF FS-SHT-FILE NOT = "00"
              DISPLAY "盤點單檔寫入失敗，STATUS=" FS-SHT-FILE
           END-IF.
           MOVE WS-CUR-LOC TO SHT-LOC-CODE.
           MOVE SHT-HDG-2 TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE SHT-NOTE TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE SHT-HDG-3 TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE SPACES TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE 5 TO WS-SHT-LINES.
      **
       540-PRINT-SHEET-FOOT.
           MOVE SPACES TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
           MOVE SHT-FOOT TO SHT-REC.
           PERFORM 395-WRITE-SHT-LINE.
      **
      **       逾期清單：分類、逾期天數由多而少
       600-PRINT-OVERDUE.
           MOVE "N" TO SORT-EOF.
           PERFORM 610-RETURN-OVERDUE.
           PERFORM 620-PRINT-OVERDUE-LINE UNTIL SORT-EOF = "Y".
      **
       610-RETURN-OVERDUE.
           RETURN OVD-SORT
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       620-PRINT-OVERDUE-LINE.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE OS-CLASS     TO DET-CLASS.
           MOVE OS-PRO-NO    TO DET-PRO-NO.
           MOVE OS-PRO-NAME  TO DET-PRO-NAME.
           MOVE OS-LOC-CODE  TO DET-LOC-CODE.
           MOVE OS-INTERVAL  TO DET-INTERVAL.
           IF OS-LAST-DATE = ZERO
              MOVE "未曾" TO DET-LAST-DATE
           ELSE
              MOVE OS-LAST-DATE TO DET-LAST-DATE
           END-IF.
           MOVE OS-DAYS-OVER TO DET-DAYS-OVER.
           MOVE DET-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-OVD-COUNT.
           IF OS-CLASS = "A"
              ADD 1 TO OVD-CLS-COUNT(1)
           ELSE
              IF OS-CLASS = "B"
                 ADD 1 TO OVD-CLS-COUNT(2)
              ELSE
                 ADD 1 TO OVD-CLS-COUNT(3)
              END-IF
           END-IF.
           PERFORM 610-RETURN-OVERDUE.
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
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       YYMMDD 換算自 2000/01/01 起之日序，閏年二月後加一
       700-CALC-DAY-NO.
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
       395-WRITE-SHT-LINE.
           WRITE SHT-REC.
           IF FS-SHT-FILE NOT = "00"
              DISPLAY "盤點單檔寫入失敗，STATUS=" FS-SHT-FILE
           END-IF.
      **
      **       清單末列各類逾期數與本週應盤、略過筆數
       900-PRINT-SUMMARY.
           IF WS-LINE-CNT + 14 > WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 1 TO WS-CL-IX.
           PERFORM 920-PRINT-CLASS-COUNT UNTIL WS-CL-IX > 3.
           MOVE "逾期合計" TO SUM-LABEL.
           MOVE WS-OVD-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE "讀取排程" TO SUM-LABEL.
           MOVE WS-CCS-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "本期應盤(印盤點單)" TO SUM-LABEL.
           MOVE WS-DUE-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "盤點單儲位數" TO SUM-LABEL.
           MOVE WS-LOC-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "尚未分類未排程" TO SUM-LABEL.
           MOVE WS-UNCLS-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "產品已停用或查無" TO SUM-LABEL.
           MOVE WS-INACT-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "儲位已不存在" TO SUM-LABEL.
           MOVE WS-NO-LOC-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           IF WS-BAD-DATE > 0
              MOVE "排程日期不合理" TO SUM-LABEL
              MOVE WS-BAD-DATE TO SUM-COUNT
              PERFORM 910-PRINT-SUM-LINE
           END-IF.
           DISPLAY "循環盤點單完成，應盤 " WS-DUE-COUNT
                   " 筆，逾期 " WS-OVD-COUNT " 筆".
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
       920-PRINT-CLASS-COUNT.
           MOVE SPACES TO SUM-LABEL.
           STRING "逾期 " WS-CLASS-NAMES(WS-CL-IX:1) " 類"
                  DELIMITED BY SIZE INTO SUM-LABEL.
           MOVE OVD-CLS-COUNT(WS-CL-IX) TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           ADD 1 TO WS-CL-IX.
      **
       800-CLOSE.
           CLOSE PARM-FILE CCS-FILE PRO-FILE LOC-FILE SHT-FILE
                 RPT-FILE.
      **       正常流程 OVD-WORK 已於排序前關檔
           IF OPEN-OK = "N"
              CLOSE OVD-WORK
           END-IF.
