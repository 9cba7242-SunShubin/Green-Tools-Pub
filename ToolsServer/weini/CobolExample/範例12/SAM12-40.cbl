      ** 程式範例十二-40 (SAM12-40.CBL):操作者權限覆核報表
      ** 定期執行：依代號順序讀操作者帳號檔 SAM12-2.OPR，
      ** 逐一列出姓名、狀態(啟用/停用/鎖定)、密碼日期與
      ** 天數(超過 90 天註明逾期，計法同各線上程式之簽到)、
      ** 最近簽到日、連續錯誤次數，及其可用功能清單，供保安
      ** 覆核授權是否恰當。最後彙總停用/鎖定/密碼逾期及具
      ** SECURITY-ADMIN 權限之人數
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-40.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       操作者帳號檔循序讀，僅讀不鎖
           SELECT OPTIONAL OPR-FILE ASSIGN TO RANDOM "SAM12-2.OPR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS FS-OPR-FILE.
           SELECT RPT-FILE ASSIGN TO "SAM12-40.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD OPR-FILE
           LABEL RECORD IS STANDARD.
           COPY "OPR-REC.CPY".
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-OPR-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
      **       密碼天數：以年 365 日/月 30 日近似，與簽到一致
        01 WS-PW-LIMIT-DAYS PIC 9(3) VALUE 90.
        01 WS-PW-DATE     PIC 9(6).
        01 WS-PW-DATE-R REDEFINES WS-PW-DATE.
           05 WS-PW-YY    PIC 9(2).
           05 WS-PW-MM    PIC 9(2).
           05 WS-PW-DD    PIC 9(2).
        01 WS-TODAY-DAYS  PIC 9(7).
        01 WS-PW-DAYS     PIC 9(7).
        01 WS-WORK-DAYS   PIC 9(7).
        01 WS-PW-AGE      PIC S9(7).
      **       功能清單列印控制
        01 WS-SLOT-IX     PIC 9(2).
        01 WS-FL-IX       PIC 9(2).
        01 WS-FUNC-CNT    PIC 9(2).
      **       統計
        01 WS-OPR-COUNT   PIC 9(5) VALUE 0.
        01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
        01 WS-STOP-COUNT  PIC 9(5) VALUE 0.
        01 WS-LOCK-COUNT  PIC 9(5) VALUE 0.
        01 WS-EXP-COUNT   PIC 9(5) VALUE 0.
        01 WS-ADMIN-COUNT PIC 9(5) VALUE 0.
        01 WS-NOFUNC-COUNT PIC 9(5) VALUE 0.
      **       分頁控制
        01 WS-LINE-CNT    PIC 9(2) VALUE 99.
        01 WS-PAGE-CNT    PIC 9(3) VALUE 0.
        01 WS-PAGE-SIZE   PIC 9(2) VALUE 50.
      **       報表各式列印行
        01 HDG-LINE-1.
           05 FILLER         PIC X(30) VALUE
                             "操作者權限覆核報表".
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 HDG-DATE       PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE "頁次 : ".
           05 HDG-PAGE       PIC ZZ9.
        01 HDG-LINE-2.
           05 FILLER         PIC X(21) VALUE
                             "密碼有效天數 : ".
           05 HDG-LIMIT      PIC ZZ9.
        01 HDG-LINE-3.
           05 FILLER         PIC X(7)  VALUE "代號".
           05 FILLER         PIC X(22) VALUE "姓名".
           05 FILLER         PIC X(8)  VALUE "狀態".
           05 FILLER         PIC X(14) VALUE "密碼日期".
           05 FILLER         PIC X(15) VALUE "密碼天數".
           05 FILLER         PIC X(14) VALUE "最近簽到".
           05 FILLER         PIC X(9)  VALUE "錯誤數".
        01 DET-LINE.
           05 DET-OPR-ID     PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-OPR-NAME   PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-STATUS     PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-PW-DATE    PIC 9(6).
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 DET-PW-AGE     PIC ZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-PW-FLAG    PIC X(6).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DET-LAST-SIGNON PIC X(6).
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 DET-FAIL       PIC Z9.
      **       功能清單每列五個，超過另起一列
        01 FUNC-LINE.
           05 FILLER         PIC X(5).
           05 FL-LABEL       PIC X(14).
           05 FL-ENTRY OCCURS 5 TIMES.
              10 FL-FUNC     PIC X(15).
              10 FILLER      PIC X(1).
        01 SUM-LINE.
           05 SUM-LABEL      PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SUM-COUNT      PIC ZZZZ9.

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              ACCEPT WS-TODAY FROM DATE
              PERFORM 300-LIST-OPERATORS
              PERFORM 900-PRINT-SUMMARY
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
      **       帳號檔未建即尚無操作者，05 視同成功
           OPEN INPUT OPR-FILE.
           IF FS-OPR-FILE NOT = "00" AND FS-OPR-FILE NOT = "05"
              DISPLAY "操作者檔開檔失敗，STATUS=" FS-OPR-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
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
           MOVE WS-PW-LIMIT-DAYS TO HDG-LIMIT.
           MOVE HDG-LINE-2 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE HDG-LINE-3 TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE 4 TO WS-LINE-CNT.
      **
      **       依代號順序逐一列印操作者
       300-LIST-OPERATORS.
           MOVE "N" TO EOF.
           PERFORM 310-READ-OPR.
           PERFORM 320-PRINT-ONE-OPR UNTIL EOF = "Y".
      **
       310-READ-OPR.
           READ OPR-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-OPR-FILE NOT = "00" AND FS-OPR-FILE NOT = "10"
              DISPLAY "操作者檔讀取錯誤，STATUS=" FS-OPR-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
      **       一位操作者印主列加功能列，至少三列不跨頁
       320-PRINT-ONE-OPR.
           ADD 1 TO WS-OPR-COUNT.
           IF WS-LINE-CNT + 3 > WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE OPR-ID TO DET-OPR-ID.
           MOVE OPR-NAME TO DET-OPR-NAME.
           IF OPR-ENABLED
              MOVE "啟用" TO DET-STATUS
              ADD 1 TO WS-ACTIVE-COUNT
           ELSE
              IF OPR-DISABLED
                 MOVE "停用" TO DET-STATUS
                 ADD 1 TO WS-STOP-COUNT
              ELSE
                 IF OPR-LOCKED
                    MOVE "鎖定" TO DET-STATUS
                    ADD 1 TO WS-LOCK-COUNT
                 ELSE
                    MOVE OPR-STATUS TO DET-STATUS
                 END-IF
              END-IF
           END-IF.
           MOVE OPR-PW-DATE TO DET-PW-DATE.
           MOVE OPR-PW-DATE TO WS-PW-DATE.
           PERFORM 600-CALC-PW-AGE.
           MOVE WS-PW-AGE TO DET-PW-AGE.
           IF WS-PW-AGE > WS-PW-LIMIT-DAYS
              MOVE "逾期" TO DET-PW-FLAG
              ADD 1 TO WS-EXP-COUNT
           ELSE
              MOVE SPACES TO DET-PW-FLAG
           END-IF.
           IF OPR-LAST-SIGNON = ZERO
              MOVE "未曾" TO DET-LAST-SIGNON
           ELSE
              MOVE OPR-LAST-SIGNON TO DET-LAST-SIGNON
           END-IF.
           MOVE OPR-FAIL-COUNT TO DET-FAIL.
           MOVE DET-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           PERFORM 340-PRINT-FUNCS.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           PERFORM 310-READ-OPR.
      **
      **       功能清單：略過空白格，無任何功能者註明
       340-PRINT-FUNCS.
           MOVE SPACES TO FUNC-LINE.
           MOVE "功能權限 :" TO FL-LABEL.
           MOVE ZERO TO WS-FL-IX.
           MOVE ZERO TO WS-FUNC-CNT.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 345-ADD-FUNC UNTIL WS-SLOT-IX > 10.
           IF WS-FUNC-CNT = 0
              MOVE "(無)" TO FL-FUNC(1)
              MOVE 1 TO WS-FL-IX
              ADD 1 TO WS-NOFUNC-COUNT
           END-IF.
           IF WS-FL-IX > 0
              PERFORM 350-PRINT-FUNC-LINE
           END-IF.
      **
       345-ADD-FUNC.
           IF OPR-FUNC(WS-SLOT-IX) NOT = SPACES
              ADD 1 TO WS-FL-IX
              ADD 1 TO WS-FUNC-CNT
              MOVE OPR-FUNC(WS-SLOT-IX) TO FL-FUNC(WS-FL-IX)
              IF OPR-FUNC(WS-SLOT-IX) = "SECURITY-ADMIN"
                 ADD 1 TO WS-ADMIN-COUNT
              END-IF
              IF WS-FL-IX = 5
                 PERFORM 350-PRINT-FUNC-LINE
              END-IF
           END-IF.
           ADD 1 TO WS-SLOT-IX.
      **
      **       續列不重印標題
       350-PRINT-FUNC-LINE.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE FUNC-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES TO FUNC-LINE.
           MOVE ZERO TO WS-FL-IX.
      **
      **       以年 365 日/月 30 日近似計齡，與簽到逾期判斷一致
       600-CALC-PW-AGE.
           MULTIPLY WS-TODAY-YY BY 365 GIVING WS-TODAY-DAYS.
           MULTIPLY WS-TODAY-MM BY 30 GIVING WS-WORK-DAYS.
           ADD WS-WORK-DAYS TO WS-TODAY-DAYS.
           ADD WS-TODAY-DD TO WS-TODAY-DAYS.
           MULTIPLY WS-PW-YY BY 365 GIVING WS-PW-DAYS.
           MULTIPLY WS-PW-MM BY 30 GIVING WS-WORK-DAYS.
           ADD WS-WORK-DAYS TO WS-PW-DAYS.
           ADD WS-PW-DD TO WS-PW-DAYS.
           SUBTRACT WS-PW-DAYS FROM WS-TODAY-DAYS
                    GIVING WS-PW-AGE.
      **
       390-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
      **
       900-PRINT-SUMMARY.
           IF WS-LINE-CNT + 8 > WS-PAGE-SIZE
              PERFORM 200-PRINT-HEADING
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE "操作者總數" TO SUM-LABEL.
           MOVE WS-OPR-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "啟用" TO SUM-LABEL.
           MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "停用" TO SUM-LABEL.
           MOVE WS-STOP-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "鎖定" TO SUM-LABEL.
           MOVE WS-LOCK-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "密碼逾期" TO SUM-LABEL.
           MOVE WS-EXP-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "具 SECURITY-ADMIN 權限" TO SUM-LABEL.
           MOVE WS-ADMIN-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           MOVE "無任何功能權限" TO SUM-LABEL.
           MOVE WS-NOFUNC-COUNT TO SUM-COUNT.
           PERFORM 910-PRINT-SUM-LINE.
           DISPLAY "權限覆核報表完成，操作者 " WS-OPR-COUNT
                   " 位".
      **
       910-PRINT-SUM-LINE.
           MOVE SUM-LINE TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
       800-CLOSE.
           CLOSE OPR-FILE RPT-FILE.
