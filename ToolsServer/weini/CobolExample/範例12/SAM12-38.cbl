      ** 程式範例十二-38 (SAM12-38.CBL):產品綜合查詢
      ** 櫃台查詢單一產品之全貌，僅讀不改：輸入產品編號，
      ** 或依編號開頭/名稱瀏覽選取(同 Sample12-7 瀏覽查詢)，
      ** 逐頁顯示：產品主檔各欄與供應商名稱(SAM12-2.VND)、
      ** 各儲位數量(SAM12-2.LOC)、未結採購單(SAM12-2.PO)、
      ** 待補缺貨單(SAM12-11.BOR)及其等待天數、最近 20 筆
      ** 異動明細(SAM12-2.LGR)、最近 10 筆稽核軌跡
      ** (SAM12-2.LOG)。每頁按 Enter 續看，Q 結束。
      ** 開始前須以操作者代號/密碼簽到(SAM12-2.OPR)，查詢不需
      ** 功能權限；簽到成敗及鎖定寫入稽核軌跡檔
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-38.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       各檔均僅讀不鎖，與批次/線上作業並行不互斥
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
           SELECT OPTIONAL VND-FILE ASSIGN TO RANDOM "SAM12-2.VND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VND-NO
                  FILE STATUS IS FS-VND-FILE.
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOC-KEY
                  FILE STATUS IS FS-LOC-FILE.
           SELECT OPTIONAL PO-FILE ASSIGN TO RANDOM "SAM12-2.PO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-PRO-NO
                  FILE STATUS IS FS-PO-FILE.
           SELECT OPTIONAL BOR-FILE ASSIGN TO RANDOM "SAM12-11.BOR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BOR-KEY
                  FILE STATUS IS FS-BOR-FILE.
      **       明細帳與稽核檔為循序檔，自頭讀到尾留最後幾筆；
      **       稽核檔先以 EXTEND 開檔寫簽到軌跡，查詢時再重開
           SELECT OPTIONAL LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
                  FILE STATUS IS FS-AUDIT-FILE.
      **       操作者帳號檔，簽到須回寫錯誤次數/鎖定
           SELECT OPR-FILE ASSIGN TO RANDOM "SAM12-2.OPR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPR-ID
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-OPR-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        FD VND-FILE
           LABEL RECORD IS STANDARD.
           COPY "VND-REC.CPY".
      **
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOC-REC.CPY".
      **
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PO-REC.CPY".
      **
        FD BOR-FILE
           LABEL RECORD IS STANDARD.
           COPY "BOR-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".
      **
        FD OPR-FILE
           LABEL RECORD IS STANDARD.
           COPY "OPR-REC.CPY".

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 IF-DATA        PIC X(3) VALUE "YES".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 QUIT-INQ       PIC X    VALUE "N".
        01 REPLY          PIC X.
        01 FS-PRO-FILE    PIC X(2).
        01 FS-VND-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-PO-FILE     PIC X(2).
        01 FS-BOR-FILE    PIC X(2).
        01 FS-LGR-FILE    PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
        01 PRO-NO-IN      PIC X(5).
      **       瀏覽/查詢用工作欄位
        01 MODE-SELECT    PIC X.
        01 SEARCH-TYPE    PIC X.
        01 SEARCH-STRING  PIC X(10).
        01 SEARCH-LEN     PIC 9(2) VALUE 0.
        01 MATCH-COUNT    PIC 9(2) VALUE 0.
        01 BROWSE-COUNT   PIC 9(2) VALUE 0.
        01 BROWSE-LIMIT   PIC 9(2) VALUE 15.
      **       分頁控制：每頁第 6 至 20 行為明細
        01 WS-LINE        PIC 9(2) VALUE 6.
        01 WS-FIRST-LINE  PIC 9(2) VALUE 6.
        01 WS-LAST-LINE   PIC 9(2) VALUE 20.
        01 WS-PAGE-CNT    PIC 9(2) VALUE 0.
        01 WS-SECTION     PIC X(30).
      **       欄標題別：L 儲位 B 缺貨 G 明細帳 A 稽核，空白無
        01 WS-HDG-ID      PIC X.
      **       顯示用編輯欄位
        01 WS-QTY-D       PIC ZZZZ9.
        01 WS-TOTAL-D     PIC Z,ZZZ,ZZ9.
        01 WS-COST-D      PIC ZZ,ZZ9.99.
        01 WS-AGE-D       PIC ZZZZ9.
        01 WS-LOC-TOTAL   PIC 9(7).
        01 WS-LOC-COUNT   PIC 9(3).
        01 WS-BOR-COUNT   PIC 9(3).
      **       日期換算日序：自 2000 年起累計日數，供缺貨等待
      **       天數相減
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-TODAY-DAY-NO PIC 9(6).
        01 WS-BOR-AGE     PIC S9(5).
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
      **       最近異動明細環形表，滿了由最舊者覆寫
        01 LG-TABLE.
           05 LG-ENTRY OCCURS 20 TIMES.
              10 LG-TAB-DATE     PIC 9(6).
              10 LG-TAB-CODE     PIC X(1).
              10 LG-TAB-SIGN     PIC X(1).
              10 LG-TAB-QTY      PIC 9(5).
              10 LG-TAB-REF      PIC X(8).
              10 LG-TAB-LOC      PIC X(2).
              10 LG-TAB-TO       PIC X(2).
              10 LG-TAB-BAL      PIC 9(5).
              10 LG-TAB-LOT      PIC X(8).
              10 LG-TAB-BATCH    PIC 9(6).
        01 LG-MAX         PIC 9(2) VALUE 20.
        01 LG-USED        PIC 9(2) VALUE 0.
        01 LG-NEXT        PIC 9(2) VALUE 1.
        01 LG-IX          PIC 9(2).
        01 LG-SHOWN       PIC 9(2).
        01 WS-LGR-TOTAL   PIC 9(7) VALUE 0.
      **       最近稽核軌跡環形表
        01 AU-TABLE.
           05 AU-ENTRY OCCURS 10 TIMES.
              10 AU-TAB-DATE     PIC 9(6).
              10 AU-TAB-TIME     PIC 9(6).
              10 AU-TAB-ACTION   PIC X(10).
              10 AU-TAB-OPERATOR PIC X(5).
              10 AU-TAB-QTY      PIC 9(5).
        01 AU-MAX         PIC 9(2) VALUE 10.
        01 AU-USED        PIC 9(2) VALUE 0.
        01 AU-NEXT        PIC 9(2) VALUE 1.
        01 AU-IX          PIC 9(2).
        01 AU-SHOWN       PIC 9(2).
        01 AUD-KEEP       PIC X.
        01 WS-AUD-TOTAL   PIC 9(7) VALUE 0.
        01 OPER-ID-IN     PIC X(5).
      **       操作者簽到用工作欄位
        01 FS-OPR-FILE    PIC X(2).
        01 OPR-PASSWORD-IN PIC X(8).
        01 WS-OPR-PW      PIC X(8).
        01 WS-OPR-RESULT  PIC X(10).
        01 WS-PROGRAM-ID  PIC X(10) VALUE "SAM12-38".
        01 OPR-OK         PIC X VALUE "N".
           88 OPERATOR-OK       VALUE "Y".
        01 WS-NOW         PIC 9(8).
      **       密碼逾期/鎖定控制用工作欄位
        01 WS-MAX-FAIL      PIC 9(2) VALUE 3.
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
      **       密碼轉換，OPR-FILE 存轉換值
      **       僅簡單替換，非加密，待改正式加密機制
        01 WS-SCRAMBLE-FROM PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
        01 WS-SCRAMBLE-TO   PIC X(62) VALUE
       "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm5678901234".

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              PERFORM 160-SIGN-ON-OPERATOR
           END-IF.
           IF OPEN-OK = "Y" AND OPERATOR-OK
              PERFORM 200-ACCEPT-DATA
              IF IF-DATA = "YES"
                 PERFORM 300-READ-PRODUCT
              END-IF
              IF IF-DATA = "YES"
                 ACCEPT WS-TODAY FROM DATE
                 MOVE WS-TODAY TO WS-DT
                 PERFORM 700-CALC-DAY-NO
                 MOVE WS-DAY-NO TO WS-TODAY-DAY-NO
                 PERFORM 400-SHOW-MASTER
                 PERFORM 450-SHOW-LOCATIONS
                 PERFORM 500-SHOW-BACKORDERS
                 PERFORM 550-SHOW-MOVEMENTS
                 PERFORM 600-SHOW-AUDIT
                 PERFORM 690-END-INQUIRY
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
      **       關聯檔未建視同無資料，05 視同成功
       100-OPEN-FILE.
           OPEN INPUT PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "PRO-FILE 開檔失敗，STATUS=" FS-PRO-FILE
                      LINE 22 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT VND-FILE.
           IF FS-VND-FILE NOT = "00" AND FS-VND-FILE NOT = "05"
              DISPLAY "供應商檔開檔失敗，STATUS=" FS-VND-FILE
                      LINE 23 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT LOC-FILE.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
                      LINE 24 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT PO-FILE.
           IF FS-PO-FILE NOT = "00" AND FS-PO-FILE NOT = "05"
              DISPLAY "採購單檔開檔失敗，STATUS=" FS-PO-FILE
                      LINE 25 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT BOR-FILE.
           IF FS-BOR-FILE NOT = "00" AND FS-BOR-FILE NOT = "05"
              DISPLAY "缺貨補單檔開檔失敗，STATUS="
                      FS-BOR-FILE LINE 26 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT LGR-FILE.
           IF FS-LGR-FILE NOT = "00" AND FS-LGR-FILE NOT = "05"
              DISPLAY "明細帳檔開檔失敗，STATUS=" FS-LGR-FILE
                      LINE 27 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = "00" AND FS-AUDIT-FILE NOT = "05"
              DISPLAY "稽核檔開檔失敗，STATUS=" FS-AUDIT-FILE
                      LINE 28 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
      **       簽到須回寫錯誤次數/鎖定，故以 I-O 開檔
           OPEN I-O OPR-FILE.
           IF FS-OPR-FILE NOT = "00"
              DISPLAY "操作者檔開檔失敗，STATUS=" FS-OPR-FILE
                      LINE 29 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       操作者簽到：停用/鎖定/逾期拒絕，連錯達上限即
      **       鎖定；成敗均寫入稽核軌跡檔供保安覆核
       160-SIGN-ON-OPERATOR.
           MOVE "N" TO OPR-OK.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           DISPLAY "操作者代號 : " LINE 6 POSITION 15.
           ACCEPT OPER-ID-IN LINE 6 POSITION 30.
           DISPLAY "操作者密碼 : " LINE 7 POSITION 15.
           ACCEPT OPR-PASSWORD-IN LINE 7 POSITION 30.
           MOVE "LOGON-BAD" TO WS-OPR-RESULT.
           MOVE OPER-ID-IN TO OPR-ID.
           READ OPR-FILE INVALID KEY
                DISPLAY "操作者代號不存在 !" LINE 18 POSITION 15
           END-READ.
           IF FS-OPR-FILE = "51" OR FS-OPR-FILE = "99"
              DISPLAY "操作者檔鎖定中，請稍後再試 !"
                      LINE 18 POSITION 15
           END-IF.
           IF FS-OPR-FILE = "00"
              IF OPR-DISABLED
                 DISPLAY "此代號已停用 !" LINE 18 POSITION 15
              ELSE
                 IF OPR-LOCKED
                    DISPLAY "此代號已鎖定，請洽帳號維護 !"
                            LINE 18 POSITION 15
                 ELSE
                    PERFORM 163-CHECK-OPR-PASSWORD
                 END-IF
              END-IF
           END-IF.
           PERFORM 165-WRITE-OPR-LOG.
      **
      **       密碼比對：逾期拒簽；連錯達上限即鎖定代號
       163-CHECK-OPR-PASSWORD.
           MOVE OPR-PASSWORD-IN TO WS-OPR-PW.
           INSPECT WS-OPR-PW
                   CONVERTING WS-SCRAMBLE-FROM TO WS-SCRAMBLE-TO.
           IF WS-OPR-PW = OPR-PASSWORD
              MOVE OPR-PW-DATE TO WS-PW-DATE
              PERFORM 164-CALC-OPR-PW-AGE
              IF WS-PW-AGE > WS-PW-LIMIT-DAYS
                 DISPLAY "密碼已逾期，請洽帳號維護 !"
                         LINE 18 POSITION 15
                 MOVE "LOGON-EXP" TO WS-OPR-RESULT
              ELSE
                 MOVE "Y" TO OPR-OK
                 MOVE "LOGON-OK" TO WS-OPR-RESULT
                 MOVE ZERO TO OPR-FAIL-COUNT
                 MOVE WS-TODAY TO OPR-LAST-SIGNON
              END-IF
           ELSE
              ADD 1 TO OPR-FAIL-COUNT
              IF OPR-FAIL-COUNT NOT < WS-MAX-FAIL
                 MOVE "L" TO OPR-STATUS
                 MOVE "LOCKOUT" TO WS-OPR-RESULT
                 DISPLAY "密碼錯誤，代號已鎖定 !"
                         LINE 18 POSITION 15
              ELSE
                 DISPLAY "密碼錯誤 !" LINE 18 POSITION 15
              END-IF
           END-IF.
           REWRITE OPR-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-OPR-FILE NOT = "00"
              DISPLAY "操作者檔更新失敗，STATUS=" FS-OPR-FILE
                      LINE 19 POSITION 15
           END-IF.
      **
      **       以年 365 日/月 30 日近似計齡，足供逾期判斷
       164-CALC-OPR-PW-AGE.
           ACCEPT WS-TODAY FROM DATE.
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
      **       簽到軌跡：成敗動作別/代號/程式/日期時間
       165-WRITE-OPR-LOG.
           MOVE SPACES TO AUD-PRO-NO.
           MOVE WS-PROGRAM-ID TO AUD-PRO-NAME.
           MOVE ZERO   TO AUD-PRO-QTY.
           MOVE WS-OPR-RESULT TO AUD-ACTION.
           MOVE OPER-ID-IN TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6) TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
                      LINE 21 POSITION 15
           END-IF.
      **
       200-ACCEPT-DATA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           DISPLAY "(I)輸入編號 (B)瀏覽查詢 : "
                   LINE 8 POSITION 15.
           ACCEPT MODE-SELECT LINE 8 POSITION 44.
           IF MODE-SELECT = "B" OR MODE-SELECT = "b"
              PERFORM 210-BROWSE-MODE
           ELSE
              DISPLAY "PRO-NO : " LINE 10 POSITION 20
              ACCEPT PRO-NO-IN LINE 10 POSITION 32
              IF PRO-NO-IN = SPACES
                 MOVE "NO " TO IF-DATA
              ELSE
                 MOVE "YES" TO IF-DATA
              END-IF
           END-IF.
      **
      **       瀏覽/查詢 PRO-FILE，免輸入正確編號
       210-BROWSE-MODE.
           DISPLAY "(N)依編號開頭查詢  (S)依名稱查詢 : "
                   LINE 8 POSITION 15.
           ACCEPT SEARCH-TYPE LINE 8 POSITION 52.
           DISPLAY "請輸入查詢字串 : " LINE 9 POSITION 15.
           ACCEPT SEARCH-STRING LINE 9 POSITION 34.
           MOVE 0 TO SEARCH-LEN.
           INSPECT SEARCH-STRING TALLYING SEARCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE "N" TO EOF.
           MOVE 0 TO BROWSE-COUNT.
           MOVE 12 TO WS-LINE.
           IF SEARCH-TYPE = "N" OR SEARCH-TYPE = "n"
              IF SEARCH-LEN > 5
                 MOVE 5 TO SEARCH-LEN
              END-IF
              MOVE SPACES TO PRO-NO
              MOVE SEARCH-STRING TO PRO-NO
              START PRO-FILE KEY IS NOT LESS THAN PRO-NO
                    INVALID KEY MOVE "Y" TO EOF
              END-START
           ELSE
              MOVE LOW-VALUES TO PRO-NO
              START PRO-FILE KEY IS NOT LESS THAN PRO-NO
                    INVALID KEY MOVE "Y" TO EOF
              END-START
           END-IF.
           IF FS-PRO-FILE NOT = "00" AND FS-PRO-FILE NOT = "23"
              DISPLAY "PRO-FILE 讀取錯誤，STATUS=" FS-PRO-FILE
                      LINE 18 POSITION 15
              MOVE "Y" TO EOF
           END-IF.
           PERFORM 220-BROWSE-LOOP
                   UNTIL EOF = "Y" OR BROWSE-COUNT >= BROWSE-LIMIT.
           DISPLAY "選取 PRO-NO，空白=取消 : "
                   LINE 27 POSITION 15.
           ACCEPT PRO-NO-IN LINE 27 POSITION 40.
           IF PRO-NO-IN = SPACES
              MOVE "NO " TO IF-DATA
           ELSE
              MOVE "YES" TO IF-DATA
           END-IF.
      **
       220-BROWSE-LOOP.
           READ PRO-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-PRO-FILE NOT = "00" AND FS-PRO-FILE NOT = "10"
              DISPLAY "PRO-FILE 讀取錯誤，STATUS=" FS-PRO-FILE
                      LINE 18 POSITION 15
              MOVE "Y" TO EOF
           END-IF.
           IF EOF NOT = "Y"
              IF SEARCH-TYPE = "N" OR SEARCH-TYPE = "n"
                 IF SEARCH-LEN = 0 OR
                    PRO-NO(1:SEARCH-LEN) = SEARCH-STRING(1:SEARCH-LEN)
                    PERFORM 230-DISPLAY-BROWSE-LINE
                 ELSE
                    MOVE "Y" TO EOF
                 END-IF
              ELSE
                 MOVE 0 TO MATCH-COUNT
                 IF SEARCH-LEN > 0
                    INSPECT PRO-NAME TALLYING MATCH-COUNT
                            FOR ALL SEARCH-STRING(1:SEARCH-LEN)
                 END-IF
                 IF SEARCH-LEN = 0 OR MATCH-COUNT > 0
                    PERFORM 230-DISPLAY-BROWSE-LINE
                 END-IF
              END-IF
           END-IF.
      **
       230-DISPLAY-BROWSE-LINE.
           DISPLAY PRO-NO   LINE WS-LINE POSITION 15.
           DISPLAY PRO-NAME LINE WS-LINE POSITION 25.
           DISPLAY PRO-QTY  LINE WS-LINE POSITION 40.
           ADD 1 TO WS-LINE.
           ADD 1 TO BROWSE-COUNT.
      **
      **       明細行滿頁即換頁；已選結束者不再顯示
       250-CHECK-LINE.
           IF WS-LINE > WS-LAST-LINE
              PERFORM 260-NEW-SCREEN
           END-IF.
      **
      **       換頁：非首頁先候按鍵(Q 結束)，再清畫面印頁首
       260-NEW-SCREEN.
           IF WS-PAGE-CNT > 0
              DISPLAY "按 Enter 續看下頁，Q 結束 : "
                      LINE 22 POSITION 15
              ACCEPT REPLY LINE 22 POSITION 46
              IF REPLY = "Q" OR REPLY = "q"
                 MOVE "Y" TO QUIT-INQ
              END-IF
           END-IF.
           IF QUIT-INQ NOT = "Y"
              ADD 1 TO WS-PAGE-CNT
              DISPLAY " " LINE 1 POSITION 1 ERASE EOS
              DISPLAY "產品綜合查詢" LINE 1 POSITION 3
              DISPLAY PRO-NO LINE 1 POSITION 25
              DISPLAY PRO-NAME LINE 1 POSITION 32
              DISPLAY "頁次 : " LINE 1 POSITION 60
              DISPLAY WS-PAGE-CNT LINE 1 POSITION 68
              DISPLAY WS-SECTION LINE 3 POSITION 3
              PERFORM 270-SHOW-COL-HEADING
              MOVE WS-FIRST-LINE TO WS-LINE
           END-IF.
      **
      **       欄標題逐欄定位顯示，換頁時一併重印
       270-SHOW-COL-HEADING.
           EVALUATE WS-HDG-ID
               WHEN "L"
                    DISPLAY "儲位" LINE 5 POSITION 3
                    DISPLAY "數量" LINE 5 POSITION 12
               WHEN "B"
                    DISPLAY "單號" LINE 5 POSITION 3
                    DISPLAY "數量" LINE 5 POSITION 12
                    DISPLAY "儲位" LINE 5 POSITION 19
                    DISPLAY "首次缺貨" LINE 5 POSITION 25
                    DISPLAY "等待天數" LINE 5 POSITION 38
               WHEN "G"
                    DISPLAY "日期" LINE 5 POSITION 3
                    DISPLAY "別" LINE 5 POSITION 10
                    DISPLAY "數量" LINE 5 POSITION 14
                    DISPLAY "單號" LINE 5 POSITION 20
                    DISPLAY "儲位" LINE 5 POSITION 29
                    DISPLAY "轉入" LINE 5 POSITION 33
                    DISPLAY "餘額" LINE 5 POSITION 39
                    DISPLAY "批號" LINE 5 POSITION 44
                    DISPLAY "批次" LINE 5 POSITION 53
               WHEN "A"
                    DISPLAY "日期" LINE 5 POSITION 3
                    DISPLAY "時間" LINE 5 POSITION 10
                    DISPLAY "動作別" LINE 5 POSITION 17
                    DISPLAY "操作者" LINE 5 POSITION 28
                    DISPLAY "數量" LINE 5 POSITION 36
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      **
       300-READ-PRODUCT.
           MOVE PRO-NO-IN TO PRO-NO.
           READ PRO-FILE INVALID KEY
                CONTINUE
           END-READ.
           IF FS-PRO-FILE = "23"
              DISPLAY "此筆資料不存在 !" LINE 18 POSITION 25
              MOVE "NO " TO IF-DATA
           ELSE
              IF FS-PRO-FILE NOT = "00"
                 DISPLAY "PRO-FILE 讀取錯誤，STATUS="
                         FS-PRO-FILE LINE 18 POSITION 25
                 MOVE "NO " TO IF-DATA
              END-IF
           END-IF.
      **
      **       第一頁：主檔各欄、供應商名稱與未結採購單
       400-SHOW-MASTER.
           MOVE "主檔資料" TO WS-SECTION.
           MOVE SPACE TO WS-HDG-ID.
           PERFORM 260-NEW-SCREEN.
           DISPLAY "名稱 : " LINE 6 POSITION 5.
           DISPLAY PRO-NAME LINE 6 POSITION 20.
           DISPLAY "狀態 : " LINE 6 POSITION 40.
           IF PRO-INACTIVE
              DISPLAY "已停用" LINE 6 POSITION 50
           ELSE
              DISPLAY "使用中" LINE 6 POSITION 50
           END-IF.
           MOVE PRO-QTY TO WS-QTY-D.
           DISPLAY "庫存總量 : " LINE 7 POSITION 5.
           DISPLAY WS-QTY-D LINE 7 POSITION 20.
           MOVE PRO-UNIT-COST TO WS-COST-D.
           DISPLAY "單位成本 : " LINE 7 POSITION 40.
           DISPLAY WS-COST-D LINE 7 POSITION 55.
           MOVE PRO-REORDER-PT TO WS-QTY-D.
           DISPLAY "補貨點 : " LINE 8 POSITION 5.
           DISPLAY WS-QTY-D LINE 8 POSITION 20.
           DISPLAY "最後異動 : " LINE 8 POSITION 40.
           DISPLAY PRO-LAST-MOVE-DATE LINE 8 POSITION 55.
           DISPLAY "供應商 : " LINE 9 POSITION 5.
           DISPLAY PRO-SUP-NO LINE 9 POSITION 20.
           PERFORM 410-SHOW-VENDOR.
           PERFORM 420-SHOW-PO.
      **
      **       供應商名稱；未指定或查無者註明
       410-SHOW-VENDOR.
           IF PRO-SUP-NO = SPACES
              DISPLAY "(未指定)" LINE 9 POSITION 27
           ELSE
              MOVE PRO-SUP-NO TO VND-NO
              READ VND-FILE INVALID KEY
                   CONTINUE
              END-READ
              IF FS-VND-FILE = "00"
                 DISPLAY VND-NAME LINE 9 POSITION 27
                 IF VND-INACTIVE
                    DISPLAY "(已停用)" LINE 9 POSITION 50
                 END-IF
              ELSE
                 DISPLAY "(查無供應商)" LINE 9 POSITION 27
              END-IF
           END-IF.
      **
      **       每產品僅一張採購單，已收/已取消者一併顯示狀態
       420-SHOW-PO.
           DISPLAY "採購單 : " LINE 11 POSITION 5.
           MOVE PRO-NO TO PO-PRO-NO.
           READ PO-FILE INVALID KEY
                CONTINUE
           END-READ.
           IF FS-PO-FILE NOT = "00"
              DISPLAY "無採購單記錄" LINE 11 POSITION 20
           ELSE
              DISPLAY PO-NO LINE 11 POSITION 20
              EVALUATE TRUE
                  WHEN PO-OPEN
                       DISPLAY "未結" LINE 11 POSITION 30
                  WHEN PO-RECEIVED
                       DISPLAY "已收貨" LINE 11 POSITION 30
                  WHEN OTHER
                       DISPLAY "已取消" LINE 11 POSITION 30
              END-EVALUATE
              MOVE PO-QTY TO WS-QTY-D
              DISPLAY "訂量 : " LINE 12 POSITION 20
              DISPLAY WS-QTY-D LINE 12 POSITION 30
              DISPLAY "開單日 : " LINE 12 POSITION 40
              DISPLAY PO-DATE LINE 12 POSITION 52
              DISPLAY "供應商 : " LINE 13 POSITION 20
              DISPLAY PO-SUP-NO LINE 13 POSITION 32
           END-IF.
      **
      **       各儲位數量，依儲位代碼順序
       450-SHOW-LOCATIONS.
           IF QUIT-INQ NOT = "Y"
              MOVE "儲位庫存" TO WS-SECTION
              MOVE "L" TO WS-HDG-ID
              MOVE 0 TO WS-LOC-TOTAL
              MOVE 0 TO WS-LOC-COUNT
              PERFORM 260-NEW-SCREEN
              MOVE PRO-NO TO LOC-PRO-NO
              MOVE LOW-VALUES TO LOC-CODE
              MOVE "N" TO EOF
              START LOC-FILE KEY IS NOT LESS THAN LOC-KEY
                    INVALID KEY MOVE "Y" TO EOF
              END-START
              PERFORM 451-READ-LOC-NEXT
              PERFORM 452-SHOW-ONE-LOC
                      UNTIL EOF = "Y" OR QUIT-INQ = "Y"
              PERFORM 453-SHOW-LOC-TOTAL
           END-IF.
      **
       451-READ-LOC-NEXT.
           IF EOF NOT = "Y"
              READ LOC-FILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
              END-READ
              IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "10"
                 MOVE "Y" TO EOF
              END-IF
              IF EOF NOT = "Y" AND LOC-PRO-NO NOT = PRO-NO
                 MOVE "Y" TO EOF
              END-IF
           END-IF.
      **
       452-SHOW-ONE-LOC.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              MOVE LOC-QTY TO WS-QTY-D
              DISPLAY LOC-CODE LINE WS-LINE POSITION 3
              DISPLAY WS-QTY-D LINE WS-LINE POSITION 11
              ADD 1 TO WS-LINE
              ADD LOC-QTY TO WS-LOC-TOTAL
              ADD 1 TO WS-LOC-COUNT
              PERFORM 451-READ-LOC-NEXT
           END-IF.
      **
      **       儲位合計應等於主檔總量，不符者提示
       453-SHOW-LOC-TOTAL.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              IF WS-LOC-COUNT = 0
                 DISPLAY "無儲位庫存記錄" LINE WS-LINE POSITION 3
              ELSE
                 MOVE WS-LOC-TOTAL TO WS-TOTAL-D
                 DISPLAY "合計" LINE WS-LINE POSITION 3
                 DISPLAY WS-TOTAL-D LINE WS-LINE POSITION 7
                 IF WS-LOC-TOTAL NOT = PRO-QTY
                    DISPLAY "(與主檔總量不符)"
                            LINE WS-LINE POSITION 20
                 END-IF
              END-IF
              ADD 1 TO WS-LINE
           END-IF.
      **
      **       待補缺貨單及自首次缺貨起之等待天數
       500-SHOW-BACKORDERS.
           IF QUIT-INQ NOT = "Y"
              MOVE "待補缺貨單" TO WS-SECTION
              MOVE "B" TO WS-HDG-ID
              MOVE 0 TO WS-BOR-COUNT
              PERFORM 260-NEW-SCREEN
              MOVE PRO-NO TO BOR-PRO-NO
              MOVE LOW-VALUES TO BOR-REF-NO
              MOVE "N" TO EOF
              START BOR-FILE KEY IS NOT LESS THAN BOR-KEY
                    INVALID KEY MOVE "Y" TO EOF
              END-START
              PERFORM 501-READ-BOR-NEXT
              PERFORM 502-SHOW-ONE-BOR
                      UNTIL EOF = "Y" OR QUIT-INQ = "Y"
              IF QUIT-INQ NOT = "Y" AND WS-BOR-COUNT = 0
                 DISPLAY "無待補缺貨單" LINE WS-LINE POSITION 3
              END-IF
           END-IF.
      **
       501-READ-BOR-NEXT.
           IF EOF NOT = "Y"
              READ BOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
              END-READ
              IF FS-BOR-FILE NOT = "00" AND FS-BOR-FILE NOT = "10"
                 MOVE "Y" TO EOF
              END-IF
              IF EOF NOT = "Y" AND BOR-PRO-NO NOT = PRO-NO
                 MOVE "Y" TO EOF
              END-IF
           END-IF.
      **
       502-SHOW-ONE-BOR.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              MOVE BOR-QTY TO WS-QTY-D
              DISPLAY BOR-REF-NO LINE WS-LINE POSITION 3
              DISPLAY WS-QTY-D LINE WS-LINE POSITION 11
              DISPLAY BOR-LOC-CODE LINE WS-LINE POSITION 19
              DISPLAY BOR-FIRST-DATE LINE WS-LINE POSITION 25
              IF BOR-FIRST-DATE NUMERIC AND BOR-FIRST-DATE > ZERO
                 MOVE BOR-FIRST-DATE TO WS-DT
                 PERFORM 700-CALC-DAY-NO
                 COMPUTE WS-BOR-AGE = WS-TODAY-DAY-NO - WS-DAY-NO
                 IF WS-BOR-AGE < 0
                    MOVE 0 TO WS-BOR-AGE
                 END-IF
                 MOVE WS-BOR-AGE TO WS-AGE-D
                 DISPLAY WS-AGE-D LINE WS-LINE POSITION 39
              END-IF
              ADD 1 TO WS-LINE
              ADD 1 TO WS-BOR-COUNT
              PERFORM 501-READ-BOR-NEXT
           END-IF.
      **
      **       明細帳循序讀完，環形表留該產品最後 20 筆，
      **       再由舊而新顯示
       550-SHOW-MOVEMENTS.
           IF QUIT-INQ NOT = "Y"
              MOVE "最近異動明細" TO WS-SECTION
              MOVE "G" TO WS-HDG-ID
              PERFORM 260-NEW-SCREEN
              DISPLAY "明細帳讀取中 ..." LINE WS-LINE POSITION 3
              MOVE "N" TO EOF
              PERFORM 551-READ-LGR
              PERFORM 552-KEEP-MOVEMENT UNTIL EOF = "Y"
              DISPLAY " " LINE WS-LINE POSITION 1 ERASE EOL
              IF LG-USED = 0
                 DISPLAY "無異動明細" LINE WS-LINE POSITION 3
              ELSE
                 IF LG-USED < LG-MAX
                    MOVE 1 TO LG-IX
                 ELSE
                    MOVE LG-NEXT TO LG-IX
                 END-IF
                 MOVE 0 TO LG-SHOWN
                 PERFORM 555-SHOW-ONE-MOVEMENT
                         UNTIL LG-SHOWN >= LG-USED OR QUIT-INQ = "Y"
                 PERFORM 556-SHOW-MOVEMENT-COUNT
              END-IF
           END-IF.
      **
       551-READ-LGR.
           READ LGR-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-LGR-FILE NOT = "00" AND FS-LGR-FILE NOT = "10"
              DISPLAY "明細帳檔讀取錯誤，STATUS=" FS-LGR-FILE
                      LINE 21 POSITION 3
              MOVE "Y" TO EOF
           END-IF.
      **
       552-KEEP-MOVEMENT.
           IF LGR-PRO-NO = PRO-NO
              MOVE LGR-DATE      TO LG-TAB-DATE(LG-NEXT)
              MOVE LGR-MOV-CODE  TO LG-TAB-CODE(LG-NEXT)
              MOVE LGR-SIGN      TO LG-TAB-SIGN(LG-NEXT)
              MOVE LGR-QTY       TO LG-TAB-QTY(LG-NEXT)
              MOVE LGR-REF-NO    TO LG-TAB-REF(LG-NEXT)
              MOVE LGR-LOC-CODE  TO LG-TAB-LOC(LG-NEXT)
              MOVE LGR-LOC-TO    TO LG-TAB-TO(LG-NEXT)
              MOVE LGR-BALANCE   TO LG-TAB-BAL(LG-NEXT)
              MOVE LGR-LOT-NO    TO LG-TAB-LOT(LG-NEXT)
              MOVE LGR-BATCH-NO  TO LG-TAB-BATCH(LG-NEXT)
              ADD 1 TO LG-NEXT
              IF LG-NEXT > LG-MAX
                 MOVE 1 TO LG-NEXT
              END-IF
              IF LG-USED < LG-MAX
                 ADD 1 TO LG-USED
              END-IF
              ADD 1 TO WS-LGR-TOTAL
           END-IF.
           PERFORM 551-READ-LGR.
      **
       555-SHOW-ONE-MOVEMENT.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              MOVE LG-TAB-QTY(LG-IX) TO WS-QTY-D
              DISPLAY LG-TAB-DATE(LG-IX) LINE WS-LINE POSITION 3
              DISPLAY LG-TAB-CODE(LG-IX) LINE WS-LINE POSITION 11
              DISPLAY LG-TAB-SIGN(LG-IX) LINE WS-LINE POSITION 13
              DISPLAY WS-QTY-D LINE WS-LINE POSITION 14
              DISPLAY LG-TAB-REF(LG-IX) LINE WS-LINE POSITION 20
              DISPLAY LG-TAB-LOC(LG-IX) LINE WS-LINE POSITION 29
              DISPLAY LG-TAB-TO(LG-IX) LINE WS-LINE POSITION 34
              MOVE LG-TAB-BAL(LG-IX) TO WS-QTY-D
              DISPLAY WS-QTY-D LINE WS-LINE POSITION 38
              DISPLAY LG-TAB-LOT(LG-IX) LINE WS-LINE POSITION 44
              DISPLAY LG-TAB-BATCH(LG-IX) LINE WS-LINE POSITION 53
              ADD 1 TO WS-LINE
              ADD 1 TO LG-SHOWN
              ADD 1 TO LG-IX
              IF LG-IX > LG-MAX
                 MOVE 1 TO LG-IX
              END-IF
           END-IF.
      **
       556-SHOW-MOVEMENT-COUNT.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              MOVE WS-LGR-TOTAL TO WS-TOTAL-D
              DISPLAY "明細帳共" LINE WS-LINE POSITION 3
              DISPLAY WS-TOTAL-D LINE WS-LINE POSITION 12
              DISPLAY "筆，僅列最近 20 筆"
                      LINE WS-LINE POSITION 22
              ADD 1 TO WS-LINE
           END-IF.
      **
      **       稽核檔改以 INPUT 重開，循序讀完留該產品最後
      **       10 筆
       600-SHOW-AUDIT.
           IF QUIT-INQ NOT = "Y"
              MOVE "最近稽核軌跡" TO WS-SECTION
              MOVE "A" TO WS-HDG-ID
              PERFORM 260-NEW-SCREEN
              DISPLAY "稽核檔讀取中 ..." LINE WS-LINE POSITION 3
              MOVE "N" TO EOF
              CLOSE AUDIT-FILE
              OPEN INPUT AUDIT-FILE
              IF FS-AUDIT-FILE NOT = "00"
                 DISPLAY "稽核檔開檔失敗，STATUS=" FS-AUDIT-FILE
                         LINE 21 POSITION 3
                 MOVE "Y" TO EOF
              END-IF
              PERFORM 601-READ-AUDIT
              PERFORM 602-KEEP-AUDIT UNTIL EOF = "Y"
              DISPLAY " " LINE WS-LINE POSITION 1 ERASE EOL
              IF AU-USED = 0
                 DISPLAY "無稽核軌跡" LINE WS-LINE POSITION 3
              ELSE
                 IF AU-USED < AU-MAX
                    MOVE 1 TO AU-IX
                 ELSE
                    MOVE AU-NEXT TO AU-IX
                 END-IF
                 MOVE 0 TO AU-SHOWN
                 PERFORM 605-SHOW-ONE-AUDIT
                         UNTIL AU-SHOWN >= AU-USED OR QUIT-INQ = "Y"
              END-IF
           END-IF.
      **
       601-READ-AUDIT.
           IF EOF NOT = "Y"
              PERFORM 603-READ-AUDIT-ONCE
           END-IF.
      **
       603-READ-AUDIT-ONCE.
           READ AUDIT-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-AUDIT-FILE NOT = "00" AND FS-AUDIT-FILE NOT = "10"
              DISPLAY "稽核檔讀取錯誤，STATUS=" FS-AUDIT-FILE
                      LINE 21 POSITION 3
              MOVE "Y" TO EOF
           END-IF.
      **
      **       供應商/操作者維護借產品欄記其編號，不列入；
      **       權限拒絕(DENIED)僅產品類功能之鍵為產品編號
       602-KEEP-AUDIT.
           MOVE "Y" TO AUD-KEEP.
           IF AUD-ACTION(1:4) = "VND-" OR AUD-ACTION(1:4) = "OPR-"
              MOVE "N" TO AUD-KEEP
           END-IF.
           IF AUD-ACTION = "DENIED"
              AND AUD-PRO-NAME NOT = "PRODUCT-AD"
              AND AUD-PRO-NAME NOT = "PRODUCT-CH"
              AND AUD-PRO-NAME NOT = "DEACTIVATE"
              AND AUD-PRO-NAME NOT = "PO-CANCEL"
              AND AUD-PRO-NAME NOT = "COUNT-ENTR"
              MOVE "N" TO AUD-KEEP
           END-IF.
           IF AUD-PRO-NO = PRO-NO AND AUD-KEEP = "Y"
              MOVE AUD-DATE      TO AU-TAB-DATE(AU-NEXT)
              MOVE AUD-TIME      TO AU-TAB-TIME(AU-NEXT)
              MOVE AUD-ACTION    TO AU-TAB-ACTION(AU-NEXT)
              MOVE AUD-OPERATOR  TO AU-TAB-OPERATOR(AU-NEXT)
              MOVE AUD-PRO-QTY   TO AU-TAB-QTY(AU-NEXT)
              ADD 1 TO AU-NEXT
              IF AU-NEXT > AU-MAX
                 MOVE 1 TO AU-NEXT
              END-IF
              IF AU-USED < AU-MAX
                 ADD 1 TO AU-USED
              END-IF
              ADD 1 TO WS-AUD-TOTAL
           END-IF.
           PERFORM 601-READ-AUDIT.
      **
       605-SHOW-ONE-AUDIT.
           PERFORM 250-CHECK-LINE.
           IF QUIT-INQ NOT = "Y"
              MOVE AU-TAB-QTY(AU-IX) TO WS-QTY-D
              DISPLAY AU-TAB-DATE(AU-IX) LINE WS-LINE POSITION 3
              DISPLAY AU-TAB-TIME(AU-IX) LINE WS-LINE POSITION 10
              DISPLAY AU-TAB-ACTION(AU-IX) LINE WS-LINE POSITION 17
              DISPLAY AU-TAB-OPERATOR(AU-IX)
                      LINE WS-LINE POSITION 28
              DISPLAY WS-QTY-D LINE WS-LINE POSITION 35
              ADD 1 TO WS-LINE
              ADD 1 TO AU-SHOWN
              ADD 1 TO AU-IX
              IF AU-IX > AU-MAX
                 MOVE 1 TO AU-IX
              END-IF
           END-IF.
      **
      **       末頁候按鍵再結束，免畫面一閃即逝
       690-END-INQUIRY.
           IF QUIT-INQ NOT = "Y"
              DISPLAY "查詢完畢，按 Enter 結束 : "
                      LINE 22 POSITION 15
              ACCEPT REPLY LINE 22 POSITION 43
           END-IF.
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
       800-CLOSE.
           CLOSE PRO-FILE VND-FILE LOC-FILE PO-FILE BOR-FILE
                 LGR-FILE AUDIT-FILE OPR-FILE.
