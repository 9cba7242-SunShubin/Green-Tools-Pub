      ** SAM12-2.LOG 供保安覆核。
      ** 注意：SUP-REC 加寬(含密碼日期/錯誤數/狀態)後，
      ** 舊格式之 SAM12-2.SUP 無法再讀取，升級時請先刪除
      ** 舊檔，再以本程式之新增功能逐一重建主管帳號。
      ** 開始前須以操作者代號/密碼簽到(SAM12-2.OPR)，且須具
      ** SECURITY-ADMIN 權限；簽到成敗、鎖定及權限不足均寫入
      ** 稽核軌跡檔
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-17.
      **
                  FILE STATUS IS FS-SUP-FILE.
           SELECT AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
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
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".
      **
        FD OPR-FILE
           LABEL RECORD IS STANDARD.
           COPY "OPR-REC.CPY".

        WORKING-STORAGE SECTION.
        01 IF-DATA        PIC X(3) VALUE "YES".
        01 WS-SCRAMBLED-PW PIC X(8).
        01 WS-AUD-ACTION  PIC X(10).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
      **       密碼轉換，SUP-FILE 存轉換值
      **       僅簡單替換，非加密，待改正式加密機制
        01 WS-LOCK-RETRY     PIC 9(2).
        01 WS-MAX-LOCK-RETRY PIC 9(2) VALUE 10.
        01 WS-LOCK-WAIT-SECS PIC 9(1) VALUE 1.
      **       操作者簽到/功能授權用工作欄位
        01 FS-OPR-FILE    PIC X(2).
        01 OPR-PASSWORD-IN PIC X(8).
        01 WS-OPR-PW      PIC X(8).
        01 WS-OPR-RESULT  PIC X(10).
        01 WS-PROGRAM-ID  PIC X(10) VALUE "SAM12-17".
        01 WS-FUNC-NEEDED PIC X(15).
        01 WS-FUNC-IX     PIC 9(2).
        01 WS-AUTH-KEY    PIC X(5).
        01 OPR-OK         PIC X VALUE "N".
           88 OPERATOR-OK       VALUE "Y".
        01 FUNC-OK        PIC X VALUE "N".
           88 FUNCTION-OK       VALUE "Y".
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
                 IF FUNC-SELECT = "A" OR FUNC-SELECT = "a"
                      LINE 23 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
      **       簽到須回寫錯誤次數/鎖定，故以 I-O 開檔
           OPEN I-O OPR-FILE.
           IF FS-OPR-FILE NOT = "00"
              DISPLAY "操作者檔開檔失敗，STATUS=" FS-OPR-FILE
                      LINE 24 POSITION 15
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
      **       功能授權：WS-FUNC-NEEDED 須在簽到者功能清單內，
      **       否則拒絕並寫入稽核軌跡檔
       170-CHECK-AUTHORITY.
           MOVE "N" TO FUNC-OK.
           MOVE 1 TO WS-FUNC-IX.
           PERFORM 171-SCAN-FUNCTION
                   UNTIL FUNC-OK = "Y" OR WS-FUNC-IX > 10.
           IF FUNC-OK NOT = "Y"
              DISPLAY "無此功能權限 : " LINE 18 POSITION 15
              DISPLAY WS-FUNC-NEEDED LINE 18 POSITION 32
              PERFORM 175-WRITE-DENIED-LOG
           END-IF.
      **
       171-SCAN-FUNCTION.
           IF OPR-FUNC(WS-FUNC-IX) = WS-FUNC-NEEDED
              MOVE "Y" TO FUNC-OK
           ELSE
              ADD 1 TO WS-FUNC-IX
           END-IF.
      **
      **       拒絕軌跡：產品欄記欲異動之編號，名稱欄記功能名
       175-WRITE-DENIED-LOG.
           MOVE WS-AUTH-KEY TO AUD-PRO-NO.
           MOVE WS-FUNC-NEEDED TO AUD-PRO-NAME.
           MOVE ZERO   TO AUD-PRO-QTY.
           MOVE "DENIED" TO AUD-ACTION.
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
      **       本程式各功能均須 SECURITY-ADMIN 授權
       205-CHECK-FUNC-AUTHORITY.
           MOVE SPACES TO WS-AUTH-KEY.
           MOVE "SECURITY-ADMIN" TO WS-FUNC-NEEDED.
           PERFORM 170-CHECK-AUTHORITY.
           IF NOT FUNCTION-OK
              MOVE "NO " TO IF-DATA
           END-IF.
      **
       200-ACCEPT-DATA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           DISPLAY "操作者代號 : " LINE 6 POSITION 15.
           DISPLAY OPER-ID-IN LINE 6 POSITION 30.
           DISPLAY "(A)新增 (D)停用 (P)更換密碼 : "
                   LINE 8 POSITION 15.
           ACCEPT FUNC-SELECT LINE 8 POSITION 50.
           ELSE
              MOVE "YES" TO IF-DATA
           END-IF.
           IF IF-DATA = "YES"
              PERFORM 205-CHECK-FUNC-AUTHORITY
           END-IF.
      **
      **       新增帳號，重複鍵拒絕，密碼日期起算當日
       300-ADD-ACCOUNT.
           END-IF.
      **
       800-CLOSE.
           CLOSE SUP-FILE AUDIT-FILE OPR-FILE.
