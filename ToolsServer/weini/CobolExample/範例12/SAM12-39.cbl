      ** 程式範例十二-39 (SAM12-39.CBL):操作者帳號維護
      ** 維護操作者帳號檔 SAM12-2.OPR：新增(重複鍵拒絕)、
      ** 更改姓名、停用/啟用、重設密碼(密碼存 315-SCRAMBLE
      ** 轉換值，重設後重計密碼日期並解除鎖定)、授予/撤銷
      ** 功能權限。須以具 SECURITY-ADMIN 權限之操作者簽到，
      ** 不得停用自己或撤銷自己之 SECURITY-ADMIN，以免無人
      ** 可再維護。各項異動均寫入稽核軌跡檔 SAM12-2.LOG，
      ** 產品欄記對象代號，名稱欄記功能名或姓名。
      ** 首次使用時操作者檔尚無記錄，改以主管帳號(SAM12-2.SUP)
      ** 簽核，僅可新增一筆具 SECURITY-ADMIN 權限之操作者，
      ** 其餘帳號再由該操作者簽到後建立。檔內已無啟用中、
      ** 密碼未逾期且具 SECURITY-ADMIN 之操作者時(均停用、
      ** 鎖定或逾期)，同樣改由主管簽核補建一位管理者。
      ** 簽到時密碼正確而已逾期者，當場更換新密碼(不可空白、
      ** 不可同舊密碼)即可簽到，重計密碼日期並留 OPR-PWRST
      ** 軌跡；主管簽核之成敗/逾期/鎖定軌跡代碼同操作者簽到
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-39.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       首次使用時檔案尚未建立，OPTIONAL 開檔自動建立；
      **       動態存取以便判斷檔內是否已有記錄
           SELECT OPTIONAL OPR-FILE ASSIGN TO RANDOM "SAM12-2.OPR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPR-ID
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-OPR-FILE.
      **       主管檔僅首次建檔簽核時開啟
           SELECT SUP-FILE ASSIGN TO RANDOM "SAM12-2.SUP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUP-ID
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-SUP-FILE.
           SELECT AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
                  FILE STATUS IS FS-AUDIT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD OPR-FILE
           LABEL RECORD IS STANDARD.
           COPY "OPR-REC.CPY".
      **
        FD SUP-FILE
           LABEL RECORD IS STANDARD.
           COPY "SUP-REC.CPY".
      **
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".

        WORKING-STORAGE SECTION.
        01 IF-DATA        PIC X(3) VALUE "YES".
        01 SURE           PIC X.
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-OPR-FILE    PIC X(2).
        01 FS-SUP-FILE    PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
        01 FUNC-SELECT    PIC X.
        01 OPER-ID-IN     PIC X(5).
        01 OPR-PASSWORD-IN PIC X(8).
      **       維護對象之輸入欄位
        01 OPR-ID-IN      PIC X(5).
        01 OPR-NAME-IN    PIC X(20).
        01 OPR-NEW-PW-IN  PIC X(8).
        01 OPR-FUNC-IN    PIC X(15).
        01 SUP-ID-IN      PIC X(5).
        01 SUP-PASSWORD-IN PIC X(8).
        01 WS-SCRAMBLED-PW PIC X(8).
        01 WS-AUD-ACTION  PIC X(10).
        01 WS-AUD-NAME    PIC X(10).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
      **       密碼轉換，OPR-FILE/SUP-FILE 均存轉換值
      **       僅簡單替換，非加密，待改正式加密機制
        01 WS-SCRAMBLE-FROM PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
        01 WS-SCRAMBLE-TO   PIC X(62) VALUE
       "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm5678901234".
      **       記錄鎖定重試控制：有限次重試後回報放棄
        01 LOCK-BUSY         PIC X.
        01 WS-LOCK-RETRY     PIC 9(2).
        01 WS-MAX-LOCK-RETRY PIC 9(2) VALUE 10.
        01 WS-LOCK-WAIT-SECS PIC 9(1) VALUE 1.
      **       首次建檔：操作者檔無記錄時改由主管簽核
        01 BOOT-MODE      PIC X VALUE "N".
        01 SUP-OPENED     PIC X VALUE "N".
      **       操作者檔有記錄而無可用管理者時改由主管補建
        01 BOOT-RECOVER   PIC X VALUE "N".
        01 ADMIN-FOUND    PIC X.
        01 OPR-EOF        PIC X.
      **       逾期密碼當場更換成功與否
        01 PW-CHANGED     PIC X.
      **       操作者簽到/功能授權用工作欄位
        01 WS-OPR-PW      PIC X(8).
        01 WS-OPR-RESULT  PIC X(10).
        01 WS-PROGRAM-ID  PIC X(10) VALUE "SAM12-39".
        01 WS-FUNC-NEEDED PIC X(15).
        01 WS-FUNC-IX     PIC 9(2).
        01 WS-AUTH-KEY    PIC X(5).
        01 OPR-OK         PIC X VALUE "N".
           88 OPERATOR-OK       VALUE "Y".
        01 FUNC-OK        PIC X VALUE "N".
           88 FUNCTION-OK       VALUE "Y".
      **       可授予之功能名稱表，授予時須在表內
        01 WS-VALID-FUNC-X.
           05 FILLER      PIC X(15) VALUE "PRODUCT-ADD".
           05 FILLER      PIC X(15) VALUE "PRODUCT-CHANGE".
           05 FILLER      PIC X(15) VALUE "VENDOR-MAINT".
           05 FILLER      PIC X(15) VALUE "PO-CANCEL".
           05 FILLER      PIC X(15) VALUE "COUNT-ENTRY".
           05 FILLER      PIC X(15) VALUE "DEACTIVATE".
           05 FILLER      PIC X(15) VALUE "SECURITY-ADMIN".
        01 WS-VALID-FUNC REDEFINES WS-VALID-FUNC-X.
           05 WS-VALID-NAME PIC X(15) OCCURS 7 TIMES.
        01 WS-VALID-COUNT PIC 9(2) VALUE 7.
        01 WS-VALID-IX    PIC 9(2).
        01 WS-SLOT-IX     PIC 9(2).
        01 WS-SLOT-COL    PIC 9(2).
        01 WS-FIND-FUNC   PIC X(15).
        01 VALID-OK       PIC X.
        01 FOUND-OK       PIC X.
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
              IF BOOT-MODE = "Y"
                 PERFORM 180-SIGN-ON-SUPERVISOR
              ELSE
                 PERFORM 160-SIGN-ON-OPERATOR
              END-IF
           END-IF.
           IF OPEN-OK = "Y" AND OPERATOR-OK
              PERFORM 200-ACCEPT-DATA
              IF IF-DATA = "YES"
                 IF FUNC-SELECT = "A"
                    PERFORM 300-ADD-OPERATOR
                 ELSE
                    IF FUNC-SELECT = "C"
                       PERFORM 350-CHANGE-NAME
                    ELSE
                       IF FUNC-SELECT = "D" OR FUNC-SELECT = "E"
                          PERFORM 400-CHANGE-STATUS
                       ELSE
                          IF FUNC-SELECT = "P"
                             PERFORM 500-RESET-PASSWORD
                          ELSE
                             IF FUNC-SELECT = "G"
                                PERFORM 550-GRANT-FUNCTION
                             ELSE
                                IF FUNC-SELECT = "R"
                                   PERFORM 570-REVOKE-FUNCTION
                                ELSE
                                   DISPLAY "功能選項不正確 !"
                                           LINE 18 POSITION 15
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
           OPEN I-O OPR-FILE.
           IF FS-OPR-FILE NOT = "00" AND FS-OPR-FILE NOT = "05"
              DISPLAY "操作者檔開檔失敗，STATUS=" FS-OPR-FILE
                      LINE 22 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔開檔失敗，STATUS=" FS-AUDIT-FILE
                      LINE 23 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
           IF OPEN-OK = "Y"
              PERFORM 150-CHECK-BOOTSTRAP
           END-IF.
      **
      **       操作者檔無任何記錄即為首次建檔，改開主管檔簽核；
      **       有記錄而無可用管理者亦同
       150-CHECK-BOOTSTRAP.
           MOVE LOW-VALUES TO OPR-ID.
           START OPR-FILE KEY NOT LESS THAN OPR-ID
                 INVALID KEY MOVE "Y" TO BOOT-MODE
           END-START.
           IF BOOT-MODE = "N"
              PERFORM 152-FIND-ADMIN
              IF ADMIN-FOUND = "N"
                 MOVE "Y" TO BOOT-MODE
                 MOVE "Y" TO BOOT-RECOVER
              END-IF
           END-IF.
           IF BOOT-MODE = "Y"
              OPEN I-O SUP-FILE
              IF FS-SUP-FILE NOT = "00"
                 DISPLAY "主管檔開檔失敗，STATUS=" FS-SUP-FILE
                         LINE 24 POSITION 15
                 MOVE "N" TO OPEN-OK
              ELSE
                 MOVE "Y" TO SUP-OPENED
              END-IF
           END-IF.
      **
      **       找可用之帳號維護管理者：啟用中、密碼未逾期且
      **       具 SECURITY-ADMIN，找到一位即停
       152-FIND-ADMIN.
           MOVE "N" TO ADMIN-FOUND.
           MOVE "N" TO OPR-EOF.
           PERFORM 153-READ-OPR-NEXT.
           PERFORM 154-CHECK-ADMIN
                   UNTIL ADMIN-FOUND = "Y" OR OPR-EOF = "Y".
      **
      **       讀取失敗(如他人鎖定中)無從斷定無管理者，視同有
       153-READ-OPR-NEXT.
           READ OPR-FILE NEXT RECORD
                AT END MOVE "Y" TO OPR-EOF
           END-READ.
           IF FS-OPR-FILE NOT = "00" AND FS-OPR-FILE NOT = "10"
              MOVE "Y" TO ADMIN-FOUND
              MOVE "Y" TO OPR-EOF
           END-IF.
      **
       154-CHECK-ADMIN.
           IF OPR-ENABLED
              MOVE "SECURITY-ADMIN" TO WS-FIND-FUNC
              PERFORM 595-FIND-FUNC-SLOT
              IF FOUND-OK = "Y"
                 MOVE OPR-PW-DATE TO WS-PW-DATE
                 PERFORM 164-CALC-OPR-PW-AGE
                 IF WS-PW-AGE NOT > WS-PW-LIMIT-DAYS
                    MOVE "Y" TO ADMIN-FOUND
                 END-IF
              END-IF
           END-IF.
           IF ADMIN-FOUND = "N"
              PERFORM 153-READ-OPR-NEXT
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
      **       密碼比對：逾期須當場更換方得簽到；連錯達上限
      **       即鎖定代號
       163-CHECK-OPR-PASSWORD.
           MOVE "N" TO PW-CHANGED.
           MOVE OPR-PASSWORD-IN TO WS-OPR-PW.
           INSPECT WS-OPR-PW
                   CONVERTING WS-SCRAMBLE-FROM TO WS-SCRAMBLE-TO.
           IF WS-OPR-PW = OPR-PASSWORD
              MOVE OPR-PW-DATE TO WS-PW-DATE
              PERFORM 164-CALC-OPR-PW-AGE
              IF WS-PW-AGE > WS-PW-LIMIT-DAYS
                 PERFORM 166-CHANGE-EXPIRED-PW
              END-IF
              IF WS-PW-AGE > WS-PW-LIMIT-DAYS AND PW-CHANGED = "N"
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
      **       新密碼未能存檔即不算更換，仍以逾期拒簽
              IF PW-CHANGED = "Y"
                 MOVE "N" TO OPR-OK
                 MOVE "LOGON-EXP" TO WS-OPR-RESULT
              END-IF
           ELSE
              IF PW-CHANGED = "Y"
                 MOVE OPER-ID-IN TO OPR-ID-IN
                 MOVE "OPR-PWRST" TO WS-AUD-ACTION
                 MOVE OPR-NAME TO WS-AUD-NAME
                 PERFORM 700-WRITE-AUDIT-LOG
              END-IF
           END-IF.
      **
      **       逾期密碼當場更換：新密碼不可空白、不可同舊密碼，
      **       重計密碼日期；不換即拒簽
       166-CHANGE-EXPIRED-PW.
           DISPLAY "密碼已逾期，請輸入新密碼 : "
                   LINE 9 POSITION 15.
           ACCEPT OPR-NEW-PW-IN LINE 9 POSITION 45.
           IF OPR-NEW-PW-IN = SPACES
              DISPLAY "新密碼不可空白，簽到取消 !"
                      LINE 18 POSITION 15
           ELSE
              PERFORM 315-SCRAMBLE-PASSWORD
              IF WS-SCRAMBLED-PW = OPR-PASSWORD
                 DISPLAY "新舊密碼相同，簽到取消 !"
                         LINE 18 POSITION 15
              ELSE
                 MOVE WS-SCRAMBLED-PW TO OPR-PASSWORD
                 ACCEPT WS-TODAY FROM DATE
                 MOVE WS-TODAY TO OPR-PW-DATE
                 MOVE "Y" TO PW-CHANGED
              END-IF
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
      **       首次建檔或無可用管理者：以主管帳號簽核，停用/
      **       鎖定/逾期拒絕，連錯達上限即鎖定主管帳號；成敗
      **       均留軌跡
       180-SIGN-ON-SUPERVISOR.
           MOVE "N" TO OPR-OK.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           IF BOOT-RECOVER = "Y"
              DISPLAY "操作者檔無可用之帳號維護管理者，"
                      LINE 4 POSITION 15
           ELSE
              DISPLAY "操作者檔尚無帳號，" LINE 4 POSITION 15
           END-IF.
           DISPLAY "須經主管授權建立首位管理者"
                   LINE 5 POSITION 15.
           DISPLAY "主管 ID : " LINE 6 POSITION 15.
           ACCEPT SUP-ID-IN LINE 6 POSITION 30.
           DISPLAY "主管密碼 : " LINE 7 POSITION 15.
           ACCEPT SUP-PASSWORD-IN LINE 7 POSITION 30.
           MOVE SUP-ID-IN TO OPER-ID-IN.
           MOVE "LOGON-BAD" TO WS-OPR-RESULT.
           MOVE SUP-ID-IN TO SUP-ID.
           READ SUP-FILE INVALID KEY
                DISPLAY "主管 ID 不存在 !" LINE 18 POSITION 15
           END-READ.
           IF FS-SUP-FILE = "51" OR FS-SUP-FILE = "99"
              DISPLAY "主管檔鎖定中，請稍後再試 !"
                      LINE 18 POSITION 15
           END-IF.
           IF FS-SUP-FILE = "00"
              IF SUP-DISABLED
                 DISPLAY "此帳號已停用，不得簽核 !"
                         LINE 18 POSITION 15
              ELSE
                 IF SUP-LOCKED
                    DISPLAY "此帳號已鎖定，請洽帳號維護 !"
                            LINE 18 POSITION 15
                 ELSE
                    PERFORM 181-CHECK-SUP-PASSWORD
                 END-IF
              END-IF
           END-IF.
           PERFORM 165-WRITE-OPR-LOG.
      **
      **       主管密碼比對，規則同 Sample12-7 之主管簽核
       181-CHECK-SUP-PASSWORD.
           PERFORM 316-SCRAMBLE-SUP-PASSWORD.
           IF WS-SCRAMBLED-PW = SUP-PASSWORD
              MOVE SUP-PW-DATE TO WS-PW-DATE
              PERFORM 164-CALC-OPR-PW-AGE
              IF WS-PW-AGE > WS-PW-LIMIT-DAYS
                 DISPLAY "密碼已逾期，請先更換 !"
                         LINE 18 POSITION 15
                 MOVE "LOGON-EXP" TO WS-OPR-RESULT
              ELSE
                 MOVE "Y" TO OPR-OK
                 MOVE "LOGON-OK" TO WS-OPR-RESULT
                 MOVE ZERO TO SUP-FAIL-COUNT
              END-IF
           ELSE
              ADD 1 TO SUP-FAIL-COUNT
              IF SUP-FAIL-COUNT NOT < WS-MAX-FAIL
                 MOVE "L" TO SUP-STATUS
                 MOVE "LOCKOUT" TO WS-OPR-RESULT
                 DISPLAY "密碼錯誤，帳號已鎖定 !"
                         LINE 18 POSITION 15
              ELSE
                 DISPLAY "密碼錯誤 !" LINE 18 POSITION 15
              END-IF
           END-IF.
           REWRITE SUP-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-SUP-FILE NOT = "00"
              DISPLAY "主管檔更新失敗，STATUS=" FS-SUP-FILE
                      LINE 19 POSITION 15
           END-IF.
      **
      **       本程式各功能均須 SECURITY-ADMIN 權限；
      **       首次建檔已由主管簽核，不再核對
       205-CHECK-FUNC-AUTHORITY.
           MOVE OPR-ID-IN TO WS-AUTH-KEY.
           MOVE "SECURITY-ADMIN" TO WS-FUNC-NEEDED.
           IF BOOT-MODE = "Y"
              MOVE SPACES TO WS-FUNC-NEEDED
           END-IF.
           IF WS-FUNC-NEEDED NOT = SPACES
              PERFORM 170-CHECK-AUTHORITY
              IF NOT FUNCTION-OK
                 MOVE "NO " TO IF-DATA
              END-IF
           END-IF.
      **
       200-ACCEPT-DATA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           DISPLAY "操作者代號 : " LINE 6 POSITION 15.
           DISPLAY OPER-ID-IN LINE 6 POSITION 30.
           IF BOOT-MODE = "Y"
              IF BOOT-RECOVER = "Y"
                 DISPLAY "無可用管理者，僅可新增管理者"
                         LINE 8 POSITION 15
              ELSE
                 DISPLAY "首次建檔，僅可新增管理者帳號"
                         LINE 8 POSITION 15
              END-IF
              MOVE "A" TO FUNC-SELECT
           ELSE
              DISPLAY "(A)新增 (C)改名 (D)停用 (E)啟用" LINE 8
                      POSITION 15
              DISPLAY "(P)重設密碼 (G)授權 (R)撤銷 : " LINE 9
                      POSITION 15
              ACCEPT FUNC-SELECT LINE 9 POSITION 50
              INSPECT FUNC-SELECT CONVERTING "acdepgr"
                                          TO "ACDEPGR"
           END-IF.
           DISPLAY "對象代號 : " LINE 10 POSITION 15.
           ACCEPT OPR-ID-IN LINE 10 POSITION 30.
           IF OPR-ID-IN = SPACES
              DISPLAY "對象代號不可空白 !" LINE 18 POSITION 15
              MOVE "NO " TO IF-DATA
           ELSE
              MOVE "YES" TO IF-DATA
           END-IF.
           IF IF-DATA = "YES"
              PERFORM 205-CHECK-FUNC-AUTHORITY
           END-IF.
      **
      **       新增帳號，重複鍵拒絕，密碼日期起算當日；
      **       首次建檔之帳號直接給予 SECURITY-ADMIN
       300-ADD-OPERATOR.
           DISPLAY "姓名 : " LINE 12 POSITION 15.
           ACCEPT OPR-NAME-IN LINE 12 POSITION 30.
           DISPLAY "請輸入密碼 : " LINE 13 POSITION 15.
           ACCEPT OPR-NEW-PW-IN LINE 13 POSITION 30.
           IF OPR-NEW-PW-IN = SPACES
              DISPLAY "密碼不可空白，新增取消 !"
                      LINE 18 POSITION 15
           ELSE
              PERFORM 315-SCRAMBLE-PASSWORD
              MOVE SPACES TO OPR-REC
              MOVE OPR-ID-IN TO OPR-ID
              MOVE OPR-NAME-IN TO OPR-NAME
              MOVE WS-SCRAMBLED-PW TO OPR-PASSWORD
              ACCEPT WS-TODAY FROM DATE
              MOVE WS-TODAY TO OPR-PW-DATE
              MOVE ZERO TO OPR-FAIL-COUNT
              MOVE ZERO TO OPR-LAST-SIGNON
              MOVE "A" TO OPR-STATUS
              IF BOOT-MODE = "Y"
                 MOVE "SECURITY-ADMIN" TO OPR-FUNC(1)
              END-IF
              WRITE OPR-REC
                 INVALID KEY
                    DISPLAY "代號已存在，新增取消 !"
                            LINE 18 POSITION 15
              END-WRITE
              IF FS-OPR-FILE = "00"
                 DISPLAY "帳號已新增 !" LINE 18 POSITION 15
                 MOVE "OPR-ADD" TO WS-AUD-ACTION
                 MOVE OPR-NAME-IN TO WS-AUD-NAME
                 PERFORM 700-WRITE-AUDIT-LOG
                 IF BOOT-MODE = "Y"
                    MOVE "OPR-GRANT" TO WS-AUD-ACTION
                    MOVE "SECURITY-ADMIN" TO WS-AUD-NAME
                    PERFORM 700-WRITE-AUDIT-LOG
                 END-IF
              ELSE
                 IF FS-OPR-FILE NOT = "22"
                    DISPLAY "操作者檔寫入失敗，STATUS="
                            FS-OPR-FILE LINE 18 POSITION 15
                 END-IF
              END-IF
           END-IF.
      **
      **       更改姓名
       350-CHANGE-NAME.
           PERFORM 610-READ-TARGET.
           IF FS-OPR-FILE = "00"
              DISPLAY "原姓名 : " LINE 12 POSITION 15
              DISPLAY OPR-NAME LINE 12 POSITION 30
              DISPLAY "新姓名 : " LINE 13 POSITION 15
              ACCEPT OPR-NAME-IN LINE 13 POSITION 30
              IF OPR-NAME-IN = SPACES
                 DISPLAY "姓名不可空白，更改取消 !"
                         LINE 18 POSITION 15
              ELSE
                 MOVE OPR-NAME-IN TO OPR-NAME
                 MOVE "OPR-CHG" TO WS-AUD-ACTION
                 MOVE OPR-NAME-IN TO WS-AUD-NAME
                 PERFORM 650-REWRITE-TARGET
              END-IF
           END-IF.
      **
      **       停用(D)/啟用(E)；不得停用自己，啟用同時歸零錯誤數
       400-CHANGE-STATUS.
           IF FUNC-SELECT = "D" AND OPR-ID-IN = OPER-ID-IN
              DISPLAY "不可停用自己之代號 !"
                      LINE 18 POSITION 15
              MOVE "NO " TO IF-DATA
           ELSE
              PERFORM 610-READ-TARGET
           END-IF.
           IF IF-DATA = "YES" AND FS-OPR-FILE = "00"
              IF FUNC-SELECT = "D" AND OPR-DISABLED
                 DISPLAY "此代號已停用 !" LINE 18 POSITION 15
              ELSE
                 IF FUNC-SELECT = "E" AND NOT OPR-DISABLED
                    DISPLAY "此代號未停用 !"
                            LINE 18 POSITION 15
                 ELSE
                    DISPLAY OPR-NAME LINE 12 POSITION 15
                    DISPLAY "是否確定 ?" LINE 14 POSITION 15
                    ACCEPT SURE LINE 14 POSITION 28
                    IF SURE = "Y"
                       MOVE OPR-NAME TO WS-AUD-NAME
                       IF FUNC-SELECT = "D"
                          MOVE "D" TO OPR-STATUS
                          MOVE "OPR-STOP" TO WS-AUD-ACTION
                       ELSE
                          MOVE "A" TO OPR-STATUS
                          MOVE ZERO TO OPR-FAIL-COUNT
                          MOVE "OPR-START" TO WS-AUD-ACTION
                       END-IF
                       PERFORM 650-REWRITE-TARGET
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **
      **       重設密碼，重計密碼日期、歸零錯誤數並解除鎖定
       500-RESET-PASSWORD.
           PERFORM 610-READ-TARGET.
           IF FS-OPR-FILE = "00"
              DISPLAY OPR-NAME LINE 12 POSITION 15
              DISPLAY "請輸入新密碼 : " LINE 13 POSITION 15
              ACCEPT OPR-NEW-PW-IN LINE 13 POSITION 32
              IF OPR-NEW-PW-IN = SPACES
                 DISPLAY "密碼不可空白，重設取消 !"
                         LINE 18 POSITION 15
              ELSE
                 PERFORM 315-SCRAMBLE-PASSWORD
                 MOVE WS-SCRAMBLED-PW TO OPR-PASSWORD
                 ACCEPT WS-TODAY FROM DATE
                 MOVE WS-TODAY TO OPR-PW-DATE
                 MOVE ZERO TO OPR-FAIL-COUNT
                 IF OPR-LOCKED
                    MOVE "A" TO OPR-STATUS
                 END-IF
                 MOVE "OPR-PWRST" TO WS-AUD-ACTION
                 MOVE OPR-NAME TO WS-AUD-NAME
                 PERFORM 650-REWRITE-TARGET
              END-IF
           END-IF.
      **
      **       授予功能：名稱須在功能表內，已有者不重複，
      **       放入第一個空白格
       550-GRANT-FUNCTION.
           PERFORM 610-READ-TARGET.
           IF FS-OPR-FILE = "00"
              PERFORM 590-ACCEPT-FUNC-NAME
              IF VALID-OK = "Y"
                 MOVE OPR-FUNC-IN TO WS-FIND-FUNC
                 PERFORM 595-FIND-FUNC-SLOT
                 IF FOUND-OK = "Y"
                    DISPLAY "此代號已有該功能權限 !"
                            LINE 18 POSITION 15
                 ELSE
                    MOVE SPACES TO WS-FIND-FUNC
                    PERFORM 595-FIND-FUNC-SLOT
                    IF FOUND-OK NOT = "Y"
                       DISPLAY "功能清單已滿 !"
                               LINE 18 POSITION 15
                    ELSE
                       MOVE OPR-FUNC-IN TO OPR-FUNC(WS-SLOT-IX)
                       MOVE "OPR-GRANT" TO WS-AUD-ACTION
                       MOVE OPR-FUNC-IN TO WS-AUD-NAME
                       PERFORM 650-REWRITE-TARGET
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **
      **       撤銷功能：不得撤銷自己之 SECURITY-ADMIN
       570-REVOKE-FUNCTION.
           PERFORM 610-READ-TARGET.
           IF FS-OPR-FILE = "00"
              PERFORM 590-ACCEPT-FUNC-NAME
              IF VALID-OK = "Y"
                 IF OPR-ID-IN = OPER-ID-IN
                    AND OPR-FUNC-IN = "SECURITY-ADMIN"
                    DISPLAY "不可撤銷自己之帳號維護權限 !"
                            LINE 18 POSITION 15
                 ELSE
                    MOVE OPR-FUNC-IN TO WS-FIND-FUNC
                    PERFORM 595-FIND-FUNC-SLOT
                    IF FOUND-OK NOT = "Y"
                       DISPLAY "此代號並無該功能權限 !"
                               LINE 18 POSITION 15
                    ELSE
                       MOVE SPACES TO OPR-FUNC(WS-SLOT-IX)
                       MOVE "OPR-REVOKE" TO WS-AUD-ACTION
                       MOVE OPR-FUNC-IN TO WS-AUD-NAME
                       PERFORM 650-REWRITE-TARGET
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **
      **       列出現有功能後輸入功能名稱，核對功能表
       590-ACCEPT-FUNC-NAME.
           DISPLAY OPR-NAME LINE 12 POSITION 15.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 591-SHOW-FUNC-SLOT UNTIL WS-SLOT-IX > 10.
           DISPLAY "功能名稱 : " LINE 16 POSITION 15.
           ACCEPT OPR-FUNC-IN LINE 16 POSITION 30.
           MOVE "N" TO VALID-OK.
           MOVE 1 TO WS-VALID-IX.
           PERFORM 592-SCAN-VALID-FUNC
                   UNTIL VALID-OK = "Y"
                      OR WS-VALID-IX > WS-VALID-COUNT.
           IF VALID-OK NOT = "Y"
              DISPLAY "功能名稱不正確 !" LINE 18 POSITION 15
           END-IF.
      **
      **       現有功能分兩列顯示，每列五格
       591-SHOW-FUNC-SLOT.
           IF WS-SLOT-IX > 5
              COMPUTE WS-SLOT-COL = WS-SLOT-IX * 16 - 95
              DISPLAY OPR-FUNC(WS-SLOT-IX) LINE 14
                      POSITION WS-SLOT-COL
           ELSE
              COMPUTE WS-SLOT-COL = WS-SLOT-IX * 16 - 15
              DISPLAY OPR-FUNC(WS-SLOT-IX) LINE 13
                      POSITION WS-SLOT-COL
           END-IF.
           ADD 1 TO WS-SLOT-IX.
      **
       592-SCAN-VALID-FUNC.
           IF WS-VALID-NAME(WS-VALID-IX) = OPR-FUNC-IN
              MOVE "Y" TO VALID-OK
           ELSE
              ADD 1 TO WS-VALID-IX
           END-IF.
      **
      **       找出 WS-FIND-FUNC 所在格(空白即找空格)，
      **       結果放 WS-SLOT-IX
       595-FIND-FUNC-SLOT.
           MOVE "N" TO FOUND-OK.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 596-SCAN-FUNC-SLOT
                   UNTIL FOUND-OK = "Y" OR WS-SLOT-IX > 10.
      **
       596-SCAN-FUNC-SLOT.
           IF OPR-FUNC(WS-SLOT-IX) = WS-FIND-FUNC
              MOVE "Y" TO FOUND-OK
           ELSE
              ADD 1 TO WS-SLOT-IX
           END-IF.
      **
      **       讀取維護對象(加鎖)，鎖定中有限次重試後放棄
       610-READ-TARGET.
           MOVE OPR-ID-IN TO OPR-ID.
           MOVE ZERO TO WS-LOCK-RETRY.
           MOVE "Y" TO LOCK-BUSY.
           PERFORM 620-READ-OPR-ONCE
                   UNTIL LOCK-BUSY = "N"
                      OR WS-LOCK-RETRY > WS-MAX-LOCK-RETRY.
           IF LOCK-BUSY = "Y"
              DISPLAY "操作者檔鎖定中，請稍後再試 !"
                      LINE 18 POSITION 15
           END-IF.
           IF LOCK-BUSY = "N" AND FS-OPR-FILE = "23"
              DISPLAY "操作者代號不存在 !" LINE 18 POSITION 15
           END-IF.
      **
       620-READ-OPR-ONCE.
           READ OPR-FILE INVALID KEY
                CONTINUE
           END-READ.
           IF FS-OPR-FILE = "51" OR FS-OPR-FILE = "99"
              ADD 1 TO WS-LOCK-RETRY
              CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           ELSE
              MOVE "N" TO LOCK-BUSY
           END-IF.
      **
      **       回寫維護對象，成功才留存軌跡
       650-REWRITE-TARGET.
           REWRITE OPR-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-OPR-FILE = "00"
              DISPLAY "異動完成 !" LINE 18 POSITION 15
              PERFORM 700-WRITE-AUDIT-LOG
           ELSE
              DISPLAY "操作者檔更新失敗，STATUS="
                      FS-OPR-FILE LINE 18 POSITION 15
           END-IF.
      **
      **       密碼轉換，OPR-FILE 存轉換值
       315-SCRAMBLE-PASSWORD.
           MOVE OPR-NEW-PW-IN TO WS-SCRAMBLED-PW.
           INSPECT WS-SCRAMBLED-PW
                   CONVERTING WS-SCRAMBLE-FROM TO WS-SCRAMBLE-TO.
      **
      **       主管密碼轉換，SUP-FILE 存轉換值
       316-SCRAMBLE-SUP-PASSWORD.
           MOVE SUP-PASSWORD-IN TO WS-SCRAMBLED-PW.
           INSPECT WS-SCRAMBLED-PW
                   CONVERTING WS-SCRAMBLE-FROM TO WS-SCRAMBLE-TO.
      **
      **       帳號異動軌跡：產品欄記對象代號，名稱欄記功能名
      **       或姓名，操作者欄記簽到者
       700-WRITE-AUDIT-LOG.
           MOVE OPR-ID-IN    TO AUD-PRO-NO.
           MOVE WS-AUD-NAME  TO AUD-PRO-NAME.
           MOVE ZERO         TO AUD-PRO-QTY.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE OPER-ID-IN   TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY     TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
                      LINE 21 POSITION 15
           END-IF.
      **
       800-CLOSE.
           CLOSE OPR-FILE AUDIT-FILE.
           IF SUP-OPENED = "Y"
              CLOSE SUP-FILE
           END-IF.
