      ** 且有效，盤點單號重複拒絕，盤點按儲位進行故儲位
      ** 必填)；(A)主管核准(帳號密碼比照 SAM12-9 核對)後
      ** 始得交 Sample12-22 過帳差異。
      ** 輸入/核准均寫入稽核軌跡檔 SAM12-2.LOG 供覆核。
      ** 開始前須以操作者代號/密碼簽到(SAM12-2.OPR)，輸入盤點
      ** 須具 COUNT-ENTRY 權限，核准仍由主管簽核；簽到成敗、
      ** 鎖定及權限不足均寫入稽核軌跡檔
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-21.
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
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
        01 WS-SCRAMBLE-TO   PIC X(62) VALUE
       "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm5678901234".
      **       操作者簽到/功能授權用工作欄位
        01 FS-OPR-FILE    PIC X(2).
        01 OPR-PASSWORD-IN PIC X(8).
        01 WS-OPR-PW      PIC X(8).
        01 WS-OPR-RESULT  PIC X(10).
        01 WS-PROGRAM-ID  PIC X(10) VALUE "SAM12-21".
        01 WS-FUNC-NEEDED PIC X(15).
        01 WS-FUNC-IX     PIC 9(2).
        01 WS-AUTH-KEY    PIC X(5).
        01 OPR-OK         PIC X VALUE "N".
           88 OPERATOR-OK       VALUE "Y".
        01 FUNC-OK        PIC X VALUE "N".
           88 FUNCTION-OK       VALUE "Y".

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
                 IF FUNC-SELECT = "E" OR FUNC-SELECT = "e"
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
      **       功能別對應所需授權，不需授權之功能直接放行
       205-CHECK-FUNC-AUTHORITY.
           MOVE SPACES TO WS-AUTH-KEY.
      **       核准另經主管簽核，不另設功能授權
           IF FUNC-SELECT = "E" OR FUNC-SELECT = "e"
              MOVE "COUNT-ENTRY" TO WS-FUNC-NEEDED
           ELSE
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
           DISPLAY "(E)輸入 (A)核准 : " LINE 8 POSITION 15.
           ACCEPT FUNC-SELECT LINE 8 POSITION 38.
           DISPLAY "盤點單號 : " LINE 10 POSITION 15.
           ELSE
              MOVE "YES" TO IF-DATA
           END-IF.
           IF IF-DATA = "YES"
              PERFORM 205-CHECK-FUNC-AUTHORITY
           END-IF.
      **
      **       盤點輸入：產品須存在且有效，單號重複拒絕
       300-ENTER-COUNT.
           END-IF.
      **
       800-CLOSE.
           CLOSE CNT-FILE PRO-FILE SUP-FILE AUDIT-FILE
                 OPR-FILE.
