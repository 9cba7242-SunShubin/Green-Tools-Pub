      ** 查詢未結採購單檔 SAM12-2.PO(依產品編號)，並可將
      ** O 狀態之採購單取消(C)，取消後該產品回列補貨建議。
      ** 已收(R)/已取消(C)者僅可查詢。取消寫入稽核軌跡檔
      ** SAM12-2.LOG 供覆核；取消須輸入原因，連同訂量/開單
      ** 日寫入採購單歷史檔 SAM12-2.POH 供供應商績效評比。
      ** 開始前須以操作者代號/密碼簽到(SAM12-2.OPR)，取消須具
      ** PO-CANCEL 權限，查詢僅須簽到；簽到成敗、鎖定及權限
      ** 不足均寫入稽核軌跡檔
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-24.
      **
                  FILE STATUS IS FS-PO-FILE.
           SELECT AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
                  FILE STATUS IS FS-AUDIT-FILE.
      **       採購單歷史檔，取消即留存一筆
           SELECT OPTIONAL POH-FILE ASSIGN TO RANDOM "SAM12-2.POH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POH-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-POH-FILE.
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
        FD POH-FILE
           LABEL RECORD IS STANDARD.
           COPY "POH-REC.CPY".
      **
        FD OPR-FILE
           LABEL RECORD IS STANDARD.
           COPY "OPR-REC.CPY".

        WORKING-STORAGE SECTION.
        01 IF-DATA        PIC X(3) VALUE "YES".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PO-FILE     PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
        01 FS-POH-FILE    PIC X(2).
        01 FUNC-SELECT    PIC X.
        01 OPER-ID-IN     PIC X(5).
        01 PRO-NO-IN      PIC X(5).
        01 REASON-IN      PIC X(20).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
      **       操作者簽到/功能授權用工作欄位
        01 FS-OPR-FILE    PIC X(2).
        01 OPR-PASSWORD-IN PIC X(8).
        01 WS-OPR-PW      PIC X(8).
        01 WS-OPR-RESULT  PIC X(10).
        01 WS-PROGRAM-ID  PIC X(10) VALUE "SAM12-24".
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
                 PERFORM 300-READ-PO
                      LINE 23 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
      **       採購單歷史檔不存在時由系統新建，05 視同成功
           OPEN I-O POH-FILE.
           IF FS-POH-FILE NOT = "00" AND FS-POH-FILE NOT = "05"
              DISPLAY "採購單歷史檔開檔失敗，STATUS="
                      FS-POH-FILE LINE 24 POSITION 15
              MOVE "N" TO OPEN-OK
           END-IF.
      **       簽到須回寫錯誤次數/鎖定，故以 I-O 開檔
           OPEN I-O OPR-FILE.
           IF FS-OPR-FILE NOT = "00"
              DISPLAY "操作者檔開檔失敗，STATUS=" FS-OPR-FILE
                      LINE 25 POSITION 15
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
           MOVE PRO-NO-IN TO WS-AUTH-KEY.
      **       查詢僅須簽到，取消須授權
           IF FUNC-SELECT = "C" OR FUNC-SELECT = "c"
              MOVE "PO-CANCEL" TO WS-FUNC-NEEDED
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
           DISPLAY "(I)查詢 (C)取消 : " LINE 8 POSITION 15.
           ACCEPT FUNC-SELECT LINE 8 POSITION 38.
           DISPLAY "PRO-NO : " LINE 10 POSITION 15.
           ELSE
              MOVE "YES" TO IF-DATA
           END-IF.
           IF IF-DATA = "YES"
              PERFORM 205-CHECK-FUNC-AUTHORITY
           END-IF.
      **
       300-READ-PO.
           MOVE PRO-NO-IN TO PO-PRO-NO.
                    DISPLAY "狀態 : 已取消" LINE 14 POSITION 15
           END-EVALUATE.
      **
      **       僅 O 狀態可取消，須輸入原因，確認後改 C 留軌跡
       400-CANCEL-PO.
           IF NOT PO-OPEN
              DISPLAY "此採購單非未結狀態，不可取消 !"
                      LINE 18 POSITION 15
           ELSE
              DISPLAY "取消原因 : " LINE 16 POSITION 15
              ACCEPT REASON-IN LINE 16 POSITION 27
              IF REASON-IN = SPACES
                 DISPLAY "取消原因不可空白 !"
                         LINE 18 POSITION 15
                 MOVE "N" TO SURE
              ELSE
                 DISPLAY "是否取消 ?" LINE 18 POSITION 15
                 ACCEPT SURE LINE 18 POSITION 28
              END-IF
              IF SURE = "Y"
                 MOVE "C" TO PO-STATUS
                 REWRITE PO-REC
                 IF FS-PO-FILE = "00"
                    DISPLAY "採購單已取消 !" LINE 20 POSITION 15
                    PERFORM 700-WRITE-AUDIT-LOG
                    PERFORM 710-WRITE-PO-HISTORY
                 ELSE
                    DISPLAY "採購單檔更新失敗，STATUS="
                            FS-PO-FILE LINE 20 POSITION 15
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
                      LINE 21 POSITION 15
           END-IF.
      **
      **       取消之採購單留存歷史，收貨量/日期/批號為零
       710-WRITE-PO-HISTORY.
           MOVE PO-NO         TO POH-PO-NO.
           MOVE PO-PRO-NO     TO POH-PRO-NO.
           MOVE PO-SUP-NO     TO POH-SUP-NO.
           MOVE PO-QTY        TO POH-PO-QTY.
           MOVE PO-DATE       TO POH-PO-DATE.
           MOVE ZERO          TO POH-RCV-QTY.
           MOVE ZERO          TO POH-RCV-DATE.
           MOVE WS-TODAY      TO POH-CLOSE-DATE.
           MOVE "C"           TO POH-CLOSE-CODE.
           MOVE REASON-IN     TO POH-REASON.
           MOVE OPER-ID-IN    TO POH-OPERATOR.
           MOVE ZERO          TO POH-BATCH-NO.
           WRITE POH-REC
              INVALID KEY CONTINUE
           END-WRITE.
           IF FS-POH-FILE = "22"
              REWRITE POH-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           IF FS-POH-FILE NOT = "00"
              DISPLAY "採購單歷史檔寫入失敗，STATUS="
                      FS-POH-FILE LINE 22 POSITION 15
           END-IF.
      **
       800-CLOSE.
           CLOSE PO-FILE AUDIT-FILE POH-FILE OPR-FILE.
