      ** 程式範例十二-32 (SAM12-32.CBL):會計期間結帳/重開
      ** 依參數卡 SAM12-32.PRM 之作業別與年月(YYMM)維護會計
      ** 期間控制檔 SAM12-2.PER：
      ** C=結帳：該年月須已由 Sample12-20 於月底後列印月結
      ** 對帳單、由 Sample12-26 凍結快照(S12yymm.SNP 須在)，
      ** 兩者俱備始改已結帳(C)；結帳後各過帳程式一律拒絕
      ** 寫入該年月之明細帳。
      ** R=重開：須經主管授權(同 SAM12-9 授權卡，帳號密碼
      ** 核對 SAM12-2.SUP)，改回未結(O)並記重開日與主管。
      ** 結帳/重開均寫稽核軌跡 SAM12-2.LOG(PER-CLOSE/
      ** PER-REOPEN，品名欄存年月)
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-32.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       作業別/年月與主管授權卡
           SELECT PARM-FILE ASSIGN TO "SAM12-32.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       會計期間控制檔
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PER-FILE.
      **       該年月快照檔，檔名依年月組成，僅確認存在
           SELECT SNP-FILE ASSIGN TO WS-SNP-NAME
                  FILE STATUS IS FS-SNP-FILE.
      **       主管授權帳號檔，重開須經授權
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
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-FUNC         PIC X(1).
           05 PARM-YYMM         PIC X(4).
           05 PARM-SUP-ID       PIC X(5).
           05 PARM-SUP-PASSWORD PIC X(8).
      **
        FD PER-FILE
           LABEL RECORD IS STANDARD.
           COPY "PER-REC.CPY".
      **
        FD SNP-FILE
           LABEL RECORD IS STANDARD.
        01 SNP-REC             PIC X(44).
      **
        FD SUP-FILE
           LABEL RECORD IS STANDARD.
           COPY "SUP-REC.CPY".
      **
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".

        WORKING-STORAGE SECTION.
        01 OPEN-OK        PIC X    VALUE "Y".
        01 PARM-OK        PIC X    VALUE "N".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 FS-SNP-FILE    PIC X(2).
        01 FS-SUP-FILE    PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
      **       作業別：C=結帳 R=重開
        01 WS-FUNC        PIC X.
           88 FUNC-CLOSE       VALUE "C".
           88 FUNC-REOPEN      VALUE "R".
        01 WS-YYMM        PIC X(4).
        01 WS-SNP-NAME    PIC X(12).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
      **       對帳單日期之年月，須晚於結帳年月方為全月
        01 WS-STMT-DATE   PIC 9(6).
        01 WS-STMT-DATE-R REDEFINES WS-STMT-DATE.
           05 WS-STMT-YYMM PIC X(4).
           05 FILLER       PIC X(2).
        01 WS-AUD-ACTION  PIC X(10).
        01 WS-AUD-OPER    PIC X(5).
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
        01 WS-SIGNON-RESULT PIC X(10).
      **       主管授權用工作欄位
        01 SUP-ID-IN       PIC X(5).
        01 SUP-PASSWORD-IN PIC X(8).
        01 WS-SCRAMBLED-PW PIC X(8).
        01 SUP-OK          PIC X VALUE "N".
           88 SUPERVISOR-OK      VALUE "Y".
      **       密碼轉換，SUP-FILE 存轉換值
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
              PERFORM 150-EDIT-PARM
              IF PARM-OK = "Y"
                 IF FUNC-CLOSE
                    PERFORM 200-CLOSE-PERIOD
                 ELSE
                    PERFORM 105-SIGN-ON
                    IF SUPERVISOR-OK
                       PERFORM 300-REOPEN-PERIOD
                    ELSE
                       DISPLAY "主管授權失敗，期間重開取消"
                               " !"
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00"
              DISPLAY "參數卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       期間控制檔不存在時由系統新建，05 視同成功
           OPEN I-O PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       簽核須回寫錯誤次數/鎖定，故以 I-O 開檔
           OPEN I-O SUP-FILE.
           IF FS-SUP-FILE NOT = "00"
              DISPLAY "主管檔開檔失敗，STATUS=" FS-SUP-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔開檔失敗，STATUS=" FS-AUDIT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       授權卡事先備妥，無人值機亦可取得授權
       105-SIGN-ON.
           MOVE "N" TO SUP-OK.
           MOVE PARM-SUP-ID       TO SUP-ID-IN.
           MOVE PARM-SUP-PASSWORD TO SUP-PASSWORD-IN.
           PERFORM 107-VERIFY-SUPERVISOR.
      **
       106-SCRAMBLE-PASSWORD.
           MOVE SUP-PASSWORD-IN TO WS-SCRAMBLED-PW.
           INSPECT WS-SCRAMBLED-PW
                   CONVERTING WS-SCRAMBLE-FROM TO WS-SCRAMBLE-TO.
      **
      **       核對主管帳號：停用/鎖定/逾期/密碼，
      **       簽核成敗均寫入稽核軌跡檔供保安覆核
       107-VERIFY-SUPERVISOR.
           MOVE "SIGNON-BAD" TO WS-SIGNON-RESULT.
           MOVE SUP-ID-IN TO SUP-ID.
           READ SUP-FILE INVALID KEY
                DISPLAY "主管 ID 不存在，期間重開取消 !"
           END-READ.
           IF FS-SUP-FILE = "51" OR FS-SUP-FILE = "99"
              DISPLAY "主管檔鎖定中，期間重開取消 !"
           END-IF.
           IF FS-SUP-FILE = "00"
              IF SUP-DISABLED
                 DISPLAY "此帳號已停用，期間重開取消 !"
              ELSE
                 IF SUP-LOCKED
                    DISPLAY "此帳號已鎖定，期間重開取消 !"
                 ELSE
                    PERFORM 108-CHECK-PASSWORD
                 END-IF
              END-IF
           END-IF.
           PERFORM 116-WRITE-SIGNON-LOG.
      **
      **       密碼比對：逾期拒簽；連錯達上限即鎖定帳號
       108-CHECK-PASSWORD.
           PERFORM 106-SCRAMBLE-PASSWORD.
           IF WS-SCRAMBLED-PW = SUP-PASSWORD
              PERFORM 115-CALC-PW-AGE
              IF WS-PW-AGE > WS-PW-LIMIT-DAYS
                 DISPLAY "密碼已逾期，期間重開取消 !"
              ELSE
                 MOVE "Y" TO SUP-OK
                 MOVE "SIGNON-OK" TO WS-SIGNON-RESULT
                 MOVE ZERO TO SUP-FAIL-COUNT
              END-IF
           ELSE
              ADD 1 TO SUP-FAIL-COUNT
              IF SUP-FAIL-COUNT NOT < WS-MAX-FAIL
                 MOVE "L" TO SUP-STATUS
                 DISPLAY "密碼錯誤，帳號已鎖定 !"
              ELSE
                 DISPLAY "密碼錯誤，期間重開取消 !"
              END-IF
           END-IF.
           REWRITE SUP-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-SUP-FILE NOT = "00"
              DISPLAY "主管檔更新失敗，STATUS=" FS-SUP-FILE
           END-IF.
      **
      **       以年 365 日/月 30 日近似計齡，足供逾期判斷
       115-CALC-PW-AGE.
           ACCEPT WS-TODAY FROM DATE.
           MOVE SUP-PW-DATE TO WS-PW-DATE.
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
      **       簽核軌跡：成敗動作別/帳號/日期時間
       116-WRITE-SIGNON-LOG.
           MOVE SPACES TO AUD-PRO-NO.
           MOVE SPACES TO AUD-PRO-NAME.
           MOVE ZERO   TO AUD-PRO-QTY.
           MOVE WS-SIGNON-RESULT TO AUD-ACTION.
           MOVE SUP-ID-IN TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6) TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
           END-IF.
      **
      **       作業別須為 C/R、年月須為數字，不正確即不開工
       150-EDIT-PARM.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，期間作業取消 !"
           END-READ.
           IF FS-PARM-FILE = "00"
              MOVE PARM-FUNC TO WS-FUNC
              IF WS-FUNC = "c"
                 MOVE "C" TO WS-FUNC
              END-IF
              IF WS-FUNC = "r"
                 MOVE "R" TO WS-FUNC
              END-IF
              IF NOT FUNC-CLOSE AND NOT FUNC-REOPEN
                 DISPLAY "作業別須為 C(結帳)或 R(重開) !"
              ELSE
                 IF PARM-YYMM NOT NUMERIC
                    OR PARM-YYMM(3:2) < "01"
                    OR PARM-YYMM(3:2) > "12"
                    DISPLAY "年月不正確，期間作業取消 !"
                 ELSE
                    MOVE PARM-YYMM TO WS-YYMM
                    MOVE "Y" TO PARM-OK
                 END-IF
              END-IF
           END-IF.
      **
      **       結帳：對帳單須於月底後列印(全月明細)，快照須
      **       已凍結且檔案尚在，兩者俱備始改已結帳
       200-CLOSE-PERIOD.
           MOVE WS-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PER-FILE = "23"
              DISPLAY "年月 " WS-YYMM
                      " 尚未列印對帳單及凍結快照"
                      "，不得結帳 !"
           ELSE
              IF FS-PER-FILE NOT = "00"
                 DISPLAY "期間控制檔讀取錯誤，STATUS="
                         FS-PER-FILE
              ELSE
                 IF PER-CLOSED
                    DISPLAY "年月 " WS-YYMM " 已於 "
                            PER-CLOSE-DATE " 結帳 !"
                 ELSE
                    PERFORM 210-CHECK-STATEMENT
                 END-IF
              END-IF
           END-IF.
      **
       210-CHECK-STATEMENT.
           MOVE PER-STMT-DATE TO WS-STMT-DATE.
           IF PER-STMT-DATE = ZERO
              DISPLAY "年月 " WS-YYMM
                      " 尚未列印月結對帳單，不得結帳 !"
           ELSE
              IF WS-STMT-YYMM NOT > WS-YYMM
                 DISPLAY "對帳單印於 " PER-STMT-DATE
                         " 非全月，請月底後重印 !"
              ELSE
                 PERFORM 220-CHECK-SNAPSHOT
              END-IF
           END-IF.
      **
       220-CHECK-SNAPSHOT.
           IF PER-SNAP-DATE = ZERO
              DISPLAY "年月 " WS-YYMM
                      " 尚未凍結月底快照，不得結帳 !"
           ELSE
              MOVE SPACES TO WS-SNP-NAME
              STRING "S12" WS-YYMM ".SNP"
                     DELIMITED BY SIZE INTO WS-SNP-NAME
              OPEN INPUT SNP-FILE
              IF FS-SNP-FILE NOT = "00"
                 DISPLAY "快照檔 " WS-SNP-NAME
                         " 不存在，STATUS=" FS-SNP-FILE
              ELSE
                 CLOSE SNP-FILE
                 PERFORM 230-MARK-CLOSED
              END-IF
           END-IF.
      **
       230-MARK-CLOSED.
           MOVE "C" TO PER-STATUS.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO PER-CLOSE-DATE.
           REWRITE PER-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-PER-FILE NOT = "00"
              DISPLAY "期間控制檔更新失敗，STATUS="
                      FS-PER-FILE
           ELSE
              DISPLAY "年月 " WS-YYMM " 結帳完成"
              MOVE "PER-CLOSE" TO WS-AUD-ACTION
              MOVE "BATCH" TO WS-AUD-OPER
              PERFORM 700-WRITE-PERIOD-LOG
           END-IF.
      **
      **       重開：僅已結帳者可重開，記重開日與授權主管
       300-REOPEN-PERIOD.
           MOVE WS-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "23"
              DISPLAY "期間控制檔讀取錯誤，STATUS="
                      FS-PER-FILE
           ELSE
              IF FS-PER-FILE = "23" OR NOT PER-CLOSED
                 DISPLAY "年月 " WS-YYMM " 未結帳，無須重開 !"
              ELSE
                 MOVE "O" TO PER-STATUS
                 ACCEPT WS-TODAY FROM DATE
                 MOVE WS-TODAY TO PER-REOPEN-DATE
                 MOVE SUP-ID-IN TO PER-REOPEN-SUP
                 REWRITE PER-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF FS-PER-FILE NOT = "00"
                    DISPLAY "期間控制檔更新失敗，STATUS="
                            FS-PER-FILE
                 ELSE
                    DISPLAY "年月 " WS-YYMM " 已重開"
                    MOVE "PER-REOPEN" TO WS-AUD-ACTION
                    MOVE SUP-ID-IN TO WS-AUD-OPER
                    PERFORM 700-WRITE-PERIOD-LOG
                 END-IF
              END-IF
           END-IF.
      **
      **       期間軌跡：品名欄存年月
       700-WRITE-PERIOD-LOG.
           MOVE SPACES        TO AUD-PRO-NO.
           MOVE SPACES        TO AUD-PRO-NAME.
           MOVE WS-YYMM       TO AUD-PRO-NAME.
           MOVE ZERO          TO AUD-PRO-QTY.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-AUD-OPER   TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY      TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)   TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
           END-IF.
      **
       800-CLOSE.
           CLOSE PARM-FILE PER-FILE SUP-FILE AUDIT-FILE.
