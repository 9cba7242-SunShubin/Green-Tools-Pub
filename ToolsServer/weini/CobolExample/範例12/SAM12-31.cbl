      ** 程式範例十二-31 (SAM12-31.CBL):過帳批次整批沖回
      ** 分行送錯 SAM12-11.TXN 且已順利過帳時，依授權卡
      ** SAM12-31.PRM 之批號(須已登錄於 SAM12-2.RUN 且未沖
      ** 回)與主管帳號密碼(同 SAM12-9 授權卡)，自明細帳
      ** SAM12-2.LGR 取出該批號全部異動，逐筆反向沖回：
      ** 進貨沖減、出貨沖加、調整反向、轉庫自轉入儲位搬
      ** 回轉出儲位，同步回復 PRO-QTY 與儲位庫存，並補寫
      ** 反向明細帳(進出與調整均以調整(A)記，轉庫以轉庫
      ** (X)記，帶原單號與原批號)；進貨時經 336-CLOSE-
      ** OPEN-PO 結案之採購單重開為未結(O)。
      ** 沖回前先依產品別自最後一筆倒序試算，任一產品或
      ** 儲位會成負數即整批拒絕，報表列出卡住之產品/儲位
      ** /單號，一筆也不沖回。完成後批次控制記錄改為已沖
      ** 回(V)並寫稽核軌跡 BATCH-REV。反向明細以沖回當日
      ** 入帳，當日所屬年月已於 SAM12-2.PER 結帳者不得沖回
      ** 重開之採購單其採購單歷史檔 SAM12-2.POH 收貨結案
      ** 記錄改沖回(V)，不列入供應商交貨績效。
      ** 明細帶批號者一併回復批號庫存檔 SAM12-2.LOT 該批數量
      ** (轉庫自轉入儲位同批搬回)，反向明細亦記原批號；
      ** 試算時該批數量會成負數者(已另出/盤虧)亦整批拒絕；
      ** 未分批明細沖減後儲位數量少於該儲位各批合計者同，
      ** 免儲位各批合計與儲位數量不符
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-31.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       沖回批號與主管授權卡
           SELECT PARM-FILE ASSIGN TO "SAM12-31.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       共用開檔加記錄鎖，與線上作業並行不互斥
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PRO-FILE.
      **       儲位庫存檔，與主檔總量同步回復
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LOC-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOC-FILE.
      **       異動明細帳檔：先讀取該批明細，再補寫反向明細
           SELECT LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
      **       未結採購單檔，進貨沖回重開原結案採購單
           SELECT OPTIONAL PO-FILE ASSIGN TO RANDOM "SAM12-2.PO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-PRO-NO
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PO-FILE.
      **       過帳批次控制檔，沖回後改已沖回狀態
           SELECT RUN-FILE ASSIGN TO RANDOM "SAM12-2.RUN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-BATCH-NO
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-RUN-FILE.
      **       主管授權帳號檔，整批沖回須經授權
           SELECT SUP-FILE ASSIGN TO RANDOM "SAM12-2.SUP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUP-ID
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-SUP-FILE.
           SELECT AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
                  FILE STATUS IS FS-AUDIT-FILE.
      **       會計期間控制檔，已結帳年月不沖回；僅讀不鎖
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  FILE STATUS IS FS-PER-FILE.
      **       採購單歷史檔，重開之採購單結案記錄改沖回
           SELECT OPTIONAL POH-FILE ASSIGN TO RANDOM "SAM12-2.POH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POH-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-POH-FILE.
      **       批號庫存檔，帶批號之明細同步回復該批數量
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOT-FILE.
      **       該批明細依產品/過帳先後倒序排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-31.SRT".
      **       試算通過之沖回明細暫存，供沖回時逐筆讀回
           SELECT WRK-FILE ASSIGN TO "SAM12-31.WRK"
                  FILE STATUS IS FS-WRK-FILE.
      **       沖回清單/拒絕明細報表
           SELECT RPT-FILE ASSIGN TO "SAM12-31.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-BATCH-NO     PIC X(6).
           05 PARM-SUP-ID       PIC X(5).
           05 PARM-SUP-PASSWORD PIC X(8).
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PRO-REC.CPY".
      **
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOC-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY "PO-REC.CPY".
      **
        FD RUN-FILE
           LABEL RECORD IS STANDARD.
           COPY "RUN-REC.CPY".
      **
        FD SUP-FILE
           LABEL RECORD IS STANDARD.
           COPY "SUP-REC.CPY".
      **
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".
      **
        FD PER-FILE
           LABEL RECORD IS STANDARD.
           COPY "PER-REC.CPY".
      **
        FD POH-FILE
           LABEL RECORD IS STANDARD.
           COPY "POH-REC.CPY".
      **
        FD LOT-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOT-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-SEQ        PIC 9(7).
           05 SORT-MOV-CODE   PIC X(1).
           05 SORT-QTY        PIC 9(5).
           05 SORT-SIGN       PIC X(1).
           05 SORT-REF-NO     PIC X(8).
           05 SORT-LOC-CODE   PIC X(2).
           05 SORT-LOC-TO     PIC X(2).
           05 SORT-PO-NO      PIC 9(6).
           05 SORT-LOT-NO     PIC X(8).
      **
        FD WRK-FILE
           LABEL RECORD IS STANDARD.
        01 WRK-REC.
           05 WRK-PRO-NO      PIC X(5).
           05 WRK-SEQ         PIC 9(7).
           05 WRK-MOV-CODE    PIC X(1).
              88 WRK-RECEIPT       VALUE "R".
              88 WRK-ISSUE         VALUE "I".
              88 WRK-ADJUST        VALUE "A".
              88 WRK-XFER          VALUE "X".
           05 WRK-QTY         PIC 9(5).
           05 WRK-SIGN        PIC X(1).
           05 WRK-REF-NO      PIC X(8).
           05 WRK-LOC-CODE    PIC X(2).
           05 WRK-LOC-TO      PIC X(2).
           05 WRK-PO-NO       PIC 9(6).
           05 WRK-LOT-NO      PIC X(8).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC.
           05 RPT-TAG        PIC X(12).
           05 RPT-PRO-NO     PIC X(5).
           05 RPT-REF-NO     PIC X(8).
           05 RPT-MSG        PIC X(60).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 BATCH-OK       PIC X    VALUE "N".
        01 RUN-MARKED     PIC X    VALUE "N".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-LGR-FILE    PIC X(2).
        01 FS-PO-FILE     PIC X(2).
        01 FS-RUN-FILE    PIC X(2).
        01 FS-SUP-FILE    PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
        01 FS-WRK-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 FS-POH-FILE    PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
        01 WS-PER-DATE    PIC 9(6).
        01 WS-PER-DATE-R REDEFINES WS-PER-DATE.
           05 WS-PER-YYMM PIC X(4).
           05 FILLER      PIC X(2).
        01 WS-BATCH-NO    PIC 9(6).
        01 WS-SEQ         PIC 9(7) VALUE 0.
      **       統計欄位
        01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.
        01 WS-BLOCK-COUNT PIC 9(5) VALUE 0.
        01 WS-POST-COUNT  PIC 9(5) VALUE 0.
        01 WS-ERR-COUNT   PIC 9(5) VALUE 0.
        01 WS-PO-COUNT    PIC 9(5) VALUE 0.
      **       產品別倒序試算欄位，換產品時重取現況
        01 WS-CUR-PRO     PIC X(5).
        01 GROUP-OPEN     PIC X    VALUE "N".
        01 PRO-USABLE     PIC X.
        01 WS-SIM-QTY     PIC S9(7).
        01 WS-MOV-CODE    PIC X(1).
        01 WS-MOV-SIGN    PIC X(1).
        01 WS-MOV-QTY     PIC 9(5).
        01 WS-EFFECT      PIC S9(7).
        01 WS-LOC-CODE    PIC X(2).
        01 WS-LOC-DELTA   PIC S9(7).
        01 WS-OLD-QTY     PIC 9(5).
        01 WS-NEW-QTY     PIC S9(7).
        01 WS-QTY-D1      PIC ZZZZ9.
        01 WS-QTY-D2      PIC ZZZZ9.
        01 LOC-OK         PIC X.
      **       批號回復工作欄位：轉庫搬回時沿用原批收貨/有效日
        01 WS-LOT-NEW     PIC S9(7).
        01 WS-LOT-RCV-DATE PIC 9(6).
        01 WS-LOT-EXP-DATE PIC 9(6).
      **       產品別儲位試算表：首次用到之儲位取現有數量
        01 LT-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
              10 LT-TAB-CODE     PIC X(2).
              10 LT-TAB-QTY      PIC S9(7).
              10 LT-TAB-LOTS     PIC S9(7).
        01 LT-USED        PIC 9(2) VALUE 0.
        01 LT-IX          PIC 9(2).
        01 LT-FOUND       PIC X.
      **       產品別批號試算表：儲位+批號首次用到取現有數量
        01 LS-TABLE.
           05 LS-ENTRY OCCURS 50 TIMES.
              10 LS-TAB-LOC      PIC X(2).
              10 LS-TAB-LOT      PIC X(8).
              10 LS-TAB-QTY      PIC S9(7).
        01 LS-USED        PIC 9(2) VALUE 0.
        01 LS-IX          PIC 9(2).
        01 LS-FOUND       PIC X.
        01 LOT-OK         PIC X.
      **       儲位各批合計：未分批明細沖減後儲位不得低於此數
        01 LOT-EOF        PIC X.
        01 WS-SUM-PRO     PIC X(5).
        01 WS-LOT-TOTAL   PIC 9(7).
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
      **       記錄鎖定重試控制：有限次重試後回報放棄
        01 LOCK-BUSY         PIC X.
        01 WS-LOCK-RETRY     PIC 9(2).
        01 WS-MAX-LOCK-RETRY PIC 9(2) VALUE 10.
        01 WS-LOCK-WAIT-SECS PIC 9(1) VALUE 1.
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
              PERFORM 105-SIGN-ON
              IF SUPERVISOR-OK
                 PERFORM 200-PRINT-HEADER
                 PERFORM 150-CHECK-RUN-CONTROL
                 IF BATCH-OK = "Y"
                    SORT SORT-FILE
                         ON ASCENDING KEY SORT-PRO-NO
                            DESCENDING KEY SORT-SEQ
                         INPUT PROCEDURE IS 300-SELECT-BATCH
                         OUTPUT PROCEDURE IS 400-VERIFY-REVERSAL
                    PERFORM 250-DECIDE-REVERSAL
                 END-IF
                 PERFORM 900-PRINT-SUMMARY
              ELSE
                 DISPLAY "主管授權失敗，批次沖回取消 !"
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
       100-OPEN-FILE.
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00"
              DISPLAY "授權卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN I-O PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "PRO-FILE 開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       儲位檔不存在時由系統新建，05 視同成功
           OPEN I-O LOC-FILE.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT LGR-FILE.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔開檔失敗，STATUS=" FS-LGR-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       採購單檔不存在時由系統新建，STATUS=05 視同成功
           OPEN I-O PO-FILE.
           IF FS-PO-FILE NOT = "00" AND FS-PO-FILE NOT = "05"
              DISPLAY "採購單檔開檔失敗，STATUS=" FS-PO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN I-O RUN-FILE.
           IF FS-RUN-FILE NOT = "00"
              DISPLAY "批次控制檔開檔失敗，STATUS="
                      FS-RUN-FILE
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
      **       期間控制檔未建即無結帳年月，05 視同成功
           OPEN INPUT PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       採購單歷史檔未建即無歷史可改，05 視同成功
           OPEN I-O POH-FILE.
           IF FS-POH-FILE NOT = "00" AND FS-POH-FILE NOT = "05"
              DISPLAY "採購單歷史檔開檔失敗，STATUS="
                      FS-POH-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔未建即無批號可回復，05 視同成功
           OPEN I-O LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       授權卡事先備妥，無人值機亦可取得授權
       105-SIGN-ON.
           MOVE "N" TO SUP-OK.
           READ PARM-FILE
                AT END
                   DISPLAY "授權卡無資料，批次沖回取消 !"
           END-READ.
           IF FS-PARM-FILE NOT = "00"
              DISPLAY "授權卡檔讀取失敗，STATUS=" FS-PARM-FILE
           ELSE
              MOVE PARM-SUP-ID       TO SUP-ID-IN
              MOVE PARM-SUP-PASSWORD TO SUP-PASSWORD-IN
              PERFORM 107-VERIFY-SUPERVISOR
           END-IF.
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
                DISPLAY "主管 ID 不存在，批次沖回取消 !"
           END-READ.
           IF FS-SUP-FILE = "51" OR FS-SUP-FILE = "99"
              DISPLAY "主管檔鎖定中，批次沖回取消 !"
           END-IF.
           IF FS-SUP-FILE = "00"
              IF SUP-DISABLED
                 DISPLAY "此帳號已停用，批次沖回取消 !"
              ELSE
                 IF SUP-LOCKED
                    DISPLAY "此帳號已鎖定，批次沖回取消 !"
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
                 DISPLAY "密碼已逾期，批次沖回取消 !"
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
                 DISPLAY "密碼錯誤，批次沖回取消 !"
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
      **       批號須已登錄且尚未沖回
       150-CHECK-RUN-CONTROL.
           MOVE "N" TO BATCH-OK.
           IF PARM-BATCH-NO NOT NUMERIC
              MOVE "授權卡批號非數字" TO RPT-MSG
              PERFORM 159-REPORT-BATCH-REFUSED
           ELSE
              IF PARM-BATCH-NO = ZERO
                 MOVE "批號零為非批次過帳記號，不得沖回"
                      TO RPT-MSG
                 PERFORM 159-REPORT-BATCH-REFUSED
              ELSE
                 PERFORM 151-READ-RUN-CONTROL
              END-IF
           END-IF.
      **
       151-READ-RUN-CONTROL.
           MOVE PARM-BATCH-NO TO WS-BATCH-NO.
           MOVE WS-BATCH-NO TO RUN-BATCH-NO.
           READ RUN-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-RUN-FILE = "23"
              STRING "批次 " WS-BATCH-NO
                     " 未登錄於批次控制檔"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 159-REPORT-BATCH-REFUSED
           ELSE
              IF FS-RUN-FILE NOT = "00"
                 STRING "批次控制檔讀取錯誤，"
                        "STATUS=" FS-RUN-FILE
                        DELIMITED BY SIZE
                        INTO RPT-MSG
                 PERFORM 159-REPORT-BATCH-REFUSED
              ELSE
                 IF RUN-REVERSED
                    STRING "批次 " WS-BATCH-NO " 已於 "
                           RUN-REV-DATE " 沖回"
                           DELIMITED BY SIZE INTO RPT-MSG
                    PERFORM 159-REPORT-BATCH-REFUSED
                 ELSE
                    PERFORM 155-CHECK-PERIOD
                 END-IF
              END-IF
           END-IF.
      **
      **       沖回日所屬年月已結帳即不沖回；讀檔錯誤從嚴
      **       視同已結帳
       155-CHECK-PERIOD.
           ACCEPT WS-PER-DATE FROM DATE.
           MOVE WS-PER-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO RPT-MSG.
           IF FS-PER-FILE = "00"
              IF PER-CLOSED
                 STRING "年月 " WS-PER-YYMM
                        " 已結帳，不得沖回"
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 159-REPORT-BATCH-REFUSED
              ELSE
                 MOVE "Y" TO BATCH-OK
              END-IF
           ELSE
              IF FS-PER-FILE = "23" OR FS-PER-FILE = "10"
                 MOVE "Y" TO BATCH-OK
              ELSE
                 STRING "期間控制檔讀取錯誤，"
                        "STATUS=" FS-PER-FILE
                        DELIMITED BY SIZE
                        INTO RPT-MSG
                 PERFORM 159-REPORT-BATCH-REFUSED
              END-IF
           END-IF.
      **
      **       呼叫段先備妥 RPT-MSG
       159-REPORT-BATCH-REFUSED.
           DISPLAY "批次沖回拒絕 : " RPT-MSG.
           MOVE "沖回拒絕" TO RPT-TAG.
           MOVE SPACES TO RPT-PRO-NO.
           MOVE SPACES TO RPT-REF-NO.
           PERFORM 390-WRITE-RPT-LINE.
      **
       200-PRINT-HEADER.
           MOVE SPACES TO RPT-REC.
           MOVE "批次沖回" TO RPT-TAG.
           MOVE "過帳批次整批沖回清單" TO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "授權主管" TO RPT-TAG.
           STRING SUP-ID-IN " 批號 " PARM-BATCH-NO
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
           MOVE SPACES TO RPT-REC.
      **
      **       試算無阻擋者先標記批次已沖回再逐筆沖回，
      **       中途中斷亦不致重複沖回(差異由 Sample12-29 查出)
       250-DECIDE-REVERSAL.
           MOVE SPACES TO RPT-REC.
           IF WS-ENTRY-COUNT = 0
              MOVE "明細帳無此批號異動，無可沖回"
                   TO RPT-MSG
              PERFORM 159-REPORT-BATCH-REFUSED
           ELSE
              IF WS-BLOCK-COUNT > 0
                 STRING "沖回致負庫存 " WS-BLOCK-COUNT
                        " 處，整批不沖回"
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 159-REPORT-BATCH-REFUSED
              ELSE
                 PERFORM 600-MARK-REVERSED
                 IF RUN-MARKED = "Y"
                    PERFORM 500-POST-REVERSAL
                    PERFORM 650-WRITE-BATCH-AUDIT
                 END-IF
              END-IF
           END-IF.
      **
      **       明細帳全檔過濾該批號交付排序，序號保留先後
       300-SELECT-BATCH.
           MOVE "N" TO EOF.
           PERFORM 310-READ-LEDGER.
           PERFORM 320-CHECK-RELEASE UNTIL EOF = "Y".
      **
       310-READ-LEDGER.
           READ LGR-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-LGR-FILE NOT = "00" AND FS-LGR-FILE NOT = "10"
              DISPLAY "明細帳檔讀取錯誤，STATUS=" FS-LGR-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       320-CHECK-RELEASE.
           ADD 1 TO WS-SEQ.
      **       批號零屬非批次過帳(盤點調整/轉檔歷史)，一律不取
           IF LGR-BATCH-NO = WS-BATCH-NO AND LGR-BATCH-NO NOT = ZERO
              MOVE LGR-PRO-NO   TO SORT-PRO-NO
              MOVE WS-SEQ       TO SORT-SEQ
              MOVE LGR-MOV-CODE TO SORT-MOV-CODE
              MOVE LGR-QTY      TO SORT-QTY
              MOVE LGR-SIGN     TO SORT-SIGN
              MOVE LGR-REF-NO   TO SORT-REF-NO
              MOVE LGR-LOC-CODE TO SORT-LOC-CODE
              MOVE LGR-LOC-TO   TO SORT-LOC-TO
              MOVE LGR-PO-NO    TO SORT-PO-NO
              MOVE LGR-LOT-NO   TO SORT-LOT-NO
              RELEASE SORT-REC
           END-IF.
           PERFORM 310-READ-LEDGER.
      **
      **       依產品自最後一筆倒序試算，與實際沖回順序相同；
      **       試算明細同時寫入暫存檔供沖回讀回
       400-VERIFY-REVERSAL.
           OPEN OUTPUT WRK-FILE.
           IF FS-WRK-FILE NOT = "00"
              DISPLAY "沖回暫存檔開檔失敗，STATUS="
                      FS-WRK-FILE
              ADD 1 TO WS-BLOCK-COUNT
           ELSE
              MOVE "N" TO SORT-EOF
              MOVE "N" TO GROUP-OPEN
              MOVE SPACES TO WS-CUR-PRO
              PERFORM 410-RETURN-RECORD
              PERFORM 420-VERIFY-ENTRY UNTIL SORT-EOF = "Y"
              CLOSE WRK-FILE
           END-IF.
      **
       410-RETURN-RECORD.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       420-VERIFY-ENTRY.
           IF GROUP-OPEN = "N" OR SORT-PRO-NO NOT = WS-CUR-PRO
              PERFORM 430-INIT-PRODUCT
           END-IF.
           MOVE SORT-REC TO WRK-REC.
           WRITE WRK-REC.
           IF FS-WRK-FILE NOT = "00"
              DISPLAY "沖回暫存檔寫入失敗，STATUS="
                      FS-WRK-FILE
              ADD 1 TO WS-BLOCK-COUNT
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           IF PRO-USABLE = "Y"
              PERFORM 440-SIMULATE-ENTRY
           END-IF.
           PERFORM 410-RETURN-RECORD.
      **
      **       換產品即重取主檔現況；主檔不存在或已停用
      **       者無從沖回，列為阻擋
       430-INIT-PRODUCT.
           MOVE SORT-PRO-NO TO WS-CUR-PRO.
           MOVE "Y" TO GROUP-OPEN.
           MOVE "N" TO PRO-USABLE.
           MOVE ZERO TO LT-USED.
           MOVE ZERO TO LS-USED.
           MOVE SORT-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO RPT-REC.
           IF FS-PRO-FILE = "23"
              MOVE "主檔不存在，無從沖回" TO RPT-MSG
              PERFORM 459-REPORT-BLOCKED
           ELSE
              IF FS-PRO-FILE NOT = "00"
                 STRING "主檔讀取錯誤，STATUS=" FS-PRO-FILE
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 459-REPORT-BLOCKED
              ELSE
                 IF PRO-INACTIVE
                    MOVE "產品已停用，不得沖回" TO RPT-MSG
                    PERFORM 459-REPORT-BLOCKED
                 ELSE
                    MOVE "Y" TO PRO-USABLE
                    MOVE PRO-QTY TO WS-SIM-QTY
                 END-IF
              END-IF
           END-IF.
      **
      **       沖回方向：進貨減、出貨加、調整反向、轉庫數量不變
       440-SIMULATE-ENTRY.
           MOVE SORT-MOV-CODE TO WS-MOV-CODE.
           MOVE SORT-SIGN TO WS-MOV-SIGN.
           MOVE SORT-QTY TO WS-MOV-QTY.
           PERFORM 445-CALC-EFFECT.
           ADD WS-EFFECT TO WS-SIM-QTY.
           IF WS-SIM-QTY < 0 OR WS-SIM-QTY > 99999
              MOVE SPACES TO RPT-REC
              MOVE SORT-REF-NO TO RPT-REF-NO
              MOVE "沖回後產品庫存為負或溢位" TO RPT-MSG
              PERFORM 459-REPORT-BLOCKED
           END-IF.
           IF SORT-MOV-CODE = "X"
              MOVE SORT-LOC-TO TO WS-LOC-CODE
              COMPUTE WS-LOC-DELTA = 0 - SORT-QTY
              PERFORM 450-SIMULATE-LOC
              IF SORT-LOT-NO NOT = SPACES
                 PERFORM 460-SIMULATE-LOT
              END-IF
              MOVE SORT-LOC-CODE TO WS-LOC-CODE
              MOVE SORT-QTY TO WS-LOC-DELTA
              PERFORM 450-SIMULATE-LOC
              IF SORT-LOT-NO NOT = SPACES
                 PERFORM 460-SIMULATE-LOT
              END-IF
           ELSE
              MOVE SORT-LOC-CODE TO WS-LOC-CODE
              MOVE WS-EFFECT TO WS-LOC-DELTA
              PERFORM 450-SIMULATE-LOC
              IF SORT-LOT-NO NOT = SPACES
                 PERFORM 460-SIMULATE-LOT
              END-IF
           END-IF.
      **
       445-CALC-EFFECT.
           EVALUATE TRUE
               WHEN WS-MOV-CODE = "R"
                    COMPUTE WS-EFFECT = 0 - WS-MOV-QTY
               WHEN WS-MOV-CODE = "I"
                    MOVE WS-MOV-QTY TO WS-EFFECT
               WHEN WS-MOV-CODE = "A" AND WS-MOV-SIGN = "-"
                    MOVE WS-MOV-QTY TO WS-EFFECT
               WHEN WS-MOV-CODE = "A"
                    COMPUTE WS-EFFECT = 0 - WS-MOV-QTY
               WHEN OTHER
                    MOVE ZERO TO WS-EFFECT
           END-EVALUATE.
      **
      **       儲位試算：首次用到之儲位讀現有數量入表
       450-SIMULATE-LOC.
           MOVE "N" TO LT-FOUND.
           MOVE 1 TO LT-IX.
           PERFORM 455-SCAN-LOC
                   UNTIL LT-FOUND = "Y" OR LT-IX > LT-USED.
           IF LT-FOUND = "N"
              IF LT-USED < 50
                 ADD 1 TO LT-USED
                 MOVE LT-USED TO LT-IX
                 MOVE WS-LOC-CODE TO LT-TAB-CODE(LT-IX)
                 MOVE PRO-NO TO LOC-PRO-NO
                 MOVE WS-LOC-CODE TO LOC-CODE
                 READ LOC-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-LOC-FILE = "00"
                    MOVE LOC-QTY TO LT-TAB-QTY(LT-IX)
                 ELSE
                    MOVE ZERO TO LT-TAB-QTY(LT-IX)
                 END-IF
                 MOVE PRO-NO TO WS-SUM-PRO
                 PERFORM 470-SUM-LOC-LOTS
                 MOVE WS-LOT-TOTAL TO LT-TAB-LOTS(LT-IX)
                 MOVE "Y" TO LT-FOUND
              ELSE
                 MOVE SPACES TO RPT-REC
                 MOVE SORT-REF-NO TO RPT-REF-NO
                 MOVE "儲位逾 50 個，無從試算" TO RPT-MSG
                 PERFORM 459-REPORT-BLOCKED
              END-IF
           END-IF.
           IF LT-FOUND = "Y"
              ADD WS-LOC-DELTA TO LT-TAB-QTY(LT-IX)
              IF LT-TAB-QTY(LT-IX) < 0
                 OR LT-TAB-QTY(LT-IX) > 99999
                 MOVE SPACES TO RPT-REC
                 MOVE SORT-REF-NO TO RPT-REF-NO
                 STRING "儲位 " WS-LOC-CODE
                        " 沖回後為負或溢位"
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 459-REPORT-BLOCKED
              ELSE
                 IF SORT-LOT-NO = SPACES AND WS-LOC-DELTA < 0
                    AND LT-TAB-QTY(LT-IX) < LT-TAB-LOTS(LT-IX)
                    MOVE SPACES TO RPT-REC
                    MOVE SORT-REF-NO TO RPT-REF-NO
                    STRING "儲位 " WS-LOC-CODE
                           " 沖回後少於各批合計"
                           DELIMITED BY SIZE INTO RPT-MSG
                    PERFORM 459-REPORT-BLOCKED
                 END-IF
              END-IF
           END-IF.
      **
       455-SCAN-LOC.
           IF LT-TAB-CODE(LT-IX) = WS-LOC-CODE
              MOVE "Y" TO LT-FOUND
           ELSE
              ADD 1 TO LT-IX
           END-IF.
      **
      **       批號試算：首次用到之儲位+批號讀現有數量入表，
      **       查無該批以零計；扣成負數即阻擋
       460-SIMULATE-LOT.
           MOVE "N" TO LS-FOUND.
           MOVE 1 TO LS-IX.
           PERFORM 465-SCAN-LOT
                   UNTIL LS-FOUND = "Y" OR LS-IX > LS-USED.
           IF LS-FOUND = "N"
              IF LS-USED < 50
                 ADD 1 TO LS-USED
                 MOVE LS-USED TO LS-IX
                 MOVE WS-LOC-CODE TO LS-TAB-LOC(LS-IX)
                 MOVE SORT-LOT-NO TO LS-TAB-LOT(LS-IX)
                 MOVE PRO-NO TO LOT-PRO-NO
                 MOVE WS-LOC-CODE TO LOT-LOC-CODE
                 MOVE SORT-LOT-NO TO LOT-NO
                 READ LOT-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-LOT-FILE = "00"
                    MOVE LOT-QTY TO LS-TAB-QTY(LS-IX)
                 ELSE
                    MOVE ZERO TO LS-TAB-QTY(LS-IX)
                 END-IF
                 MOVE "Y" TO LS-FOUND
              ELSE
                 MOVE SPACES TO RPT-REC
                 MOVE SORT-REF-NO TO RPT-REF-NO
                 MOVE "批號逾 50 個，無從試算" TO RPT-MSG
                 PERFORM 459-REPORT-BLOCKED
              END-IF
           END-IF.
           IF LS-FOUND = "Y"
              IF LT-FOUND = "Y"
                 ADD WS-LOC-DELTA TO LT-TAB-LOTS(LT-IX)
              END-IF
              ADD WS-LOC-DELTA TO LS-TAB-QTY(LS-IX)
              IF LS-TAB-QTY(LS-IX) < 0
                 OR LS-TAB-QTY(LS-IX) > 99999
                 MOVE SPACES TO RPT-REC
                 MOVE SORT-REF-NO TO RPT-REF-NO
                 STRING "儲位 " WS-LOC-CODE " 批號 " SORT-LOT-NO
                        " 沖回後為負或溢位"
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 459-REPORT-BLOCKED
              END-IF
           END-IF.
      **
       465-SCAN-LOT.
           IF LS-TAB-LOC(LS-IX) = WS-LOC-CODE
              AND LS-TAB-LOT(LS-IX) = SORT-LOT-NO
              MOVE "Y" TO LS-FOUND
           ELSE
              ADD 1 TO LS-IX
           END-IF.
      **
      **       該產品該儲位各批數量合計；呼叫段先備妥產品/儲位
       470-SUM-LOC-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL.
           MOVE "Y" TO LOT-EOF.
           MOVE WS-SUM-PRO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOT-FILE = "00"
              MOVE "N" TO LOT-EOF
              PERFORM 471-READ-LOT-NEXT
           END-IF.
           PERFORM 472-ADD-LOT-QTY UNTIL LOT-EOF = "Y".
      **
       471-READ-LOT-NEXT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO LOT-EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO LOT-EOF
           END-IF.
           IF LOT-EOF = "N" AND (LOT-PRO-NO NOT = WS-SUM-PRO
              OR LOT-LOC-CODE NOT = WS-LOC-CODE)
              MOVE "Y" TO LOT-EOF
           END-IF.
      **
       472-ADD-LOT-QTY.
           ADD LOT-QTY TO WS-LOT-TOTAL.
           PERFORM 471-READ-LOT-NEXT.
      **
      **       阻擋明細逐筆列出；呼叫段先備妥單號/訊息
       459-REPORT-BLOCKED.
           MOVE "沖回阻擋" TO RPT-TAG.
           MOVE WS-CUR-PRO TO RPT-PRO-NO.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-BLOCK-COUNT.
      **
      **       讀回試算明細逐筆沖回，補寫反向明細帳
       500-POST-REVERSAL.
           CLOSE LGR-FILE.
           OPEN EXTEND LGR-FILE.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔重開失敗，STATUS=" FS-LGR-FILE
           ELSE
              OPEN INPUT WRK-FILE
              IF FS-WRK-FILE NOT = "00"
                 DISPLAY "沖回暫存檔開檔失敗，STATUS="
                         FS-WRK-FILE
              ELSE
                 MOVE "N" TO EOF
                 PERFORM 505-READ-WORK
                 PERFORM 510-POST-ONE-ENTRY UNTIL EOF = "Y"
                 CLOSE WRK-FILE
              END-IF
           END-IF.
      **
       505-READ-WORK.
           READ WRK-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-WRK-FILE NOT = "00" AND FS-WRK-FILE NOT = "10"
              DISPLAY "沖回暫存檔讀取錯誤，STATUS="
                      FS-WRK-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       510-POST-ONE-ENTRY.
           MOVE WRK-PRO-NO TO PRO-NO.
           PERFORM 540-READ-MASTER-LOCK.
           MOVE SPACES TO RPT-REC.
           IF LOCK-BUSY = "Y" OR FS-PRO-FILE NOT = "00"
              STRING "主檔讀取失敗，STATUS=" FS-PRO-FILE
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 539-REPORT-POST-ERROR
           ELSE
              PERFORM 515-APPLY-ENTRY
           END-IF.
           PERFORM 505-READ-WORK.
      **
      **       試算後另有過帳使庫存不足者，該筆不沖回並列錯
       515-APPLY-ENTRY.
           MOVE PRO-QTY TO WS-OLD-QTY.
           MOVE WRK-MOV-CODE TO WS-MOV-CODE.
           MOVE WRK-SIGN TO WS-MOV-SIGN.
           MOVE WRK-QTY TO WS-MOV-QTY.
           PERFORM 445-CALC-EFFECT.
           COMPUTE WS-NEW-QTY = PRO-QTY + WS-EFFECT.
           IF WS-NEW-QTY < 0 OR WS-NEW-QTY > 99999
              MOVE "沖回時庫存已不足，本筆未沖回"
                   TO RPT-MSG
              PERFORM 539-REPORT-POST-ERROR
           ELSE
              MOVE "Y" TO LOC-OK
              MOVE "Y" TO LOT-OK
              IF WRK-XFER
                 PERFORM 525-CHECK-XFER-BACK
              ELSE
                 IF WS-EFFECT < 0
                    MOVE WRK-LOC-CODE TO WS-LOC-CODE
                    COMPUTE WS-LOC-DELTA = 0 - WS-EFFECT
                    PERFORM 527-CHECK-LOC-QTY
                 END-IF
              END-IF
              IF LOC-OK = "N"
                 MOVE "沖回時儲位已不足，本筆未沖回"
                      TO RPT-MSG
                 PERFORM 539-REPORT-POST-ERROR
              ELSE
                 IF LOT-OK = "N"
                    MOVE "沖回時批號已不足，本筆未沖回"
                         TO RPT-MSG
                    PERFORM 539-REPORT-POST-ERROR
                 ELSE
                    PERFORM 520-REWRITE-MASTER
                 END-IF
              END-IF
           END-IF.
      **
       520-REWRITE-MASTER.
           MOVE WS-NEW-QTY TO PRO-QTY.
           REWRITE PRO-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-PRO-FILE NOT = "00"
              STRING "REWRITE STATUS=" FS-PRO-FILE
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 539-REPORT-POST-ERROR
           ELSE
              IF WRK-XFER
                 MOVE WRK-LOC-TO TO WS-LOC-CODE
                 COMPUTE WS-LOC-DELTA = 0 - WRK-QTY
                 PERFORM 530-UPDATE-LOCATION
                 MOVE WRK-LOC-CODE TO WS-LOC-CODE
                 MOVE WRK-QTY TO WS-LOC-DELTA
                 PERFORM 530-UPDATE-LOCATION
              ELSE
                 MOVE WRK-LOC-CODE TO WS-LOC-CODE
                 MOVE WS-EFFECT TO WS-LOC-DELTA
                 PERFORM 530-UPDATE-LOCATION
              END-IF
              IF WRK-LOT-NO NOT = SPACES
                 PERFORM 532-UPDATE-LOTS
              END-IF
              PERFORM 535-WRITE-LEDGER
              PERFORM 538-REPORT-REVERSED
              IF WRK-RECEIPT AND WRK-PO-NO NOT = ZERO
                 PERFORM 550-REOPEN-PO
              END-IF
           END-IF.
      **
      **       轉庫沖回：轉入儲位須仍足量方可搬回
       525-CHECK-XFER-BACK.
           MOVE WRK-LOC-TO TO WS-LOC-CODE.
           MOVE WRK-QTY TO WS-LOC-DELTA.
           PERFORM 527-CHECK-LOC-QTY.
      **
       527-CHECK-LOC-QTY.
           MOVE WRK-PRO-NO TO LOC-PRO-NO.
           MOVE WS-LOC-CODE TO LOC-CODE.
           READ LOC-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOC-FILE NOT = "00" OR LOC-QTY < WS-LOC-DELTA
              MOVE "N" TO LOC-OK
           END-IF.
           IF WRK-LOT-NO NOT = SPACES
              PERFORM 528-CHECK-LOT-QTY
           ELSE
              IF LOC-OK = "Y"
                 PERFORM 529-CHECK-UNTRACKED-QTY
              END-IF
           END-IF.
      **
      **       未分批明細沖減後，儲位仍須不少於各批合計
       529-CHECK-UNTRACKED-QTY.
           MOVE WRK-PRO-NO TO WS-SUM-PRO.
           PERFORM 470-SUM-LOC-LOTS.
           IF LOC-QTY < WS-LOC-DELTA + WS-LOT-TOTAL
              MOVE "N" TO LOC-OK
           END-IF.
      **
      **       帶批號者該批亦須足量，與試算同一標準
       528-CHECK-LOT-QTY.
           MOVE WRK-PRO-NO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE WRK-LOT-NO TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE NOT = "00" OR LOT-QTY < WS-LOC-DELTA
              MOVE "N" TO LOT-OK
           END-IF.
      **
      **       儲位加減，加量而查無記錄即新建一筆
       530-UPDATE-LOCATION.
           MOVE WRK-PRO-NO TO LOC-PRO-NO.
           MOVE WS-LOC-CODE TO LOC-CODE.
           READ LOC-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOC-FILE = "00"
              ADD WS-LOC-DELTA TO LOC-QTY
              REWRITE LOC-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              MOVE WRK-PRO-NO TO LOC-PRO-NO
              MOVE WS-LOC-CODE TO LOC-CODE
              MOVE WS-LOC-DELTA TO LOC-QTY
              WRITE LOC-REC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           IF FS-LOC-FILE NOT = "00"
              DISPLAY "儲位檔更新失敗，STATUS=" FS-LOC-FILE
           END-IF.
      **
      **       帶批號之明細連同該批數量回復；轉庫自轉入儲位
      **       之同批搬回轉出儲位
       532-UPDATE-LOTS.
           MOVE ZERO TO WS-LOT-RCV-DATE.
           MOVE ZERO TO WS-LOT-EXP-DATE.
           IF WRK-XFER
              MOVE WRK-LOC-TO TO WS-LOC-CODE
              COMPUTE WS-LOC-DELTA = 0 - WRK-QTY
              PERFORM 533-UPDATE-ONE-LOT
              MOVE WRK-LOC-CODE TO WS-LOC-CODE
              MOVE WRK-QTY TO WS-LOC-DELTA
              PERFORM 533-UPDATE-ONE-LOT
           ELSE
              MOVE WRK-LOC-CODE TO WS-LOC-CODE
              MOVE WS-EFFECT TO WS-LOC-DELTA
              PERFORM 533-UPDATE-ONE-LOT
           END-IF.
      **
      **       扣量者試算與沖回前均已核足量；查無該批而須
      **       加量者以原收貨/有效日新建
       533-UPDATE-ONE-LOT.
           MOVE WRK-PRO-NO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE WRK-LOT-NO TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE = "00"
              MOVE LOT-RCV-DATE TO WS-LOT-RCV-DATE
              MOVE LOT-EXP-DATE TO WS-LOT-EXP-DATE
              COMPUTE WS-LOT-NEW = LOT-QTY + WS-LOC-DELTA
              MOVE WS-LOT-NEW TO LOT-QTY
              REWRITE LOT-REC
                 INVALID KEY CONTINUE
              END-REWRITE
              IF FS-LOT-FILE NOT = "00"
                 DISPLAY "批號檔更新失敗，STATUS=" FS-LOT-FILE
              END-IF
           ELSE
              IF WS-LOC-DELTA > 0
                 PERFORM 536-CREATE-LOT
              END-IF
           END-IF.
      **
       536-CREATE-LOT.
           MOVE WRK-PRO-NO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE WRK-LOT-NO TO LOT-NO.
           MOVE WS-LOC-DELTA TO LOT-QTY.
           MOVE WS-LOT-RCV-DATE TO LOT-RCV-DATE.
           MOVE WS-LOT-EXP-DATE TO LOT-EXP-DATE.
           WRITE LOT-REC
              INVALID KEY CONTINUE
           END-WRITE.
           IF FS-LOT-FILE NOT = "00"
              DISPLAY "批號檔寫入失敗，STATUS=" FS-LOT-FILE
           END-IF.
      **
      **       反向明細：進出/調整記調整(A)反向符號，轉庫記
      **       轉庫(X)對調儲位；帶原單號與原批號
       535-WRITE-LEDGER.
           MOVE WRK-PRO-NO TO LGR-PRO-NO.
           IF WRK-XFER
              MOVE "X" TO LGR-MOV-CODE
              MOVE SPACE TO LGR-SIGN
              MOVE WRK-LOC-TO TO LGR-LOC-CODE
              MOVE WRK-LOC-CODE TO LGR-LOC-TO
           ELSE
              MOVE "A" TO LGR-MOV-CODE
              IF WS-EFFECT < 0
                 MOVE "-" TO LGR-SIGN
              ELSE
                 MOVE "+" TO LGR-SIGN
              END-IF
              MOVE WRK-LOC-CODE TO LGR-LOC-CODE
              MOVE SPACES TO LGR-LOC-TO
           END-IF.
           MOVE WRK-QTY    TO LGR-QTY.
           MOVE WRK-REF-NO TO LGR-REF-NO.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY   TO LGR-DATE.
           MOVE PRO-QTY    TO LGR-BALANCE.
           MOVE WS-BATCH-NO TO LGR-BATCH-NO.
           MOVE ZERO       TO LGR-PO-NO.
           MOVE WRK-LOT-NO TO LGR-LOT-NO.
           WRITE LGR-REC.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔寫入失敗，STATUS=" FS-LGR-FILE
           END-IF.
      **
       538-REPORT-REVERSED.
           MOVE SPACES TO RPT-REC.
           EVALUATE TRUE
               WHEN WRK-RECEIPT MOVE "沖回進貨" TO RPT-TAG
               WHEN WRK-ISSUE   MOVE "沖回出貨" TO RPT-TAG
               WHEN WRK-XFER    MOVE "沖回轉庫" TO RPT-TAG
               WHEN OTHER       MOVE "沖回調整" TO RPT-TAG
           END-EVALUATE.
           MOVE WRK-PRO-NO TO RPT-PRO-NO.
           MOVE WRK-REF-NO TO RPT-REF-NO.
           MOVE WS-OLD-QTY TO WS-QTY-D1.
           MOVE PRO-QTY TO WS-QTY-D2.
           STRING "庫存 " WS-QTY-D1 " -> " WS-QTY-D2
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-POST-COUNT.
      **
      **       呼叫段先備妥 RPT-MSG
       539-REPORT-POST-ERROR.
           MOVE "沖回失敗" TO RPT-TAG.
           MOVE WRK-PRO-NO TO RPT-PRO-NO.
           MOVE WRK-REF-NO TO RPT-REF-NO.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-ERR-COUNT.
      **
      **       讀取加鎖記錄，鎖定中有限次重試後放棄
       540-READ-MASTER-LOCK.
           MOVE ZERO TO WS-LOCK-RETRY.
           MOVE "Y" TO LOCK-BUSY.
           PERFORM 541-READ-MASTER-ONCE
                   UNTIL LOCK-BUSY = "N"
                      OR WS-LOCK-RETRY > WS-MAX-LOCK-RETRY.
      **
       541-READ-MASTER-ONCE.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE = "51" OR FS-PRO-FILE = "99"
              ADD 1 TO WS-LOCK-RETRY
              CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           ELSE
              MOVE "N" TO LOCK-BUSY
           END-IF.
      **
      **       原進貨結案之採購單仍在檔且為已收者重開；
      **       已換開新單者不動，列報供採購查明
       550-REOPEN-PO.
           MOVE WRK-PRO-NO TO PO-PRO-NO.
           READ PO-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO RPT-REC.
           MOVE "採購單" TO RPT-TAG.
           MOVE WRK-PRO-NO TO RPT-PRO-NO.
           MOVE WRK-REF-NO TO RPT-REF-NO.
           IF FS-PO-FILE = "00" AND PO-NO = WRK-PO-NO
              AND PO-RECEIVED
              MOVE "O" TO PO-STATUS
              REWRITE PO-REC
                 INVALID KEY CONTINUE
              END-REWRITE
              IF FS-PO-FILE = "00"
                 STRING "採購單 " WRK-PO-NO " 已重開為未結"
                        DELIMITED BY SIZE INTO RPT-MSG
                 ADD 1 TO WS-PO-COUNT
                 PERFORM 555-VOID-PO-HISTORY
              ELSE
                 STRING "採購單檔更新失敗，STATUS=" FS-PO-FILE
                        DELIMITED BY SIZE INTO RPT-MSG
              END-IF
           ELSE
              STRING "採購單 " WRK-PO-NO " 已非原單，未重開"
                     DELIMITED BY SIZE INTO RPT-MSG
           END-IF.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       歷史檔未建或查無者為歷史檔啟用前結案，不處理
       555-VOID-PO-HISTORY.
           MOVE WRK-PO-NO  TO POH-PO-NO.
           MOVE WRK-PRO-NO TO POH-PRO-NO.
           READ POH-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-POH-FILE = "00" AND POH-RECEIVED
              MOVE "V" TO POH-CLOSE-CODE
              MOVE "收貨沖回重開" TO POH-REASON
              REWRITE POH-REC
                 INVALID KEY CONTINUE
              END-REWRITE
              IF FS-POH-FILE NOT = "00"
                 DISPLAY "採購單歷史檔更新失敗，STATUS="
                         FS-POH-FILE
              END-IF
           END-IF.
      **
      **       批次控制記錄改已沖回並記沖回日
       600-MARK-REVERSED.
           MOVE "N" TO RUN-MARKED.
           MOVE WS-BATCH-NO TO RUN-BATCH-NO.
           READ RUN-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-RUN-FILE = "00"
              MOVE "V" TO RUN-STATUS
              ACCEPT WS-TODAY FROM DATE
              MOVE WS-TODAY TO RUN-REV-DATE
              REWRITE RUN-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           IF FS-RUN-FILE = "00"
              MOVE "Y" TO RUN-MARKED
           ELSE
              MOVE SPACES TO RPT-REC
              STRING "批次控制檔更新失敗，STATUS=" FS-RUN-FILE
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 159-REPORT-BATCH-REFUSED
           END-IF.
      **
      **       整批沖回軌跡：品名欄存批號，數量欄存沖回筆數
       650-WRITE-BATCH-AUDIT.
           MOVE SPACES       TO AUD-PRO-NO.
           MOVE SPACES       TO AUD-PRO-NAME.
           MOVE WS-BATCH-NO  TO AUD-PRO-NAME.
           MOVE WS-POST-COUNT TO AUD-PRO-QTY.
           MOVE "BATCH-REV"  TO AUD-ACTION.
           MOVE SUP-ID-IN    TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY     TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
           END-IF.
      **
      **       報表寫入集中檢查狀態碼，供各例外段共用
       390-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
      **
       900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "合計" TO RPT-TAG.
           STRING "批次明細 " WS-ENTRY-COUNT " 筆, 阻擋 "
                  WS-BLOCK-COUNT " 處"
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "合計" TO RPT-TAG.
           STRING "沖回 " WS-POST-COUNT " 筆, 失敗 " WS-ERR-COUNT
                  " 筆, 重開採購單 " WS-PO-COUNT
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           DISPLAY "批次沖回完成，沖回 " WS-POST-COUNT " 筆".
      **
       800-CLOSE.
           CLOSE PARM-FILE PRO-FILE LOC-FILE LGR-FILE PO-FILE
                 RUN-FILE SUP-FILE AUDIT-FILE PER-FILE POH-FILE
                 LOT-FILE RPT-FILE.
