      ** 程式範例十二-29 (SAM12-29.CBL):庫存數量三方勾稽
      ** 每夜核對產品主檔 PRO-QTY、儲位庫存檔 SAM12-2.LOC 各
      ** 儲位合計與異動明細帳檔 SAM12-2.LGR 該產品最後一筆
      ** 過帳後餘額三者是否一致，三數任一不符之產品逐筆列
      ** 印；另列主檔不存在之儲位記錄。Sample12-11 於主檔
      ** 回寫後、儲位更新前中斷即會造成此類漂移。
      ** 參數卡 SAM12-29.PRM 指定重建(B)並附主管帳號密碼
      ** (同 SAM12-9 授權卡)時，不符之產品依明細帳重演
      ** 重算：主檔取最後餘額，各儲位依明細帳逐筆進出/
      ** 轉庫累計(首筆前期初及明細帳外之數量變動歸主倉
      ** "01"，同 SAM12-28 轉檔慣例)，回寫後寫入稽核軌跡
      ** 檔 SAM12-2.LOG 留存更正紀錄；無卡或非 B 僅列報表
      ** 不符之產品並逐儲位列帳面、重演數與批號庫存檔
      ** SAM12-2.LOT 該儲位各批合計；重演數少於各批合計之
      ** 儲位即整個產品不重建，免儲位低於各批合計
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-29.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       功能與主管授權卡，無卡即僅勾稽列報
           SELECT OPTIONAL PARM-FILE ASSIGN TO "SAM12-29.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       共用開檔加記錄鎖，與線上作業並行不互斥
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRO-NO
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-PRO-FILE.
      **       儲位庫存檔，依產品編號+儲位代碼取各儲位數量
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOC-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOC-FILE.
      **       批號庫存檔，僅讀各儲位各批合計不改
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-KEY
                  FILE STATUS IS FS-LOT-FILE.
      **       異動明細帳檔，過帳程式逐筆補寫
           SELECT LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-LGR-FILE.
      **       主管授權帳號檔，重建須經授權
           SELECT SUP-FILE ASSIGN TO RANDOM "SAM12-2.SUP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUP-ID
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-SUP-FILE.
           SELECT AUDIT-FILE ASSIGN TO "SAM12-2.LOG"
                  FILE STATUS IS FS-AUDIT-FILE.
      **       明細帳依產品/過帳先後排序工作檔
           SELECT SORT-FILE ASSIGN TO "SAM12-29.SRT".
      **       勾稽例外/重建結果報表
           SELECT RPT-FILE ASSIGN TO "SAM12-29.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-FUNC         PIC X(1).
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
        FD LOT-FILE
           LABEL RECORD IS STANDARD.
           COPY "LOT-REC.CPY".
      **
        FD LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        FD SUP-FILE
           LABEL RECORD IS STANDARD.
           COPY "SUP-REC.CPY".
      **
        FD AUDIT-FILE
           LABEL RECORD IS STANDARD.
           COPY "AUD-REC.CPY".
      **
        SD SORT-FILE.
        01 SORT-REC.
           05 SORT-PRO-NO     PIC X(5).
           05 SORT-SEQ        PIC 9(7).
           05 SORT-MOV-CODE   PIC X(1).
           05 SORT-QTY        PIC 9(5).
           05 SORT-SIGN       PIC X(1).
           05 SORT-BALANCE    PIC 9(5).
           05 SORT-LOC-CODE   PIC X(2).
           05 SORT-LOC-TO     PIC X(2).
      **
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 RPT-REC.
           05 RPT-TAG        PIC X(15).
           05 RPT-PRO-NO     PIC X(5).
           05 RPT-PRO-NAME   PIC X(10).
           05 RPT-MSG        PIC X(50).

        WORKING-STORAGE SECTION.
        01 EOF            PIC X    VALUE "N".
        01 SORT-EOF       PIC X    VALUE "N".
        01 LOC-EOF        PIC X    VALUE "N".
        01 OPEN-OK        PIC X    VALUE "Y".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-LGR-FILE    PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 FS-SUP-FILE    PIC X(2).
        01 FS-AUDIT-FILE  PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
      **       作業功能：R=僅勾稽列報 B=勾稽並重建
        01 WS-FUNC        PIC X    VALUE "R".
           88 CHECK-MODE         VALUE "R".
           88 REBUILD-MODE       VALUE "B".
        01 WS-TODAY       PIC 9(6).
        01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
        01 WS-NOW         PIC 9(8).
        01 WS-SEQ         PIC 9(7) VALUE 0.
      **       主檔/明細帳兩邊依產品編號對齊比對，
      **       一邊讀完即置 HIGH-VALUES
        01 WS-MST-KEY     PIC X(5).
        01 WS-LGR-KEY     PIC X(5).
        01 WS-SKIP-KEY    PIC X(5).
      **       產品別重演工作欄位，換產品時歸零
        01 WS-LGR-ENTRIES PIC 9(7).
        01 WS-LAST-BAL    PIC 9(5).
        01 WS-RUN-QTY     PIC S9(7).
        01 WS-EFFECT      PIC S9(7).
        01 WS-GAP-COUNT   PIC 9(5).
        01 WS-LOC-SUM     PIC 9(7).
        01 WS-LOC-CODE    PIC X(2).
        01 WS-LOC-DELTA   PIC S9(7).
        01 WS-OLD-QTY     PIC 9(5).
        01 QTY-DIFF       PIC X.
        01 NEG-FOUND      PIC X.
      **       首筆前期初與明細帳外變動歸入之主倉
        01 WS-DEFAULT-LOC PIC X(2) VALUE "01".
      **       產品別儲位重演表：帳面(LOC)與重演(LGR)並列
        01 LT-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
              10 LT-TAB-CODE     PIC X(2).
              10 LT-TAB-BOOK     PIC 9(5).
              10 LT-TAB-CALC     PIC S9(7).
              10 LT-TAB-ON-FILE  PIC X.
              10 LT-TAB-LOTS     PIC 9(7).
        01 LT-USED        PIC 9(2) VALUE 0.
        01 LT-IX          PIC 9(2).
        01 LT-FOUND       PIC X.
        01 LT-LOST        PIC X.
      **       各儲位各批合計：重演數低於此數即不重建
        01 LOT-EOF        PIC X.
        01 LOT-SHORT      PIC X.
        01 WS-LOT-TOTAL   PIC 9(7).
      **       統計欄位
        01 WS-PRO-COUNT   PIC 9(5) VALUE 0.
        01 WS-DIFF-COUNT  PIC 9(5) VALUE 0.
        01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
        01 WS-NO-MST-LGR  PIC 9(5) VALUE 0.
        01 WS-FIX-COUNT   PIC 9(5) VALUE 0.
        01 WS-SKIP-COUNT  PIC 9(5) VALUE 0.
        01 WS-QTY-D1      PIC ZZZZ9.
        01 WS-QTY-D2      PIC ZZZZ9.
        01 WS-QTY-D3      PIC ZZZZ9.
        01 WS-QTY-S       PIC -ZZZZZZ9.
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
              IF REBUILD-MODE
                 PERFORM 105-SIGN-ON
              END-IF
              IF REBUILD-MODE AND NOT SUPERVISOR-OK
                 DISPLAY "主管授權失敗，數量重建取消 !"
              ELSE
                 PERFORM 200-PRINT-HEADER
                 SORT SORT-FILE
                      ON ASCENDING KEY SORT-PRO-NO SORT-SEQ
                      INPUT PROCEDURE IS 300-SELECT-LEDGER
                      OUTPUT PROCEDURE IS 400-CHECK-PRODUCTS
                 PERFORM 600-CHECK-ORPHAN-LOC
                 PERFORM 900-PRINT-SUMMARY
              END-IF
           END-IF.
           PERFORM 800-CLOSE.
           STOP RUN.
      **
      **       先讀功能卡，重建模式主檔/儲位檔以 I-O 開檔
       100-OPEN-FILE.
           OPEN INPUT PARM-FILE.
           IF FS-PARM-FILE NOT = "00" AND FS-PARM-FILE NOT = "05"
              DISPLAY "功能卡檔開檔失敗，STATUS=" FS-PARM-FILE
              MOVE "N" TO OPEN-OK
           ELSE
              PERFORM 150-EDIT-PARM
           END-IF.
           IF REBUILD-MODE
              OPEN I-O PRO-FILE
           ELSE
              OPEN INPUT PRO-FILE
           END-IF.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "PRO-FILE 開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       儲位檔不存在時視同各產品無儲位，05 視同成功
           IF REBUILD-MODE
              OPEN I-O LOC-FILE
           ELSE
              OPEN INPUT LOC-FILE
           END-IF.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔未建即各儲位無批，05 視同成功
           OPEN INPUT LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN INPUT LGR-FILE.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔開檔失敗，STATUS=" FS-LGR-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       簽核須回寫錯誤次數/鎖定，故以 I-O 開檔
           IF REBUILD-MODE
              OPEN I-O SUP-FILE
              IF FS-SUP-FILE NOT = "00"
                 DISPLAY "主管檔開檔失敗，STATUS=" FS-SUP-FILE
                 MOVE "N" TO OPEN-OK
              END-IF
              OPEN EXTEND AUDIT-FILE
              IF FS-AUDIT-FILE NOT = "00"
                 DISPLAY "稽核檔開檔失敗，STATUS=" FS-AUDIT-FILE
                 MOVE "N" TO OPEN-OK
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       無卡/空卡/非 B 一律僅勾稽，不動任何檔案
       150-EDIT-PARM.
           MOVE "R" TO WS-FUNC.
           IF FS-PARM-FILE = "00"
              READ PARM-FILE
                   AT END
                      DISPLAY "功能卡無資料，僅勾稽列報"
              END-READ
              IF FS-PARM-FILE = "00"
                 IF PARM-FUNC = "B" OR PARM-FUNC = "b"
                    MOVE "B" TO WS-FUNC
                    MOVE PARM-SUP-ID       TO SUP-ID-IN
                    MOVE PARM-SUP-PASSWORD TO SUP-PASSWORD-IN
                 END-IF
              END-IF
           END-IF.
      **
      **       授權卡事先備妥，無人值機亦可取得授權
       105-SIGN-ON.
           MOVE "N" TO SUP-OK.
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
                DISPLAY "主管 ID 不存在，數量重建取消 !"
           END-READ.
           IF FS-SUP-FILE = "51" OR FS-SUP-FILE = "99"
              DISPLAY "主管檔鎖定中，數量重建取消 !"
           END-IF.
           IF FS-SUP-FILE = "00"
              IF SUP-DISABLED
                 DISPLAY "此帳號已停用，數量重建取消 !"
              ELSE
                 IF SUP-LOCKED
                    DISPLAY "此帳號已鎖定，數量重建取消 !"
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
                 DISPLAY "密碼已逾期，數量重建取消 !"
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
                 DISPLAY "密碼錯誤，數量重建取消 !"
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
       200-PRINT-HEADER.
           MOVE SPACES TO RPT-REC.
           MOVE "數量勾稽" TO RPT-TAG.
           MOVE "主檔/儲位/明細帳數量勾稽報表" TO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           IF REBUILD-MODE
              MOVE SPACES TO RPT-REC
              MOVE "重建模式" TO RPT-TAG
              STRING "依明細帳重建，授權主管 " SUP-ID-IN
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
      **
      **       明細帳全數交付排序，序號保留過帳先後
       300-SELECT-LEDGER.
           MOVE "N" TO EOF.
           PERFORM 310-READ-LEDGER.
           PERFORM 320-RELEASE-LEDGER UNTIL EOF = "Y".
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
       320-RELEASE-LEDGER.
           ADD 1 TO WS-SEQ.
           MOVE LGR-PRO-NO   TO SORT-PRO-NO.
           MOVE WS-SEQ       TO SORT-SEQ.
           MOVE LGR-MOV-CODE TO SORT-MOV-CODE.
           MOVE LGR-QTY      TO SORT-QTY.
           MOVE LGR-SIGN     TO SORT-SIGN.
           MOVE LGR-BALANCE  TO SORT-BALANCE.
           MOVE LGR-LOC-CODE TO SORT-LOC-CODE.
           MOVE LGR-LOC-TO   TO SORT-LOC-TO.
           RELEASE SORT-REC.
           PERFORM 310-READ-LEDGER.
      **
      **       主檔與排序後明細帳依產品編號對齊：明細帳無
      **       主檔者略過計數，主檔逐筆重演並核對三數
       400-CHECK-PRODUCTS.
           MOVE "N" TO SORT-EOF.
           PERFORM 410-RETURN-LEDGER.
           MOVE "N" TO EOF.
           MOVE LOW-VALUES TO PRO-NO.
           START PRO-FILE KEY IS NOT LESS THAN PRO-NO
                 INVALID KEY MOVE "Y" TO EOF
           END-START.
           IF EOF = "Y"
              MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
              PERFORM 420-READ-MASTER
           END-IF.
           PERFORM 430-MATCH-PRODUCT
                   UNTIL WS-MST-KEY = HIGH-VALUES
                     AND WS-LGR-KEY = HIGH-VALUES.
      **
       410-RETURN-LEDGER.
           RETURN SORT-FILE
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
           IF SORT-EOF = "Y"
              MOVE HIGH-VALUES TO WS-LGR-KEY
           ELSE
              MOVE SORT-PRO-NO TO WS-LGR-KEY
           END-IF.
      **
      **       循序讀主檔，鎖定中有限次重試，逾時即中止
       420-READ-MASTER.
           MOVE ZERO TO WS-LOCK-RETRY.
           MOVE "Y" TO LOCK-BUSY.
           PERFORM 421-READ-MASTER-ONCE
                   UNTIL LOCK-BUSY = "N"
                      OR WS-LOCK-RETRY > WS-MAX-LOCK-RETRY.
           IF LOCK-BUSY = "Y"
              DISPLAY "主檔記錄鎖定逾時，勾稽中止 !"
              MOVE "Y" TO EOF
           ELSE
              IF FS-PRO-FILE NOT = "00" AND FS-PRO-FILE NOT = "10"
                 DISPLAY "PRO-FILE 讀取錯誤，STATUS=" FS-PRO-FILE
                 MOVE "Y" TO EOF
              END-IF
           END-IF.
           IF EOF = "Y"
              MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
              MOVE PRO-NO TO WS-MST-KEY
           END-IF.
      **
       421-READ-MASTER-ONCE.
           READ PRO-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-PRO-FILE = "51" OR FS-PRO-FILE = "99"
              ADD 1 TO WS-LOCK-RETRY
              CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           ELSE
              MOVE "N" TO LOCK-BUSY
           END-IF.
      **
       430-MATCH-PRODUCT.
           IF WS-LGR-KEY < WS-MST-KEY
              PERFORM 440-SKIP-LEDGER-GROUP
           ELSE
              PERFORM 450-INIT-PRODUCT
              IF WS-LGR-KEY = WS-MST-KEY
                 PERFORM 460-REPLAY-LEDGER
                         UNTIL WS-LGR-KEY NOT = WS-MST-KEY
              END-IF
              PERFORM 500-SUM-LOCATIONS
              PERFORM 510-COMPARE-PRODUCT
              PERFORM 420-READ-MASTER
           END-IF.
      **
      **       明細帳之產品主檔已不存在，整組略過
       440-SKIP-LEDGER-GROUP.
           MOVE WS-LGR-KEY TO WS-SKIP-KEY.
           PERFORM 410-RETURN-LEDGER
                   UNTIL WS-LGR-KEY NOT = WS-SKIP-KEY.
           ADD 1 TO WS-NO-MST-LGR.
      **
       450-INIT-PRODUCT.
           MOVE ZERO TO WS-LGR-ENTRIES.
           MOVE ZERO TO WS-LAST-BAL.
           MOVE ZERO TO WS-RUN-QTY.
           MOVE ZERO TO WS-GAP-COUNT.
           MOVE ZERO TO WS-LOC-SUM.
           MOVE ZERO TO LT-USED.
           MOVE "N" TO LT-LOST.
      **
      **       逐筆重演：首筆以餘額倒推期初歸主倉；其後餘額
      **       與前筆加本筆不銜接者，差額視為明細帳外之數量
      **       變動(如 Sample12-18 改數量)亦歸主倉
       460-REPLAY-LEDGER.
           ADD 1 TO WS-LGR-ENTRIES.
           EVALUATE TRUE
               WHEN SORT-MOV-CODE = "R"
                    MOVE SORT-QTY TO WS-EFFECT
               WHEN SORT-MOV-CODE = "I"
                    COMPUTE WS-EFFECT = 0 - SORT-QTY
               WHEN SORT-MOV-CODE = "A" AND SORT-SIGN = "-"
                    COMPUTE WS-EFFECT = 0 - SORT-QTY
               WHEN SORT-MOV-CODE = "A"
                    MOVE SORT-QTY TO WS-EFFECT
               WHEN OTHER
                    MOVE ZERO TO WS-EFFECT
           END-EVALUATE.
           MOVE WS-DEFAULT-LOC TO WS-LOC-CODE.
           IF WS-LGR-ENTRIES = 1
              COMPUTE WS-LOC-DELTA = SORT-BALANCE - WS-EFFECT
           ELSE
              COMPUTE WS-LOC-DELTA = SORT-BALANCE - WS-RUN-QTY
                                     - WS-EFFECT
              IF WS-LOC-DELTA NOT = 0
                 ADD 1 TO WS-GAP-COUNT
              END-IF
           END-IF.
           IF WS-LOC-DELTA NOT = 0
              PERFORM 470-APPLY-LOC
           END-IF.
           IF SORT-LOC-CODE = SPACES
              MOVE WS-DEFAULT-LOC TO WS-LOC-CODE
           ELSE
              MOVE SORT-LOC-CODE TO WS-LOC-CODE
           END-IF.
           IF SORT-MOV-CODE = "X"
              COMPUTE WS-LOC-DELTA = 0 - SORT-QTY
              PERFORM 470-APPLY-LOC
              IF SORT-LOC-TO = SPACES
                 MOVE WS-DEFAULT-LOC TO WS-LOC-CODE
              ELSE
                 MOVE SORT-LOC-TO TO WS-LOC-CODE
              END-IF
              MOVE SORT-QTY TO WS-LOC-DELTA
              PERFORM 470-APPLY-LOC
           ELSE
              MOVE WS-EFFECT TO WS-LOC-DELTA
              PERFORM 470-APPLY-LOC
           END-IF.
           MOVE SORT-BALANCE TO WS-RUN-QTY.
           MOVE SORT-BALANCE TO WS-LAST-BAL.
           PERFORM 410-RETURN-LEDGER.
      **
       470-APPLY-LOC.
           PERFORM 480-FIND-LOC.
           IF LT-FOUND = "Y"
              ADD WS-LOC-DELTA TO LT-TAB-CALC(LT-IX)
           END-IF.
      **
      **       查儲位重演表，查無即新增一格；表滿記失落
       480-FIND-LOC.
           MOVE "N" TO LT-FOUND.
           MOVE 1 TO LT-IX.
           PERFORM 485-SCAN-LOC
                   UNTIL LT-FOUND = "Y" OR LT-IX > LT-USED.
           IF LT-FOUND = "N"
              IF LT-USED < 50
                 ADD 1 TO LT-USED
                 MOVE LT-USED TO LT-IX
                 MOVE WS-LOC-CODE TO LT-TAB-CODE(LT-IX)
                 MOVE ZERO TO LT-TAB-BOOK(LT-IX)
                 MOVE ZERO TO LT-TAB-CALC(LT-IX)
                 MOVE "N" TO LT-TAB-ON-FILE(LT-IX)
                 MOVE "Y" TO LT-FOUND
              ELSE
                 MOVE "Y" TO LT-LOST
              END-IF
           END-IF.
      **
       485-SCAN-LOC.
           IF LT-TAB-CODE(LT-IX) = WS-LOC-CODE
              MOVE "Y" TO LT-FOUND
           ELSE
              ADD 1 TO LT-IX
           END-IF.
      **
      **       該產品各儲位帳面數量加總並記入重演表
       500-SUM-LOCATIONS.
           MOVE PRO-NO TO LOC-PRO-NO.
           MOVE LOW-VALUES TO LOC-CODE.
           START LOC-FILE KEY NOT LESS THAN LOC-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOC-FILE = "00"
              MOVE "N" TO LOC-EOF
              PERFORM 505-READ-LOC-NEXT
              PERFORM 507-TALLY-LOC UNTIL LOC-EOF = "Y"
           END-IF.
      **
       505-READ-LOC-NEXT.
           READ LOC-FILE NEXT RECORD
                AT END MOVE "Y" TO LOC-EOF
           END-READ.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "10"
              DISPLAY "儲位檔讀取錯誤，STATUS=" FS-LOC-FILE
              MOVE "Y" TO LOC-EOF
           END-IF.
           IF LOC-EOF = "N" AND LOC-PRO-NO NOT = PRO-NO
              MOVE "Y" TO LOC-EOF
           END-IF.
      **
       507-TALLY-LOC.
           ADD LOC-QTY TO WS-LOC-SUM.
           MOVE LOC-CODE TO WS-LOC-CODE.
           PERFORM 480-FIND-LOC.
           IF LT-FOUND = "Y"
              MOVE LOC-QTY TO LT-TAB-BOOK(LT-IX)
              MOVE "Y" TO LT-TAB-ON-FILE(LT-IX)
           END-IF.
           PERFORM 505-READ-LOC-NEXT.
      **
      **       主檔/儲位合計/明細帳最後餘額任一不符即列印；
      **       無明細帳之產品只核主檔與儲位合計
       510-COMPARE-PRODUCT.
           ADD 1 TO WS-PRO-COUNT.
           MOVE "N" TO QTY-DIFF.
           IF PRO-QTY NOT = WS-LOC-SUM
              MOVE "Y" TO QTY-DIFF
           END-IF.
           IF WS-LGR-ENTRIES > 0 AND PRO-QTY NOT = WS-LAST-BAL
              MOVE "Y" TO QTY-DIFF
           END-IF.
           IF QTY-DIFF = "Y"
              PERFORM 520-REPORT-DIFF
              PERFORM 525-REPORT-LOC-LOTS
              IF REBUILD-MODE
                 PERFORM 530-REBUILD-PRODUCT
              END-IF
           END-IF.
      **
       520-REPORT-DIFF.
           MOVE SPACES TO RPT-REC.
           MOVE "數量不符" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE PRO-NAME TO RPT-PRO-NAME.
           MOVE PRO-QTY TO WS-QTY-D1.
           MOVE WS-LOC-SUM TO WS-QTY-D2.
           IF WS-LGR-ENTRIES > 0
              MOVE WS-LAST-BAL TO WS-QTY-D3
              STRING "主檔 " WS-QTY-D1 " 儲位合計 " WS-QTY-D2
                     " 明細帳 " WS-QTY-D3
                     DELIMITED BY SIZE INTO RPT-MSG
           ELSE
              STRING "主檔 " WS-QTY-D1 " 儲位合計 " WS-QTY-D2
                     " 明細帳 無"
                     DELIMITED BY SIZE INTO RPT-MSG
           END-IF.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-DIFF-COUNT.
      **
      **       不符之產品逐儲位列帳面/重演/各批合計，重演數
      **       少於各批合計者加註
       525-REPORT-LOC-LOTS.
           MOVE "N" TO LOT-SHORT.
           MOVE 1 TO LT-IX.
           PERFORM 526-REPORT-ONE-LOC UNTIL LT-IX > LT-USED.
      **
       526-REPORT-ONE-LOC.
           MOVE LT-TAB-CODE(LT-IX) TO WS-LOC-CODE.
           PERFORM 527-SUM-LOC-LOTS.
           MOVE WS-LOT-TOTAL TO LT-TAB-LOTS(LT-IX).
           MOVE SPACES TO RPT-REC.
           MOVE "儲位明細" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE LT-TAB-BOOK(LT-IX) TO WS-QTY-D1.
           MOVE LT-TAB-CALC(LT-IX) TO WS-QTY-S.
           MOVE WS-LOT-TOTAL TO WS-QTY-D3.
           IF LT-TAB-CALC(LT-IX) < LT-TAB-LOTS(LT-IX)
              MOVE "Y" TO LOT-SHORT
              MOVE "批不足" TO RPT-PRO-NAME
           END-IF.
           STRING "儲位" WS-LOC-CODE " 帳面 " WS-QTY-D1
                  " 重演" WS-QTY-S " 各批 " WS-QTY-D3
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO LT-IX.
      **
      **       該產品該儲位各批數量合計
       527-SUM-LOC-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL.
           MOVE "Y" TO LOT-EOF.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOT-FILE = "00"
              MOVE "N" TO LOT-EOF
              PERFORM 528-READ-LOT-NEXT
           END-IF.
           PERFORM 529-ADD-LOT-QTY UNTIL LOT-EOF = "Y".
      **
       528-READ-LOT-NEXT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO LOT-EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO LOT-EOF
           END-IF.
           IF LOT-EOF = "N" AND (LOT-PRO-NO NOT = PRO-NO
              OR LOT-LOC-CODE NOT = WS-LOC-CODE)
              MOVE "Y" TO LOT-EOF
           END-IF.
      **
       529-ADD-LOT-QTY.
           ADD LOT-QTY TO WS-LOT-TOTAL.
           PERFORM 528-READ-LOT-NEXT.
      **
      **       無明細帳、儲位逾表容量、重演後儲位為負或少於
      **       各批合計者無從重建，列報待人工查明
       530-REBUILD-PRODUCT.
           IF WS-LGR-ENTRIES = 0
              MOVE "無明細帳可供重演，未重建" TO RPT-MSG
              PERFORM 539-REPORT-NOT-REBUILT
           ELSE
              IF LT-LOST = "Y"
                 MOVE "儲位逾 50 個，未重建" TO RPT-MSG
                 PERFORM 539-REPORT-NOT-REBUILT
              ELSE
                 PERFORM 535-CHECK-NEGATIVE
                 IF NEG-FOUND = "Y"
                    MOVE "重演後儲位為負或溢位，未重建"
                         TO RPT-MSG
                    PERFORM 539-REPORT-NOT-REBUILT
                 ELSE
                    IF LOT-SHORT = "Y"
                       MOVE "重演後少於各批合計，未重建"
                         TO RPT-MSG
                       PERFORM 539-REPORT-NOT-REBUILT
                    ELSE
                       PERFORM 540-APPLY-REBUILD
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **
       535-CHECK-NEGATIVE.
           MOVE "N" TO NEG-FOUND.
           MOVE 1 TO LT-IX.
           PERFORM 536-CHECK-ONE-LOC UNTIL LT-IX > LT-USED.
      **
       536-CHECK-ONE-LOC.
           IF LT-TAB-CALC(LT-IX) < 0 OR LT-TAB-CALC(LT-IX) > 99999
              MOVE "Y" TO NEG-FOUND
           END-IF.
           ADD 1 TO LT-IX.
      **
       539-REPORT-NOT-REBUILT.
           MOVE "未重建" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE PRO-NAME TO RPT-PRO-NAME.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-SKIP-COUNT.
      **
      **       主檔取明細帳最後餘額，各儲位取重演數量
       540-APPLY-REBUILD.
           MOVE PRO-QTY TO WS-OLD-QTY.
           MOVE WS-LAST-BAL TO PRO-QTY.
           REWRITE PRO-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-PRO-FILE = "00"
              PERFORM 555-REPORT-REBUILT
              MOVE "QTY-REBLD" TO AUD-ACTION
              MOVE PRO-NAME TO AUD-PRO-NAME
              MOVE PRO-QTY TO AUD-PRO-QTY
              PERFORM 560-WRITE-AUDIT-LOG
              MOVE 1 TO LT-IX
              PERFORM 545-REBUILD-ONE-LOC UNTIL LT-IX > LT-USED
              ADD 1 TO WS-FIX-COUNT
           ELSE
              MOVE SPACES TO RPT-REC
              STRING "主檔回寫失敗，STATUS=" FS-PRO-FILE
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 539-REPORT-NOT-REBUILT
           END-IF.
      **
      **       帳面與重演相同者不動；原無記錄且重演為零者
      **       不新建
       545-REBUILD-ONE-LOC.
           MOVE PRO-NO TO LOC-PRO-NO.
           MOVE LT-TAB-CODE(LT-IX) TO LOC-CODE.
           IF LT-TAB-ON-FILE(LT-IX) = "Y"
              IF LT-TAB-CALC(LT-IX) NOT = LT-TAB-BOOK(LT-IX)
                 READ LOC-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-LOC-FILE = "00"
                    MOVE LT-TAB-CALC(LT-IX) TO LOC-QTY
                    REWRITE LOC-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
                 PERFORM 550-CHECK-LOC-UPDATE
              END-IF
           ELSE
              IF LT-TAB-CALC(LT-IX) > 0
                 MOVE LT-TAB-CALC(LT-IX) TO LOC-QTY
                 WRITE LOC-REC
                    INVALID KEY CONTINUE
                 END-WRITE
                 PERFORM 550-CHECK-LOC-UPDATE
              END-IF
           END-IF.
           ADD 1 TO LT-IX.
      **
      **       儲位重建軌跡以品名欄存儲位代碼
       550-CHECK-LOC-UPDATE.
           IF FS-LOC-FILE = "00"
              MOVE SPACES TO RPT-REC
              MOVE "儲位重建" TO RPT-TAG
              MOVE PRO-NO TO RPT-PRO-NO
              MOVE LT-TAB-BOOK(LT-IX) TO WS-QTY-D1
              MOVE LT-TAB-CALC(LT-IX) TO WS-QTY-D2
              STRING "儲位 " LOC-CODE " " WS-QTY-D1 " -> "
                     WS-QTY-D2 DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
              MOVE "LOC-REBLD" TO AUD-ACTION
              MOVE SPACES TO AUD-PRO-NAME
              MOVE LOC-CODE TO AUD-PRO-NAME
              MOVE LOC-QTY TO AUD-PRO-QTY
              PERFORM 560-WRITE-AUDIT-LOG
           ELSE
              DISPLAY "儲位檔更新失敗，STATUS=" FS-LOC-FILE
                      " " PRO-NO " " LOC-CODE
           END-IF.
      **
       555-REPORT-REBUILT.
           MOVE SPACES TO RPT-REC.
           MOVE "已重建" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE PRO-NAME TO RPT-PRO-NAME.
           MOVE WS-OLD-QTY TO WS-QTY-D1.
           MOVE PRO-QTY TO WS-QTY-D2.
           STRING "主檔 " WS-QTY-D1 " -> " WS-QTY-D2
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       更正軌跡：動作別/名稱欄由呼叫段先行放妥
       560-WRITE-AUDIT-LOG.
           MOVE PRO-NO    TO AUD-PRO-NO.
           MOVE SUP-ID-IN TO AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY  TO AUD-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6) TO AUD-TIME.
           WRITE AUDIT-REC.
           IF FS-AUDIT-FILE NOT = "00"
              DISPLAY "稽核檔寫入失敗，STATUS=" FS-AUDIT-FILE
           END-IF.
      **
      **       儲位記錄之產品在主檔不存在者逐筆列出
       600-CHECK-ORPHAN-LOC.
           MOVE LOW-VALUES TO LOC-KEY.
           START LOC-FILE KEY NOT LESS THAN LOC-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOC-FILE = "00"
              MOVE "N" TO LOC-EOF
              PERFORM 610-READ-ALL-LOC
              PERFORM 620-CHECK-LOC-MASTER UNTIL LOC-EOF = "Y"
           END-IF.
      **
       610-READ-ALL-LOC.
           READ LOC-FILE NEXT RECORD
                AT END MOVE "Y" TO LOC-EOF
           END-READ.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "10"
              DISPLAY "儲位檔讀取錯誤，STATUS=" FS-LOC-FILE
              MOVE "Y" TO LOC-EOF
           END-IF.
      **
       620-CHECK-LOC-MASTER.
           MOVE LOC-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE = "23"
              MOVE SPACES TO RPT-REC
              MOVE "儲位無主檔" TO RPT-TAG
              MOVE LOC-PRO-NO TO RPT-PRO-NO
              MOVE LOC-QTY TO WS-QTY-D1
              STRING "儲位 " LOC-CODE " 數量 " WS-QTY-D1
                     " ，主檔不存在"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
              ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
           PERFORM 610-READ-ALL-LOC.
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
           STRING "核對產品 " WS-PRO-COUNT " 筆, 數量不符 "
                  WS-DIFF-COUNT " 筆"
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "合計" TO RPT-TAG.
           STRING "儲位無主檔 " WS-ORPHAN-COUNT " 筆, "
                  "明細帳無主檔 " WS-NO-MST-LGR " 產品"
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           IF REBUILD-MODE
              MOVE SPACES TO RPT-REC
              MOVE "合計" TO RPT-TAG
              STRING "已重建 " WS-FIX-COUNT " 筆, 未重建 "
                     WS-SKIP-COUNT " 筆"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
           END-IF.
           DISPLAY "數量勾稽完成，不符 " WS-DIFF-COUNT " 筆".
      **
       800-CLOSE.
           CLOSE PARM-FILE PRO-FILE LOC-FILE LGR-FILE RPT-FILE
                 LOT-FILE.
           IF REBUILD-MODE
              CLOSE SUP-FILE AUDIT-FILE
           END-IF.
