      ** 程式範例十二-33 (SAM12-33.CBL):訂單配貨/儲位揀貨單
      ** 依參數卡 SAM12-33.PRM 之作業別：
      ** A=配貨：讀客戶訂單明細檔 SAM12-33.ORD，依需求日先後
      ** 逐項自儲位庫存檔 SAM12-2.LOC 確有存貨之儲位配貨(能
      ** 一個儲位足量即不拆單，否則依儲位順序分配)，本次已
      ** 配數量即自可配量扣除，同產品後單不重複配用；配得
      ** 之揀貨明細寫入揀貨檔 SAM12-33.PCK，並依儲位分頁列印
      ** 揀貨單 SAM12-33.TKT 交倉庫；配不足或無從配貨之訂單
      ** 項列於例外報表 SAM12-33.RPT。前次揀貨已出批次而尚未
      ** 由 Sample12-11 過帳者(儲位數量未扣)，不得再配。
      ** C=揀貨確認：倉庫簽回揀貨單後執行，將揀貨檔未出批
      ** 之揀貨明細轉為出貨異動，寫入 SAM12-11.TXN(H 表頭：
      ** 參數卡批號/營業日；T 表尾：筆數/數量檢核合計)，單號
      ** 為訂單號+項次；已出批之揀貨明細記批號不再重出。
      ** 批號已登錄於 SAM12-2.RUN 或異動檔尚有未過帳批次者
      ** 不出批，免覆蓋分行送來之異動。出貨異動不帶批號，
      ** 由 Sample12-11 過帳時依有效日期先到期先出自動扣批
      ** 配貨之可配量為儲位數量減去批號檔 SAM12-2.LOT 該儲位
      ** 有效日期早於今日之過期批數量，與 Sample12-11 出貨
      ** 可出量同一算法，免配出過帳時無法出貨之過期品
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-33.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       作業別/批號/營業日參數卡
           SELECT PARM-FILE ASSIGN TO "SAM12-33.PRM"
                  FILE STATUS IS FS-PARM-FILE.
      **       客戶訂單明細檔
           SELECT ORD-FILE ASSIGN TO "SAM12-33.ORD"
                  FILE STATUS IS FS-ORD-FILE.
      **       產品主檔，核對產品狀態/帶出品名，僅讀不鎖
           SELECT PRO-FILE ASSIGN TO RANDOM "SAM12-2.IN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  FILE STATUS IS FS-PRO-FILE.
      **       儲位庫存檔，依產品取各儲位可配數量
           SELECT OPTIONAL LOC-FILE ASSIGN TO RANDOM "SAM12-2.LOC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOC-KEY
                  FILE STATUS IS FS-LOC-FILE.
      **       批號庫存檔，可配量扣除過期批
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-KEY
                  FILE STATUS IS FS-LOT-FILE.
      **       過帳批次控制檔，核對揀貨批次是否已過帳
           SELECT OPTIONAL RUN-FILE ASSIGN TO RANDOM "SAM12-2.RUN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-BATCH-NO
                  FILE STATUS IS FS-RUN-FILE.
      **       揀貨檔，配貨寫入，確認時回寫批號
           SELECT OPTIONAL PCK-FILE ASSIGN TO "SAM12-33.PCK"
                  FILE STATUS IS FS-PCK-FILE.
      **       每日庫存異動檔，確認時產生出貨批次
           SELECT OPTIONAL MOV-FILE ASSIGN TO "SAM12-11.TXN"
                  FILE STATUS IS FS-MOV-FILE.
      **       訂單依需求日排序工作檔
           SELECT ORD-SORT ASSIGN TO "SAM12-33.SRT".
      **       揀貨明細依儲位排序工作檔
           SELECT TKT-SORT ASSIGN TO "SAM12-33.SRK".
      **       儲位揀貨單列印檔，交倉庫
           SELECT TKT-FILE ASSIGN TO "SAM12-33.TKT"
                  FILE STATUS IS FS-TKT-FILE.
      **       配貨例外/出批報表
           SELECT RPT-FILE ASSIGN TO "SAM12-33.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PARM-FILE
           LABEL RECORD IS STANDARD.
        01 PARM-REC.
           05 PARM-FUNC        PIC X(1).
           05 PARM-BATCH-NO    PIC X(6).
           05 PARM-BUS-DATE    PIC X(6).
      **
        FD ORD-FILE
           LABEL RECORD IS STANDARD.
           COPY "ORD-REC.CPY".
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
        FD RUN-FILE
           LABEL RECORD IS STANDARD.
           COPY "RUN-REC.CPY".
      **
      **       揀貨明細：批號為零即尚未確認出批
        FD PCK-FILE
           LABEL RECORD IS STANDARD.
        01 PCK-REC.
           05 PCK-LOC-CODE    PIC X(2).
           05 PCK-REF-NO.
              10 PCK-ORD-NO   PIC X(6).
              10 PCK-ORD-LINE PIC 9(2).
           05 PCK-PRO-NO      PIC X(5).
           05 PCK-QTY         PIC 9(5).
           05 PCK-REQ-DATE    PIC 9(6).
           05 PCK-BATCH-NO    PIC 9(6).
      **
      **       異動記錄與 Sample12-11 異動檔同格式
        FD MOV-FILE
           LABEL RECORD IS STANDARD.
        01 MOV-REC.
           05 MOV-CODE         PIC X(1).
              88 MOV-HEADER       VALUE "H".
           05 MOV-BODY.
              10 MOV-PRO-NO    PIC X(5).
              10 MOV-QTY       PIC 9(5).
              10 MOV-SIGN      PIC X(1).
              10 MOV-REF-NO    PIC X(8).
              10 MOV-LOC-CODE  PIC X(2).
              10 MOV-LOC-TO    PIC X(2).
              10 MOV-LOT-NO    PIC X(8).
              10 MOV-EXP-DATE  PIC X(6).
           05 MOV-HDR REDEFINES MOV-BODY.
              10 MOV-BATCH-NO  PIC 9(6).
              10 MOV-BUS-DATE  PIC 9(6).
              10 FILLER        PIC X(25).
           05 MOV-TRL REDEFINES MOV-BODY.
              10 MOV-TRL-COUNT PIC 9(5).
              10 MOV-TRL-HASH  PIC 9(9).
              10 FILLER        PIC X(23).
      **
        SD ORD-SORT.
        01 OS-REC.
           05 OS-REQ-DATE     PIC 9(6).
           05 OS-ORD-NO       PIC X(6).
           05 OS-ORD-LINE     PIC 9(2).
           05 OS-PRO-NO       PIC X(5).
           05 OS-QTY          PIC 9(5).
      **
        SD TKT-SORT.
        01 TS-REC.
           05 TS-LOC-CODE     PIC X(2).
           05 TS-ORD-NO       PIC X(6).
           05 TS-ORD-LINE     PIC 9(2).
           05 TS-PRO-NO       PIC X(5).
           05 TS-QTY          PIC 9(5).
           05 TS-REQ-DATE     PIC 9(6).
      **
        FD TKT-FILE
           LABEL RECORD IS STANDARD.
        01 TKT-REC             PIC X(80).
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
        01 LOC-EOF        PIC X.
        01 OPEN-OK        PIC X    VALUE "Y".
        01 PARM-OK        PIC X    VALUE "N".
        01 PENDING-OK     PIC X    VALUE "Y".
        01 GROUP-OPEN     PIC X    VALUE "N".
        01 FS-PARM-FILE   PIC X(2).
        01 FS-ORD-FILE    PIC X(2).
        01 FS-PRO-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-RUN-FILE    PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 FS-PCK-FILE    PIC X(2).
        01 FS-MOV-FILE    PIC X(2).
        01 FS-TKT-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
      **       作業別：A=配貨 C=揀貨確認出批
        01 WS-FUNC        PIC X    VALUE "A".
           88 FUNC-ALLOCATE    VALUE "A".
           88 FUNC-CONFIRM     VALUE "C".
        01 WS-BATCH-NO    PIC 9(6).
        01 WS-BUS-DATE    PIC 9(6).
        01 WS-TODAY       PIC 9(6).
        01 WS-CUR-LOC     PIC X(2).
      **       配貨統計
        01 WS-ORD-COUNT   PIC 9(5) VALUE 0.
        01 WS-BAD-COUNT   PIC 9(5) VALUE 0.
        01 WS-FULL-COUNT  PIC 9(5) VALUE 0.
        01 WS-PART-COUNT  PIC 9(5) VALUE 0.
        01 WS-NONE-COUNT  PIC 9(5) VALUE 0.
        01 WS-PICK-COUNT  PIC 9(5) VALUE 0.
        01 WS-LOC-PICKS   PIC 9(5) VALUE 0.
        01 WS-OPEN-PICKS  PIC 9(5) VALUE 0.
      **       出批統計：筆數與數量檢核合計同 Sample12-11 表尾
        01 WS-TXN-COUNT   PIC 9(5) VALUE 0.
        01 WS-HASH-TOTAL  PIC 9(9) VALUE 0.
      **       逐項配貨工作欄位
        01 WS-REMAIN      PIC 9(5).
        01 WS-TAKE        PIC 9(5).
        01 WS-ALLOC       PIC 9(5).
        01 WS-QTY-D1      PIC ZZZZ9.
        01 WS-QTY-D2      PIC ZZZZ9.
      **       可配量暫存表：產品首次配貨時載入各儲位現有數量，
      **       逐項配出即扣減；無儲位記錄之產品留空白儲位一列
      **       免重複讀檔
        01 AV-TABLE.
           05 AV-ENTRY OCCURS 500 TIMES.
              10 AV-TAB-PRO      PIC X(5).
              10 AV-TAB-LOC      PIC X(2).
              10 AV-TAB-QTY      PIC 9(5).
        01 AV-USED        PIC 9(3) VALUE 0.
        01 AV-IX          PIC 9(3).
        01 AV-HIT         PIC 9(3).
        01 AV-FOUND       PIC X.
        01 AV-FULL        PIC X    VALUE "N".
      **       儲位可配量：儲位數量減過期批數量
        01 LOT-EOF        PIC X.
        01 WS-EXPIRED-QTY PIC 9(7).
        01 WS-AVAIL-QTY   PIC S9(7).
      **       揀貨單各式列印行
        01 TKT-HDG-LINE-1.
           05 FILLER         PIC X(12) VALUE "揀貨單".
           05 FILLER         PIC X(9)  VALUE "儲位 : ".
           05 TKT-HDG-LOC    PIC X(2).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "列印日期 : ".
           05 TKT-HDG-DATE   PIC 9(6).
        01 TKT-HDG-LINE-2.
           05 FILLER         PIC X(11) VALUE "訂單號".
           05 FILLER         PIC X(7)  VALUE "項次".
           05 FILLER         PIC X(7)  VALUE "編號".
           05 FILLER         PIC X(12) VALUE "品名".
           05 FILLER         PIC X(8)  VALUE "數量".
           05 FILLER         PIC X(11) VALUE "需求日".
           05 FILLER         PIC X(9)  VALUE "實揀".
        01 TKT-DET-LINE.
           05 TKTD-ORD-NO    PIC X(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 TKTD-ORD-LINE  PIC Z9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 TKTD-PRO-NO    PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TKTD-PRO-NAME  PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TKTD-QTY       PIC ZZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 TKTD-REQ-DATE  PIC 9(6).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE "________".
        01 TKT-TOT-LINE.
           05 FILLER         PIC X(16) VALUE "本儲位揀貨 ".
           05 TKTT-COUNT     PIC ZZZZ9.
           05 FILLER         PIC X(4)  VALUE " 項".
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(24) VALUE "揀貨人 : __________".

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 100-OPEN-FILE.
           IF OPEN-OK = "Y"
              PERFORM 150-EDIT-PARM
              IF PARM-OK = "Y"
                 PERFORM 180-PRINT-HEADER
                 IF FUNC-ALLOCATE
                    PERFORM 200-ALLOCATE-PHASE
                 ELSE
                    PERFORM 700-CONFIRM-PHASE
                 END-IF
                 PERFORM 900-PRINT-SUMMARY
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
           OPEN INPUT PRO-FILE.
           IF FS-PRO-FILE NOT = "00"
              DISPLAY "PRO-FILE 開檔失敗，STATUS=" FS-PRO-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       儲位檔未建即無可配儲位，05 視同成功
           OPEN INPUT LOC-FILE.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "05"
              DISPLAY "儲位檔開檔失敗，STATUS=" FS-LOC-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔未建即無過期批，05 視同成功
           OPEN INPUT LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批次控制檔未建即尚無已過帳批次，05 視同成功
           OPEN INPUT RUN-FILE.
           IF FS-RUN-FILE NOT = "00" AND FS-RUN-FILE NOT = "05"
              DISPLAY "批次控制檔開檔失敗，STATUS="
                      FS-RUN-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **
      **       作業別空白視同配貨；確認出批須有批號/營業日
       150-EDIT-PARM.
           READ PARM-FILE
                AT END
                   DISPLAY "參數卡無資料，配貨取消 !"
           END-READ.
           IF FS-PARM-FILE = "00"
              MOVE "Y" TO PARM-OK
              IF PARM-FUNC = "C" OR PARM-FUNC = "c"
                 MOVE "C" TO WS-FUNC
                 IF PARM-BATCH-NO NOT NUMERIC
                    OR PARM-BUS-DATE NOT NUMERIC
                    DISPLAY "批號/營業日非數字，出批取消 !"
                    MOVE "N" TO PARM-OK
                 ELSE
                    MOVE PARM-BATCH-NO TO WS-BATCH-NO
                    MOVE PARM-BUS-DATE TO WS-BUS-DATE
                    IF WS-BATCH-NO = ZERO
                       DISPLAY "批號不得為零，出批取消 !"
                       MOVE "N" TO PARM-OK
                    END-IF
                 END-IF
              ELSE
                 MOVE "A" TO WS-FUNC
              END-IF
           END-IF.
      **
      **       配貨以今日為營業日判定過期批
       180-PRINT-HEADER.
           ACCEPT WS-TODAY FROM DATE.
           IF FUNC-ALLOCATE
              MOVE WS-TODAY TO WS-BUS-DATE
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE "訂單配貨" TO RPT-TAG.
           IF FUNC-ALLOCATE
              STRING "訂單配貨例外報表  列印日期 : "
                     WS-TODAY
                     DELIMITED BY SIZE INTO RPT-MSG
           ELSE
              STRING "揀貨確認出批清單  列印日期 : "
                     WS-TODAY
                     DELIMITED BY SIZE INTO RPT-MSG
           END-IF.
           PERFORM 390-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       配貨：先核對前次揀貨，再依需求日配貨寫揀貨檔，
      **       最後依儲位排序列印揀貨單
       200-ALLOCATE-PHASE.
           PERFORM 210-CHECK-PENDING-PICKS.
           IF PENDING-OK = "Y"
              OPEN INPUT ORD-FILE
              IF FS-ORD-FILE NOT = "00"
                 DISPLAY "訂單檔開檔失敗，STATUS=" FS-ORD-FILE
              ELSE
                 OPEN OUTPUT PCK-FILE
                 IF FS-PCK-FILE NOT = "00"
                    DISPLAY "揀貨檔開檔失敗，STATUS="
                            FS-PCK-FILE
                 ELSE
                    SORT ORD-SORT
                         ON ASCENDING KEY OS-REQ-DATE OS-ORD-NO
                                          OS-ORD-LINE
                         INPUT PROCEDURE IS 300-SELECT-ORDERS
                         OUTPUT PROCEDURE IS 400-ALLOCATE-ORDERS
                    CLOSE PCK-FILE
                    PERFORM 250-PRINT-TICKETS
                 END-IF
                 CLOSE ORD-FILE
              END-IF
           END-IF.
      **
      **       前次揀貨已出批而未過帳者，儲位數量尚未扣除，
      **       再配即重複配用，整批不配；未出批者視同作廢
       210-CHECK-PENDING-PICKS.
           MOVE "Y" TO PENDING-OK.
           MOVE ZERO TO WS-OPEN-PICKS.
           OPEN INPUT PCK-FILE.
           IF FS-PCK-FILE NOT = "00" AND FS-PCK-FILE NOT = "05"
              DISPLAY "揀貨檔開檔失敗，STATUS=" FS-PCK-FILE
              MOVE "N" TO PENDING-OK
           ELSE
              MOVE "N" TO EOF
              PERFORM 215-READ-PICK
              PERFORM 220-CHECK-ONE-PICK
                      UNTIL EOF = "Y" OR PENDING-OK = "N"
              CLOSE PCK-FILE
           END-IF.
           IF WS-OPEN-PICKS > 0 AND PENDING-OK = "Y"
              MOVE SPACES TO RPT-REC
              MOVE "前次揀貨" TO RPT-TAG
              STRING "前次未確認揀貨 " WS-OPEN-PICKS
                     " 筆作廢，重新配貨"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
           END-IF.
      **
       215-READ-PICK.
           READ PCK-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-PCK-FILE NOT = "00" AND FS-PCK-FILE NOT = "10"
              DISPLAY "揀貨檔讀取錯誤，STATUS=" FS-PCK-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       220-CHECK-ONE-PICK.
           IF PCK-BATCH-NO = ZERO
              ADD 1 TO WS-OPEN-PICKS
           ELSE
              MOVE PCK-BATCH-NO TO RUN-BATCH-NO
              READ RUN-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF FS-RUN-FILE NOT = "00"
                 MOVE "N" TO PENDING-OK
                 DISPLAY "揀貨批次 " PCK-BATCH-NO
                         " 尚未過帳，配貨取消 !"
                 MOVE SPACES TO RPT-REC
                 MOVE "配貨拒絕" TO RPT-TAG
                 STRING "揀貨批次 " PCK-BATCH-NO
                        " 尚未過帳，不得再配"
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 390-WRITE-RPT-LINE
              END-IF
           END-IF.
           PERFORM 215-READ-PICK.
      **
       250-PRINT-TICKETS.
           OPEN OUTPUT TKT-FILE.
           IF FS-TKT-FILE NOT = "00"
              DISPLAY "揀貨單檔開檔失敗，STATUS=" FS-TKT-FILE
           ELSE
              OPEN INPUT PCK-FILE
              IF FS-PCK-FILE NOT = "00"
                 DISPLAY "揀貨檔重開失敗，STATUS=" FS-PCK-FILE
              ELSE
                 SORT TKT-SORT
                      ON ASCENDING KEY TS-LOC-CODE TS-ORD-NO
                                       TS-ORD-LINE
                      INPUT PROCEDURE IS 500-RELEASE-PICKS
                      OUTPUT PROCEDURE IS 600-PRINT-TICKETS
                 CLOSE PCK-FILE
              END-IF
              CLOSE TKT-FILE
           END-IF.
      **
      **       訂單項逐筆檢查，資料不全者列例外不配
       300-SELECT-ORDERS.
           MOVE "N" TO EOF.
           PERFORM 310-READ-ORDER.
           PERFORM 320-CHECK-RELEASE UNTIL EOF = "Y".
      **
       310-READ-ORDER.
           READ ORD-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-ORD-FILE NOT = "00" AND FS-ORD-FILE NOT = "10"
              DISPLAY "訂單檔讀取錯誤，STATUS=" FS-ORD-FILE
              MOVE "Y" TO EOF
           END-IF.
      **
       320-CHECK-RELEASE.
           ADD 1 TO WS-ORD-COUNT.
           IF ORD-NO = SPACES OR ORD-LINE NOT NUMERIC
              OR ORD-PRO-NO = SPACES OR ORD-QTY NOT NUMERIC
              OR ORD-REQ-DATE NOT NUMERIC
              MOVE SPACES TO RPT-REC
              MOVE ORD-PRO-NO TO RPT-PRO-NO
              MOVE ORD-KEY TO RPT-REF-NO
              MOVE "訂單資料不全或非數字，不配貨"
                TO RPT-MSG
              PERFORM 395-WRITE-EXCEPTION
              ADD 1 TO WS-BAD-COUNT
           ELSE
              IF ORD-QTY = ZERO
                 MOVE SPACES TO RPT-REC
                 MOVE ORD-PRO-NO TO RPT-PRO-NO
                 MOVE ORD-KEY TO RPT-REF-NO
                 MOVE "訂購數量為零，不配貨" TO RPT-MSG
                 PERFORM 395-WRITE-EXCEPTION
                 ADD 1 TO WS-BAD-COUNT
              ELSE
                 MOVE ORD-REQ-DATE TO OS-REQ-DATE
                 MOVE ORD-NO       TO OS-ORD-NO
                 MOVE ORD-LINE     TO OS-ORD-LINE
                 MOVE ORD-PRO-NO   TO OS-PRO-NO
                 MOVE ORD-QTY      TO OS-QTY
                 RELEASE OS-REC
              END-IF
           END-IF.
           PERFORM 310-READ-ORDER.
      **
      **       需求日早者先配，配不足者列例外
       400-ALLOCATE-ORDERS.
           MOVE "N" TO SORT-EOF.
           PERFORM 405-RETURN-ORDER.
           PERFORM 410-ALLOCATE-LINE UNTIL SORT-EOF = "Y".
      **
       405-RETURN-ORDER.
           RETURN ORD-SORT
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       410-ALLOCATE-LINE.
           MOVE OS-QTY TO WS-REMAIN.
           MOVE ZERO TO WS-ALLOC.
           MOVE OS-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE = "23"
              MOVE "產品不存在，無從配貨" TO RPT-MSG
              PERFORM 480-REPORT-UNFILLED
           ELSE
              IF FS-PRO-FILE NOT = "00"
                 MOVE SPACES TO RPT-MSG
                 STRING "主檔讀取錯誤，STATUS=" FS-PRO-FILE
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 480-REPORT-UNFILLED
              ELSE
                 IF PRO-INACTIVE
                    MOVE "產品已停用，不配貨" TO RPT-MSG
                    PERFORM 480-REPORT-UNFILLED
                 ELSE
                    PERFORM 420-LOAD-LOCATIONS
                    IF AV-FOUND = "N"
                       MOVE "配貨暫存表已滿，本項未配"
                         TO RPT-MSG
                       PERFORM 480-REPORT-UNFILLED
                    ELSE
                       PERFORM 430-ALLOCATE-STOCK
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 405-RETURN-ORDER.
      **
      **       產品首次配貨即載入各儲位現有數量
       420-LOAD-LOCATIONS.
           MOVE "N" TO AV-FOUND.
           MOVE 1 TO AV-IX.
           PERFORM 421-SCAN-PRODUCT
                   UNTIL AV-FOUND = "Y" OR AV-IX > AV-USED.
           IF AV-FOUND = "N" AND AV-FULL = "N"
              MOVE "Y" TO AV-FOUND
              MOVE OS-PRO-NO TO LOC-PRO-NO
              MOVE LOW-VALUES TO LOC-CODE
              START LOC-FILE KEY NOT LESS THAN LOC-KEY
                    INVALID KEY CONTINUE
              END-START
              IF FS-LOC-FILE = "00"
                 MOVE "N" TO LOC-EOF
                 PERFORM 425-READ-LOC-NEXT
                 PERFORM 426-LOAD-ONE-LOC UNTIL LOC-EOF = "Y"
              END-IF
      **       無儲位記錄亦留一列，免下一項重讀
              MOVE SPACES TO LOC-CODE
              MOVE ZERO TO WS-AVAIL-QTY
              PERFORM 427-ADD-AV-ENTRY
           END-IF.
      **
       421-SCAN-PRODUCT.
           IF AV-TAB-PRO(AV-IX) = OS-PRO-NO
              MOVE "Y" TO AV-FOUND
           ELSE
              ADD 1 TO AV-IX
           END-IF.
      **
      **       該產品該儲位各批；有效日期非零且早於營業日者
      **       為過期批，同 Sample12-11 出貨可出量之算法
       422-START-LOT.
           MOVE "Y" TO LOT-EOF.
           MOVE OS-PRO-NO TO LOT-PRO-NO.
           MOVE LOC-CODE TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOT-FILE = "00"
              MOVE "N" TO LOT-EOF
              PERFORM 423-READ-LOT-NEXT
           END-IF.
      **
       423-READ-LOT-NEXT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO LOT-EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO LOT-EOF
           END-IF.
           IF LOT-EOF = "N" AND (LOT-PRO-NO NOT = OS-PRO-NO
              OR LOT-LOC-CODE NOT = LOC-CODE)
              MOVE "Y" TO LOT-EOF
           END-IF.
      **
       424-ADD-EXPIRED.
           IF LOT-EXP-DATE NOT = ZERO AND LOT-EXP-DATE < WS-BUS-DATE
              ADD LOT-QTY TO WS-EXPIRED-QTY
           END-IF.
           PERFORM 423-READ-LOT-NEXT.
      **
       425-READ-LOC-NEXT.
           READ LOC-FILE NEXT RECORD
                AT END MOVE "Y" TO LOC-EOF
           END-READ.
           IF FS-LOC-FILE NOT = "00" AND FS-LOC-FILE NOT = "10"
              DISPLAY "儲位檔讀取錯誤，STATUS=" FS-LOC-FILE
              MOVE "Y" TO LOC-EOF
           END-IF.
           IF LOC-EOF = "N" AND LOC-PRO-NO NOT = OS-PRO-NO
              MOVE "Y" TO LOC-EOF
           END-IF.
      **
      **       扣除過期批後無可配量之儲位不入表
       426-LOAD-ONE-LOC.
           MOVE ZERO TO WS-EXPIRED-QTY.
           PERFORM 422-START-LOT.
           PERFORM 424-ADD-EXPIRED UNTIL LOT-EOF = "Y".
           COMPUTE WS-AVAIL-QTY = LOC-QTY - WS-EXPIRED-QTY.
           IF WS-AVAIL-QTY > 0
              PERFORM 427-ADD-AV-ENTRY
           END-IF.
           PERFORM 425-READ-LOC-NEXT.
      **
      **       表滿即停止載入，後續新產品一律列例外
       427-ADD-AV-ENTRY.
           IF AV-USED < 500
              ADD 1 TO AV-USED
              MOVE OS-PRO-NO TO AV-TAB-PRO(AV-USED)
              MOVE LOC-CODE  TO AV-TAB-LOC(AV-USED)
              MOVE WS-AVAIL-QTY TO AV-TAB-QTY(AV-USED)
           ELSE
              IF AV-FULL = "N"
                 MOVE "Y" TO AV-FULL
                 DISPLAY "配貨暫存表已滿(500)，"
                         "其餘產品未配 !"
              END-IF
           END-IF.
      **
      **       先找單一儲位足量者整項配出，免拆揀；否則依儲位
      **       順序逐一配至配足或無貨為止
       430-ALLOCATE-STOCK.
           MOVE ZERO TO AV-HIT.
           MOVE 1 TO AV-IX.
           PERFORM 435-FIND-SINGLE-LOC
                   UNTIL AV-HIT > 0 OR AV-IX > AV-USED.
           IF AV-HIT > 0
              MOVE AV-HIT TO AV-IX
              PERFORM 440-TAKE-FROM-LOC
           ELSE
              MOVE 1 TO AV-IX
              PERFORM 445-DRAIN-ONE-LOC
                      UNTIL WS-REMAIN = 0 OR AV-IX > AV-USED
           END-IF.
           IF WS-REMAIN = 0
              ADD 1 TO WS-FULL-COUNT
           ELSE
              MOVE WS-REMAIN TO WS-QTY-D1
              MOVE WS-ALLOC TO WS-QTY-D2
              MOVE SPACES TO RPT-MSG
              STRING "庫存不足，缺 " WS-QTY-D1 "，已配 "
                     WS-QTY-D2 DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 480-REPORT-UNFILLED
           END-IF.
      **
       435-FIND-SINGLE-LOC.
           IF AV-TAB-PRO(AV-IX) = OS-PRO-NO
              AND AV-TAB-LOC(AV-IX) NOT = SPACES
              AND AV-TAB-QTY(AV-IX) NOT < WS-REMAIN
              MOVE AV-IX TO AV-HIT
           ELSE
              ADD 1 TO AV-IX
           END-IF.
      **
       445-DRAIN-ONE-LOC.
           IF AV-TAB-PRO(AV-IX) = OS-PRO-NO
              AND AV-TAB-LOC(AV-IX) NOT = SPACES
              AND AV-TAB-QTY(AV-IX) > 0
              PERFORM 440-TAKE-FROM-LOC
           END-IF.
           ADD 1 TO AV-IX.
      **
      **       配出量取可配量與未配量之小者，寫揀貨明細
       440-TAKE-FROM-LOC.
           IF AV-TAB-QTY(AV-IX) < WS-REMAIN
              MOVE AV-TAB-QTY(AV-IX) TO WS-TAKE
           ELSE
              MOVE WS-REMAIN TO WS-TAKE
           END-IF.
           MOVE AV-TAB-LOC(AV-IX) TO PCK-LOC-CODE.
           MOVE OS-ORD-NO   TO PCK-ORD-NO.
           MOVE OS-ORD-LINE TO PCK-ORD-LINE.
           MOVE OS-PRO-NO   TO PCK-PRO-NO.
           MOVE WS-TAKE     TO PCK-QTY.
           MOVE OS-REQ-DATE TO PCK-REQ-DATE.
           MOVE ZERO        TO PCK-BATCH-NO.
           WRITE PCK-REC.
           IF FS-PCK-FILE NOT = "00"
              DISPLAY "揀貨檔寫入失敗，STATUS=" FS-PCK-FILE
           ELSE
              SUBTRACT WS-TAKE FROM AV-TAB-QTY(AV-IX)
              SUBTRACT WS-TAKE FROM WS-REMAIN
              ADD WS-TAKE TO WS-ALLOC
              ADD 1 TO WS-PICK-COUNT
           END-IF.
      **
      **       呼叫段先備妥 RPT-MSG；一點未配與部分配分計
       480-REPORT-UNFILLED.
           MOVE "未能配足" TO RPT-TAG.
           MOVE OS-PRO-NO TO RPT-PRO-NO.
           MOVE OS-ORD-NO TO RPT-REF-NO(1:6).
           MOVE OS-ORD-LINE TO RPT-REF-NO(7:2).
           PERFORM 395-WRITE-EXCEPTION.
           IF WS-ALLOC > 0
              ADD 1 TO WS-PART-COUNT
           ELSE
              ADD 1 TO WS-NONE-COUNT
           END-IF.
      **
       500-RELEASE-PICKS.
           MOVE "N" TO EOF.
           PERFORM 215-READ-PICK.
           PERFORM 510-RELEASE-ONE UNTIL EOF = "Y".
      **
       510-RELEASE-ONE.
           MOVE PCK-LOC-CODE TO TS-LOC-CODE.
           MOVE PCK-ORD-NO   TO TS-ORD-NO.
           MOVE PCK-ORD-LINE TO TS-ORD-LINE.
           MOVE PCK-PRO-NO   TO TS-PRO-NO.
           MOVE PCK-QTY      TO TS-QTY.
           MOVE PCK-REQ-DATE TO TS-REQ-DATE.
           RELEASE TS-REC.
           PERFORM 215-READ-PICK.
      **
      **       一儲位一頁，頁尾印項數與揀貨人簽名欄
       600-PRINT-TICKETS.
           MOVE "N" TO SORT-EOF.
           MOVE "N" TO GROUP-OPEN.
           MOVE SPACES TO WS-CUR-LOC.
           PERFORM 605-RETURN-PICK.
           PERFORM 610-PRINT-PICK UNTIL SORT-EOF = "Y".
           IF GROUP-OPEN = "Y"
              PERFORM 630-PRINT-LOC-TOTAL
           END-IF.
      **
       605-RETURN-PICK.
           RETURN TKT-SORT
                  AT END MOVE "Y" TO SORT-EOF
           END-RETURN.
      **
       610-PRINT-PICK.
           IF GROUP-OPEN = "N" OR TS-LOC-CODE NOT = WS-CUR-LOC
              IF GROUP-OPEN = "Y"
                 PERFORM 630-PRINT-LOC-TOTAL
              END-IF
              PERFORM 620-PRINT-LOC-HEADER
           END-IF.
           MOVE TS-PRO-NO TO PRO-NO.
           READ PRO-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PRO-FILE = "00"
              MOVE PRO-NAME TO TKTD-PRO-NAME
           ELSE
              MOVE SPACES TO TKTD-PRO-NAME
           END-IF.
           MOVE TS-ORD-NO   TO TKTD-ORD-NO.
           MOVE TS-ORD-LINE TO TKTD-ORD-LINE.
           MOVE TS-PRO-NO   TO TKTD-PRO-NO.
           MOVE TS-QTY      TO TKTD-QTY.
           MOVE TS-REQ-DATE TO TKTD-REQ-DATE.
           MOVE TKT-DET-LINE TO TKT-REC.
           PERFORM 690-WRITE-TKT-LINE.
           ADD 1 TO WS-LOC-PICKS.
           PERFORM 605-RETURN-PICK.
      **
       620-PRINT-LOC-HEADER.
           MOVE TS-LOC-CODE TO WS-CUR-LOC.
           MOVE ZERO TO WS-LOC-PICKS.
           MOVE TS-LOC-CODE TO TKT-HDG-LOC.
           MOVE WS-TODAY TO TKT-HDG-DATE.
           MOVE TKT-HDG-LINE-1 TO TKT-REC.
           IF GROUP-OPEN = "N"
              WRITE TKT-REC
           ELSE
              WRITE TKT-REC AFTER ADVANCING PAGE
           END-IF.
           IF FS-TKT-FILE NOT = "00"
              DISPLAY "揀貨單檔寫入失敗，STATUS=" FS-TKT-FILE
           END-IF.
           MOVE "Y" TO GROUP-OPEN.
           MOVE TKT-HDG-LINE-2 TO TKT-REC.
           PERFORM 690-WRITE-TKT-LINE.
           MOVE SPACES TO TKT-REC.
           PERFORM 690-WRITE-TKT-LINE.
      **
       630-PRINT-LOC-TOTAL.
           MOVE SPACES TO TKT-REC.
           PERFORM 690-WRITE-TKT-LINE.
           MOVE WS-LOC-PICKS TO TKTT-COUNT.
           MOVE TKT-TOT-LINE TO TKT-REC.
           PERFORM 690-WRITE-TKT-LINE.
      **
       690-WRITE-TKT-LINE.
           WRITE TKT-REC.
           IF FS-TKT-FILE NOT = "00"
              DISPLAY "揀貨單檔寫入失敗，STATUS=" FS-TKT-FILE
           END-IF.
      **
      **       確認出批：批號未用過、異動檔無待過帳批次，
      **       且有未出批之揀貨明細，始覆寫異動檔
       700-CONFIRM-PHASE.
           MOVE WS-BATCH-NO TO RUN-BATCH-NO.
           READ RUN-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-RUN-FILE = "00"
              MOVE SPACES TO RPT-MSG
              STRING "批號 " WS-BATCH-NO " 已於 " RUN-POST-DATE
                     " 過帳，請換新批號"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 790-REPORT-REFUSED
           ELSE
              PERFORM 710-CHECK-TXN
              IF PENDING-OK = "Y"
                 PERFORM 720-COUNT-OPEN-PICKS
                 IF WS-OPEN-PICKS = 0
                    MOVE "揀貨檔無未出批之揀貨明細"
                      TO RPT-MSG
                    PERFORM 790-REPORT-REFUSED
                 ELSE
                    PERFORM 730-WRITE-BATCH
                 END-IF
              END-IF
           END-IF.
      **
      **       異動檔首列批號未登錄者即分行批次尚未過帳
       710-CHECK-TXN.
           MOVE "Y" TO PENDING-OK.
           OPEN INPUT MOV-FILE.
           IF FS-MOV-FILE NOT = "00" AND FS-MOV-FILE NOT = "05"
              MOVE SPACES TO RPT-MSG
              STRING "異動檔開檔失敗，STATUS=" FS-MOV-FILE
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 790-REPORT-REFUSED
              MOVE "N" TO PENDING-OK
           ELSE
              READ MOV-FILE
                   AT END CONTINUE
              END-READ
              IF FS-MOV-FILE = "00" AND MOV-HEADER
                 AND MOV-BATCH-NO NUMERIC
                 MOVE MOV-BATCH-NO TO RUN-BATCH-NO
                 READ RUN-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF FS-RUN-FILE NOT = "00"
                    MOVE SPACES TO RPT-MSG
                    STRING "異動檔批次 " MOV-BATCH-NO
                           " 尚未過帳，不得覆寫"
                           DELIMITED BY SIZE INTO RPT-MSG
                    PERFORM 790-REPORT-REFUSED
                    MOVE "N" TO PENDING-OK
                 END-IF
              END-IF
              CLOSE MOV-FILE
           END-IF.
      **
       720-COUNT-OPEN-PICKS.
           MOVE ZERO TO WS-OPEN-PICKS.
           OPEN INPUT PCK-FILE.
           IF FS-PCK-FILE = "00"
              MOVE "N" TO EOF
              PERFORM 215-READ-PICK
              PERFORM 725-COUNT-ONE-PICK UNTIL EOF = "Y"
              CLOSE PCK-FILE
           ELSE
              IF FS-PCK-FILE = "05"
                 CLOSE PCK-FILE
              ELSE
                 DISPLAY "揀貨檔開檔失敗，STATUS=" FS-PCK-FILE
              END-IF
           END-IF.
      **
       725-COUNT-ONE-PICK.
           IF PCK-BATCH-NO = ZERO
              ADD 1 TO WS-OPEN-PICKS
           END-IF.
           PERFORM 215-READ-PICK.
      **
      **       表頭、逐筆出貨、表尾；揀貨明細回寫批號
       730-WRITE-BATCH.
           OPEN OUTPUT MOV-FILE.
           IF FS-MOV-FILE NOT = "00"
              DISPLAY "異動檔開檔失敗，STATUS=" FS-MOV-FILE
           ELSE
              OPEN I-O PCK-FILE
              IF FS-PCK-FILE NOT = "00"
                 DISPLAY "揀貨檔開檔失敗，STATUS=" FS-PCK-FILE
              ELSE
                 MOVE SPACES TO MOV-REC
                 MOVE "H" TO MOV-CODE
                 MOVE WS-BATCH-NO TO MOV-BATCH-NO
                 MOVE WS-BUS-DATE TO MOV-BUS-DATE
                 PERFORM 760-WRITE-MOVEMENT
                 MOVE "N" TO EOF
                 PERFORM 215-READ-PICK
                 PERFORM 740-ISSUE-ONE-PICK UNTIL EOF = "Y"
                 MOVE SPACES TO MOV-REC
                 MOVE "T" TO MOV-CODE
                 MOVE WS-TXN-COUNT TO MOV-TRL-COUNT
                 MOVE WS-HASH-TOTAL TO MOV-TRL-HASH
                 PERFORM 760-WRITE-MOVEMENT
                 CLOSE PCK-FILE
                 MOVE SPACES TO RPT-REC
                 MOVE "出批完成" TO RPT-TAG
                 STRING "批次 " WS-BATCH-NO " 出貨 " WS-TXN-COUNT
                        " 筆，數量 " WS-HASH-TOTAL
                        DELIMITED BY SIZE INTO RPT-MSG
                 PERFORM 390-WRITE-RPT-LINE
              END-IF
              CLOSE MOV-FILE
           END-IF.
      **
       740-ISSUE-ONE-PICK.
           IF PCK-BATCH-NO = ZERO
              MOVE SPACES TO MOV-REC
              MOVE "I" TO MOV-CODE
              MOVE PCK-PRO-NO   TO MOV-PRO-NO
              MOVE PCK-QTY      TO MOV-QTY
              MOVE SPACE        TO MOV-SIGN
              MOVE PCK-REF-NO   TO MOV-REF-NO
              MOVE PCK-LOC-CODE TO MOV-LOC-CODE
              MOVE SPACES       TO MOV-LOC-TO
              MOVE SPACES       TO MOV-LOT-NO
              MOVE SPACES       TO MOV-EXP-DATE
              PERFORM 760-WRITE-MOVEMENT
              ADD 1 TO WS-TXN-COUNT
              ADD PCK-QTY TO WS-HASH-TOTAL
              MOVE WS-BATCH-NO TO PCK-BATCH-NO
              REWRITE PCK-REC
              IF FS-PCK-FILE NOT = "00"
                 DISPLAY "揀貨檔回寫失敗，STATUS=" FS-PCK-FILE
              END-IF
              MOVE SPACES TO RPT-REC
              MOVE "出貨異動" TO RPT-TAG
              MOVE PCK-PRO-NO TO RPT-PRO-NO
              MOVE PCK-REF-NO TO RPT-REF-NO
              MOVE PCK-QTY TO WS-QTY-D1
              STRING "儲位 " PCK-LOC-CODE " 數量 " WS-QTY-D1
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
           END-IF.
           PERFORM 215-READ-PICK.
      **
       760-WRITE-MOVEMENT.
           WRITE MOV-REC.
           IF FS-MOV-FILE NOT = "00"
              DISPLAY "異動檔寫入失敗，STATUS=" FS-MOV-FILE
           END-IF.
      **
      **       呼叫段先備妥 RPT-MSG
       790-REPORT-REFUSED.
           DISPLAY "揀貨出批拒絕 : " RPT-MSG.
           MOVE "出批拒絕" TO RPT-TAG.
           MOVE SPACES TO RPT-PRO-NO.
           MOVE SPACES TO RPT-REF-NO.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       報表寫入集中檢查狀態碼，供各例外段共用
       390-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔寫入失敗，STATUS=" FS-RPT-FILE
           END-IF.
      **
       395-WRITE-EXCEPTION.
           IF RPT-TAG = SPACES
              MOVE "訂單例外" TO RPT-TAG
           END-IF.
           PERFORM 390-WRITE-RPT-LINE.
      **
       900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           PERFORM 390-WRITE-RPT-LINE.
           IF FUNC-ALLOCATE
              MOVE SPACES TO RPT-REC
              MOVE "合計" TO RPT-TAG
              STRING "訂單項 " WS-ORD-COUNT " 筆, 資料不全 "
                     WS-BAD-COUNT " 筆"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              MOVE "合計" TO RPT-TAG
              STRING "揀貨明細 " WS-PICK-COUNT " 筆"
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              MOVE "合計" TO RPT-TAG
              STRING "配足 " WS-FULL-COUNT ", 部分 " WS-PART-COUNT
                     ", 未配 " WS-NONE-COUNT
                     DELIMITED BY SIZE INTO RPT-MSG
              PERFORM 390-WRITE-RPT-LINE
              DISPLAY "配貨完成，揀貨 " WS-PICK-COUNT " 筆"
           ELSE
              DISPLAY "出批完成，出貨異動 " WS-TXN-COUNT " 筆"
           END-IF.
      **
       800-CLOSE.
           CLOSE PARM-FILE PRO-FILE LOC-FILE RUN-FILE RPT-FILE
                 LOT-FILE.
