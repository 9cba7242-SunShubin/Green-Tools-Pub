      ** 庫存分儲位管理：異動列均帶儲位代碼，進出與調整
      ** 同步維護儲位庫存檔 SAM12-2.LOC；另有轉庫異動(X，
      ** T 已用於批次表尾)在儲位間搬動而不動總量，出貨/
      ** 調減/轉出不得使該儲位庫存為負。
      ** 明細帳每筆並記過帳批號與進貨一併結案之採購單號，
      ** 整批送錯時可由 Sample12-31 依批號沖回；已沖回之
      ** 批號一樣拒收，更正檔須以新批號重送。
      ** 表頭營業日或過帳日所屬年月已於會計期間控制檔
      ** SAM12-2.PER 結帳者整批拒收，已交會計之數字不再變動
      ** 採購單收貨結案時並寫採購單歷史檔 SAM12-2.POH(收貨
      ** 營業日、收貨量對訂量之足量/短交/超交)，供供應商
      ** 交貨績效評比。
      ** 效期品分批管理：進貨/調增帶批號與有效日期者入批號
      ** 庫存檔 SAM12-2.LOT；出貨依有效日期先到期先出逐批扣
      ** 減，已過期(有效日期早於營業日)之批不出貨，扣除後
      ** 不足者同樣轉補單；調減/轉庫帶批號即扣該批，未帶
      ** 者亦先到期先出。明細帳每批一筆並記批號
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-11.
      **
                  RECORD KEY IS BOR-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-BOR-FILE.
      **       會計期間控制檔，已結帳年月拒收；僅讀不鎖
           SELECT OPTIONAL PER-FILE ASSIGN TO RANDOM "SAM12-2.PER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PER-YYMM
                  FILE STATUS IS FS-PER-FILE.
      **       採購單歷史檔，收貨結案即留存一筆
           SELECT OPTIONAL POH-FILE ASSIGN TO RANDOM "SAM12-2.POH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POH-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-POH-FILE.
      **       批號庫存檔，進貨建批、出貨先到期先出扣批
           SELECT OPTIONAL LOT-FILE ASSIGN TO RANDOM "SAM12-2.LOT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-KEY
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS FS-LOT-FILE.
      **       過帳清單/拒收明細報表
           SELECT RPT-FILE ASSIGN TO "SAM12-11.RPT"
                  FILE STATUS IS FS-RPT-FILE.
      **       異動儲位；轉庫(X)另帶轉入儲位
              10 MOV-LOC-CODE  PIC X(2).
              10 MOV-LOC-TO    PIC X(2).
      **       批號/有效日期(YYMMDD，空白為不限期)：進貨/調增
      **       帶批號入該批，調減/轉庫帶批號扣該批；出貨免帶
              10 MOV-LOT-NO    PIC X(8).
              10 MOV-EXP-DATE  PIC X(6).
      **       表頭列：批號與營業日
           05 MOV-HDR REDEFINES MOV-BODY.
              10 MOV-BATCH-NO  PIC 9(6).
              10 MOV-BUS-DATE  PIC 9(6).
              10 FILLER        PIC X(25).
      **       表尾列：異動筆數與數量檢核合計
           05 MOV-TRL REDEFINES MOV-BODY.
              10 MOV-TRL-COUNT PIC 9(5).
              10 MOV-TRL-HASH  PIC 9(9).
              10 FILLER        PIC X(23).
      **
        FD PRO-FILE
           LABEL RECORD IS STANDARD.
        FD BOR-FILE
           LABEL RECORD IS STANDARD.
           COPY "BOR-REC.CPY".
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
        FD RPT-FILE
           LABEL RECORD IS STANDARD.
        01 FS-LGR-FILE    PIC X(2).
        01 FS-PO-FILE     PIC X(2).
        01 FS-RUN-FILE    PIC X(2).
        01 FS-POH-FILE    PIC X(2).
        01 FS-LOC-FILE    PIC X(2).
        01 FS-BOR-FILE    PIC X(2).
        01 FS-RPT-FILE    PIC X(2).
        01 FS-PER-FILE    PIC X(2).
        01 FS-LOT-FILE    PIC X(2).
        01 WS-POST-COUNT  PIC 9(5) VALUE 0.
        01 WS-REJ-COUNT   PIC 9(5) VALUE 0.
        01 WS-OLD-QTY     PIC 9(5).
        01 WS-BUS-DATE    PIC 9(6).
        01 WS-REC-COUNT   PIC 9(5) VALUE 0.
        01 WS-HASH-TOTAL  PIC 9(9) VALUE 0.
      **       會計期間核對：營業日與過帳日所屬年月均須未結帳
        01 PERIOD-OK      PIC X    VALUE "N".
        01 PERIOD-CLOSED  PIC X    VALUE "N".
        01 WS-PER-DATE    PIC 9(6).
        01 WS-PER-DATE-R REDEFINES WS-PER-DATE.
           05 WS-PER-YYMM PIC X(4).
           05 FILLER      PIC X(2).
      **       缺貨補單重試/計齡/逾期控制欄位
        01 BOR-EOF        PIC X    VALUE "N".
        01 BO-POSTED      PIC X    VALUE "N".
        01 WS-BO-AGE-D    PIC ZZZ9.
      **       儲位更新目標代碼，讀失敗後仍可據以新建
        01 WS-LOC-CODE    PIC X(2).
      **       本筆進貨結案之採購單號，寫入明細帳供沖回重開
        01 WS-CLOSED-PO-NO PIC 9(6) VALUE 0.
      **       記錄鎖定重試控制：有限次重試後回報放棄
        01 LOCK-BUSY         PIC X.
        01 WS-LOCK-RETRY     PIC 9(2).
        01 WS-MAX-LOCK-RETRY PIC 9(2) VALUE 10.
        01 WS-LOCK-WAIT-SECS PIC 9(1) VALUE 1.
      **       批號扣帳工作欄位：一筆異動可跨數批，每批一段
      **       (數量/批號/過帳後餘額)各寫一筆明細帳
        01 LOT-EOF        PIC X.
        01 LOT-FOUND      PIC X.
        01 LOT-USABLE     PIC X.
        01 WS-EXP-DATE    PIC 9(6).
        01 WS-DRAW-LEFT   PIC 9(5).
        01 WS-PIECE-QTY   PIC 9(5).
        01 WS-PIECE-LOT   PIC X(8).
        01 WS-PIECE-BAL   PIC 9(5).
        01 WS-LOT-RCV-DATE PIC 9(6).
        01 WS-LOT-EXP-DATE PIC 9(6).
      **       先到期先出選批：不限期之批以 999999 排最後
        01 WS-EFF-EXP     PIC 9(6).
        01 WS-BEST-EXP    PIC 9(6).
        01 WS-BEST-LOT    PIC X(8).
        01 WS-BEST-QTY    PIC 9(5).
        01 WS-EXPIRED-QTY PIC 9(7).
        01 WS-AVAIL-QTY   PIC S9(7).
        01 WS-LOT-QTY-D   PIC ZZZZ9.

      **
       PROCEDURE       DIVISION.
              DISPLAY "補單檔開檔失敗，STATUS=" FS-BOR-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       期間控制檔未建即無結帳年月，05 視同成功
           OPEN INPUT PER-FILE.
           IF FS-PER-FILE NOT = "00" AND FS-PER-FILE NOT = "05"
              DISPLAY "期間控制檔開檔失敗，STATUS="
                      FS-PER-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       採購單歷史檔不存在時由系統新建，05 視同成功
           OPEN I-O POH-FILE.
           IF FS-POH-FILE NOT = "00" AND FS-POH-FILE NOT = "05"
              DISPLAY "採購單歷史檔開檔失敗，STATUS="
                      FS-POH-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
      **       批號檔不存在時由系統新建，05 視同成功
           OPEN I-O LOT-FILE.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "05"
              DISPLAY "批號檔開檔失敗，STATUS=" FS-LOT-FILE
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF FS-RPT-FILE NOT = "00"
              DISPLAY "報表檔開檔失敗，STATUS=" FS-RPT-FILE
                 IF MOV-BATCH-NO NOT NUMERIC
                    PERFORM 153-REPORT-BAD-BATCH-NO
                 ELSE
                    IF MOV-BATCH-NO = ZERO
                       PERFORM 163-REPORT-ZERO-BATCH-NO
                    ELSE
                       PERFORM 155-CHECK-RUN-CONTROL
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE "表頭批號非數字" TO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       批號零為明細帳「非批次過帳」之記號，不得當批號
       163-REPORT-ZERO-BATCH-NO.
           DISPLAY "批次表頭批號為零，本批未過帳 !".
           MOVE SPACES TO RPT-REC.
           MOVE "批次拒收" TO RPT-TAG.
           MOVE "表頭批號不得為零" TO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       批號已登錄即屬重複過帳，明告操作員勿再跑
       155-CHECK-RUN-CONTROL.
           MOVE MOV-BATCH-NO TO WS-BATCH-NO.
                 DISPLAY "批次控制檔讀取錯誤，STATUS="
                         FS-RUN-FILE
              ELSE
                 PERFORM 158-CHECK-PERIOD
                 IF PERIOD-OK = "Y"
                    PERFORM 157-VERIFY-TRAILER
                 END-IF
              END-IF
           END-IF.
      **
      **       已沖回之批號亦不得再用，更正檔須換新批號
       156-REPORT-DUPLICATE.
           DISPLAY "批次 " WS-BATCH-NO " 已於 " RUN-POST-DATE
                   " 過帳，本批未再過帳 !".
           MOVE SPACES TO RPT-REC.
           MOVE "批次拒收" TO RPT-TAG.
           IF RUN-REVERSED
              STRING "批次 " WS-BATCH-NO " 已於 " RUN-REV-DATE
                     " 沖回，請換新批號" DELIMITED BY SIZE
                     INTO RPT-MSG
           ELSE
              STRING "批次 " WS-BATCH-NO " 已過帳於 "
                     RUN-POST-DATE DELIMITED BY SIZE INTO RPT-MSG
           END-IF.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       營業日與過帳日(明細帳日期)所屬年月已結帳者
      **       整批拒收，免得已交會計之月份數字再變
       158-CHECK-PERIOD.
           MOVE "N" TO PERIOD-OK.
           IF MOV-BUS-DATE NOT NUMERIC
              PERFORM 154-REPORT-BAD-BUS-DATE
           ELSE
              MOVE MOV-BUS-DATE TO WS-PER-DATE
              PERFORM 159-READ-PERIOD
              IF PERIOD-CLOSED = "Y"
                 PERFORM 169-REPORT-CLOSED-PERIOD
              ELSE
                 ACCEPT WS-TODAY FROM DATE
                 MOVE WS-TODAY TO WS-PER-DATE
                 PERFORM 159-READ-PERIOD
                 IF PERIOD-CLOSED = "Y"
                    PERFORM 169-REPORT-CLOSED-PERIOD
                 ELSE
                    MOVE "Y" TO PERIOD-OK
                 END-IF
              END-IF
           END-IF.
      **
      **       查無該年月即未結帳；讀檔錯誤一律從嚴視同已結帳
       159-READ-PERIOD.
           MOVE "N" TO PERIOD-CLOSED.
           MOVE WS-PER-YYMM TO PER-YYMM.
           READ PER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-PER-FILE = "00"
              IF PER-CLOSED
                 MOVE "Y" TO PERIOD-CLOSED
              END-IF
           ELSE
              IF FS-PER-FILE NOT = "23" AND FS-PER-FILE NOT = "10"
                 DISPLAY "期間控制檔讀取錯誤，STATUS="
                         FS-PER-FILE
                 MOVE "Y" TO PERIOD-CLOSED
              END-IF
           END-IF.
      **
       154-REPORT-BAD-BUS-DATE.
           DISPLAY "批次表頭營業日非數字，本批未過帳 !".
           MOVE SPACES TO RPT-REC.
           MOVE "批次拒收" TO RPT-TAG.
           MOVE "表頭營業日非數字" TO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
       169-REPORT-CLOSED-PERIOD.
           DISPLAY "年月 " WS-PER-YYMM
                   " 已結帳，本批未過帳 !".
           MOVE SPACES TO RPT-REC.
           MOVE "批次拒收" TO RPT-TAG.
           STRING "日期 " WS-PER-DATE " 所屬年月已結帳"
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       累計筆數與數量檢核合計後核對表尾
                 OR MOV-LOC-TO = MOV-LOC-CODE)
                 PERFORM 314-REPORT-BAD-LOC-TO
              ELSE
                 PERFORM 307-EDIT-LOT
              END-IF
           END-IF.
      **
      **       帶批號者有效日期須為數字或空白(不限期)
       307-EDIT-LOT.
           MOVE ZERO TO WS-EXP-DATE.
           IF MOV-LOT-NO NOT = SPACES AND MOV-EXP-DATE NOT = SPACES
              AND MOV-EXP-DATE NOT NUMERIC
              PERFORM 309-REPORT-BAD-EXP
           ELSE
              IF MOV-LOT-NO NOT = SPACES
                 AND MOV-EXP-DATE NOT = SPACES
                 MOVE MOV-EXP-DATE TO WS-EXP-DATE
              END-IF
              PERFORM 315-READ-MASTER
           END-IF.
      **
       309-REPORT-BAD-EXP.
           MOVE SPACES TO RPT-REC.
           MOVE "拒收" TO RPT-TAG.
           MOVE MOV-PRO-NO TO RPT-PRO-NO.
           MOVE MOV-REF-NO TO RPT-REF-NO.
           STRING "有效日期非數字 : " MOV-EXP-DATE
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-REJ-COUNT.
      **
       310-REPORT-BAD-CODE.
           MOVE SPACES TO RPT-REC.
              AND (MOV-ISSUE OR (MOV-ADJUST AND MOV-SIGN = "-"))
              PERFORM 355-CHECK-LOC-STOCK
           END-IF.
      **       進貨/調增入既有批號者有效日期須與檔內相同
           IF QTY-OK = "Y" AND MOV-LOT-NO NOT = SPACES
              AND (MOV-RECEIPT OR (MOV-ADJUST AND MOV-SIGN = "+"))
              PERFORM 356-CHECK-LOT-EXPIRY
           END-IF.
           IF QTY-OK = "Y"
              MOVE WS-NEW-QTY TO PRO-QTY
              ACCEPT WS-TODAY FROM DATE
              IF FS-PRO-FILE = "00"
                 PERFORM 345-UPDATE-LOCATION
                 PERFORM 330-REPORT-POSTED
                 IF MOV-RECEIPT
                    PERFORM 336-CLOSE-OPEN-PO
                 END-IF
                 PERFORM 370-POST-LOTS
              ELSE
                 PERFORM 327-REPORT-REWRITE-ERROR
              END-IF
           END-IF.
      **
      **       轉庫：總量不變，轉出儲位足量即搬至轉入儲位；
      **       指定批號者該批亦須足量
       319-POST-TRANSFER.
           MOVE PRO-NO TO LOC-PRO-NO.
           MOVE MOV-LOC-CODE TO LOC-CODE.
           IF FS-LOC-FILE NOT = "00" OR LOC-QTY < MOV-QTY
              PERFORM 329-REPORT-LOC-SHORT
           ELSE
              MOVE "Y" TO QTY-OK
              IF MOV-LOT-NO NOT = SPACES
                 PERFORM 358-CHECK-LOT-STOCK
              END-IF
              IF QTY-OK = "Y"
                 PERFORM 321-MOVE-XFER-STOCK
              END-IF
           END-IF.
      **
       321-MOVE-XFER-STOCK.
           SUBTRACT MOV-QTY FROM LOC-QTY.
           REWRITE LOC-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF FS-LOC-FILE NOT = "00"
              DISPLAY "儲位檔更新失敗，STATUS=" FS-LOC-FILE
           ELSE
              MOVE MOV-LOC-TO TO WS-LOC-CODE
              PERFORM 360-ADD-TO-LOCATION
              PERFORM 322-REWRITE-XFER-MASTER
           END-IF.
      **
      **       轉庫僅更新最近異動日，總量原樣回寫
       322-REWRITE-XFER-MASTER.
           END-REWRITE.
           IF FS-PRO-FILE = "00"
              PERFORM 330-REPORT-POSTED
              PERFORM 370-POST-LOTS
           ELSE
              PERFORM 327-REPORT-REWRITE-ERROR
           END-IF.
                INVALID KEY CONTINUE
           END-READ.
      **
      **       出貨/調減先驗該儲位足量，不足即拒收；出貨另
      **       扣除已過期批，調減指定批號者該批須足量
       355-CHECK-LOC-STOCK.
           MOVE PRO-NO TO LOC-PRO-NO.
           MOVE MOV-LOC-CODE TO LOC-CODE.
           IF FS-LOC-FILE NOT = "00" OR LOC-QTY < MOV-QTY
              PERFORM 329-REPORT-LOC-SHORT
              MOVE "N" TO QTY-OK
           ELSE
              IF MOV-ISSUE
                 PERFORM 357-CHECK-ISSUABLE
              ELSE
                 IF MOV-LOT-NO NOT = SPACES
                    PERFORM 358-CHECK-LOT-STOCK
                 END-IF
              END-IF
           END-IF.
      **
       356-CHECK-LOT-EXPIRY.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE MOV-LOC-CODE TO LOT-LOC-CODE.
           MOVE MOV-LOT-NO TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE = "00" AND LOT-EXP-DATE NOT = WS-EXP-DATE
              PERFORM 333-REPORT-LOT-EXP-DIFF
              MOVE "N" TO QTY-OK
           END-IF.
      **
      **       儲位庫存扣除已過期批之數量始為可出貨量
       357-CHECK-ISSUABLE.
           MOVE ZERO TO WS-EXPIRED-QTY.
           PERFORM 384-START-LOT.
           PERFORM 388-ADD-EXPIRED UNTIL LOT-EOF = "Y".
           COMPUTE WS-AVAIL-QTY = LOC-QTY - WS-EXPIRED-QTY.
           IF WS-AVAIL-QTY < MOV-QTY
              PERFORM 332-REPORT-EXPIRED-SHORT
              MOVE "N" TO QTY-OK
           END-IF.
      **
       358-CHECK-LOT-STOCK.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE MOV-LOC-CODE TO LOT-LOC-CODE.
           MOVE MOV-LOT-NO TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE NOT = "00" OR LOT-QTY < MOV-QTY
              PERFORM 331-REPORT-LOT-SHORT
              MOVE "N" TO QTY-OK
           END-IF.
      **
      **       儲位加量，查無該儲位記錄即新建一筆
           ADD 1 TO WS-POST-COUNT.
           MOVE "Y" TO BO-POSTED.
      **
      **       指定批號不足：調減/轉庫屬鍵錯，不轉補單
       331-REPORT-LOT-SHORT.
           MOVE SPACES TO RPT-REC.
           MOVE "拒收" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE MOV-REF-NO TO RPT-REF-NO.
           STRING "批號 " MOV-LOT-NO " 庫存不足"
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-REJ-COUNT.
      **
      **       過期批不出貨，可出量不足之出貨同樣轉補單
       332-REPORT-EXPIRED-SHORT.
           MOVE SPACES TO RPT-REC.
           MOVE "拒收" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE MOV-REF-NO TO RPT-REF-NO.
           MOVE WS-EXPIRED-QTY TO WS-LOT-QTY-D.
           STRING "儲位 " MOV-LOC-CODE " 扣過期 " WS-LOT-QTY-D
                  " 後不足" DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-REJ-COUNT.
           PERFORM 328-WRITE-BACKORDER.
      **
       333-REPORT-LOT-EXP-DIFF.
           MOVE SPACES TO RPT-REC.
           MOVE "拒收" TO RPT-TAG.
           MOVE PRO-NO TO RPT-PRO-NO.
           MOVE MOV-REF-NO TO RPT-REF-NO.
           STRING "批號 " MOV-LOT-NO " 效期應為 " LOT-EXP-DATE
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
           ADD 1 TO WS-REJ-COUNT.
      **
      **       過帳成功即補寫明細帳，留存過帳後餘額與批號；
      **       進貨另記本筆結案之採購單號；跨批者每批一筆
       335-WRITE-LEDGER.
           MOVE PRO-NO     TO LGR-PRO-NO.
           MOVE MOV-CODE   TO LGR-MOV-CODE.
           MOVE WS-PIECE-QTY TO LGR-QTY.
           MOVE MOV-SIGN   TO LGR-SIGN.
           MOVE MOV-REF-NO TO LGR-REF-NO.
           MOVE WS-TODAY   TO LGR-DATE.
           MOVE WS-PIECE-BAL TO LGR-BALANCE.
           MOVE MOV-LOC-CODE TO LGR-LOC-CODE.
           IF MOV-XFER
              MOVE MOV-LOC-TO TO LGR-LOC-TO
           ELSE
              MOVE SPACES TO LGR-LOC-TO
           END-IF.
           MOVE WS-BATCH-NO TO LGR-BATCH-NO.
           IF MOV-RECEIPT
              MOVE WS-CLOSED-PO-NO TO LGR-PO-NO
           ELSE
              MOVE ZERO TO LGR-PO-NO
           END-IF.
           MOVE WS-PIECE-LOT TO LGR-LOT-NO.
           WRITE LGR-REC.
           IF FS-LGR-FILE NOT = "00"
              DISPLAY "明細帳檔寫入失敗，STATUS=" FS-LGR-FILE
      **
      **       進貨到檔即結案未結採購單，建議名單回列
       336-CLOSE-OPEN-PO.
           MOVE ZERO TO WS-CLOSED-PO-NO.
           MOVE PRO-NO TO PO-PRO-NO.
           READ PO-FILE
                INVALID KEY CONTINUE
                 INVALID KEY CONTINUE
              END-REWRITE
              IF FS-PO-FILE = "00"
                 MOVE PO-NO TO WS-CLOSED-PO-NO
                 PERFORM 337-REPORT-PO-CLOSED
                 PERFORM 338-WRITE-PO-HISTORY
              ELSE
                 DISPLAY "採購單檔更新失敗，STATUS=" FS-PO-FILE
              END-IF
                  DELIMITED BY SIZE INTO RPT-MSG.
           PERFORM 390-WRITE-RPT-LINE.
      **
      **       收貨量與訂量比對記足量/短交/超交；同單沖回重開
      **       後再收貨者歷史已改 V，覆寫為本次結案
       338-WRITE-PO-HISTORY.
           MOVE PO-NO         TO POH-PO-NO.
           MOVE PO-PRO-NO     TO POH-PRO-NO.
           MOVE PO-SUP-NO     TO POH-SUP-NO.
           MOVE PO-QTY        TO POH-PO-QTY.
           MOVE PO-DATE       TO POH-PO-DATE.
           MOVE MOV-QTY       TO POH-RCV-QTY.
           MOVE WS-BUS-DATE   TO POH-RCV-DATE.
           MOVE WS-TODAY      TO POH-CLOSE-DATE.
           MOVE "R"           TO POH-CLOSE-CODE.
           IF MOV-QTY < PO-QTY
              MOVE "短交" TO POH-REASON
           ELSE
              IF MOV-QTY > PO-QTY
                 MOVE "超交" TO POH-REASON
              ELSE
                 MOVE "足量收貨" TO POH-REASON
              END-IF
           END-IF.
           MOVE "BATCH"       TO POH-OPERATOR.
           MOVE WS-BATCH-NO   TO POH-BATCH-NO.
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
                      FS-POH-FILE
           END-IF.
      **
      **       依批號增減批號庫存並逐批寫明細帳：進貨/調增
      **       帶批號入該批；調減/轉庫帶批號扣該批；出貨及
      **       未帶批號者先到期先出逐批扣，各批不足之數扣
      **       未分批庫存(明細帳批號空白)
       370-POST-LOTS.
           MOVE WS-OLD-QTY TO WS-PIECE-BAL.
           IF MOV-RECEIPT OR (MOV-ADJUST AND MOV-SIGN = "+")
              PERFORM 373-POST-LOT-IN
           ELSE
              IF MOV-ISSUE OR MOV-LOT-NO = SPACES
                 PERFORM 380-DRAW-FEFO
              ELSE
                 PERFORM 374-POST-LOT-OUT
              END-IF
           END-IF.
      **
      **       每批一段：轉庫並加入轉入儲位同批號，其餘推算
      **       過帳後餘額，再寫明細帳
       371-WRITE-PIECE.
           IF MOV-XFER
              IF WS-PIECE-LOT NOT = SPACES
                 MOVE MOV-LOC-TO TO WS-LOC-CODE
                 PERFORM 375-ADD-TO-LOT
              END-IF
           ELSE
              IF MOV-RECEIPT OR (MOV-ADJUST AND MOV-SIGN = "+")
                 ADD WS-PIECE-QTY TO WS-PIECE-BAL
              ELSE
                 SUBTRACT WS-PIECE-QTY FROM WS-PIECE-BAL
              END-IF
           END-IF.
           PERFORM 335-WRITE-LEDGER.
      **
      **       入批：收貨日記營業日，有效日期取異動列
       373-POST-LOT-IN.
           MOVE MOV-QTY TO WS-PIECE-QTY.
           MOVE MOV-LOT-NO TO WS-PIECE-LOT.
           IF MOV-LOT-NO NOT = SPACES
              MOVE MOV-LOC-CODE TO WS-LOC-CODE
              MOVE WS-BUS-DATE TO WS-LOT-RCV-DATE
              MOVE WS-EXP-DATE TO WS-LOT-EXP-DATE
              PERFORM 375-ADD-TO-LOT
           END-IF.
           PERFORM 371-WRITE-PIECE.
      **
       374-POST-LOT-OUT.
           MOVE MOV-QTY TO WS-PIECE-QTY.
           MOVE MOV-LOT-NO TO WS-PIECE-LOT.
           PERFORM 377-TAKE-FROM-LOT.
           PERFORM 371-WRITE-PIECE.
      **
      **       批號加量，查無該批即以帶入之收貨/有效日新建
       375-ADD-TO-LOT.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE WS-LOC-CODE TO LOT-LOC-CODE.
           MOVE WS-PIECE-LOT TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE = "00"
              ADD WS-PIECE-QTY TO LOT-QTY
              REWRITE LOT-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              MOVE PRO-NO TO LOT-PRO-NO
              MOVE WS-LOC-CODE TO LOT-LOC-CODE
              MOVE WS-PIECE-LOT TO LOT-NO
              MOVE WS-PIECE-QTY TO LOT-QTY
              MOVE WS-LOT-RCV-DATE TO LOT-RCV-DATE
              MOVE WS-LOT-EXP-DATE TO LOT-EXP-DATE
              WRITE LOT-REC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           IF FS-LOT-FILE NOT = "00"
              DISPLAY "批號檔更新失敗，STATUS=" FS-LOT-FILE
           END-IF.
      **
      **       批號減量，扣至零仍留檔供沖回回補；收貨/有效
      **       日留供轉庫建轉入儲位之同批
       377-TAKE-FROM-LOT.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE MOV-LOC-CODE TO LOT-LOC-CODE.
           MOVE WS-PIECE-LOT TO LOT-NO.
           READ LOT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF FS-LOT-FILE = "00"
              MOVE LOT-RCV-DATE TO WS-LOT-RCV-DATE
              MOVE LOT-EXP-DATE TO WS-LOT-EXP-DATE
              SUBTRACT WS-PIECE-QTY FROM LOT-QTY
              REWRITE LOT-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           IF FS-LOT-FILE NOT = "00"
              DISPLAY "批號檔更新失敗，STATUS=" FS-LOT-FILE
           END-IF.
      **
      **       先到期先出：每次重找有效日期最早且有量之批，
      **       扣至足量或無批可扣，餘數扣未分批庫存
       380-DRAW-FEFO.
           MOVE MOV-QTY TO WS-DRAW-LEFT.
           MOVE "Y" TO LOT-FOUND.
           PERFORM 381-DRAW-ONE-LOT
                   UNTIL WS-DRAW-LEFT = ZERO OR LOT-FOUND = "N".
      **
       381-DRAW-ONE-LOT.
           PERFORM 385-FIND-EARLIEST-LOT.
           IF LOT-FOUND = "Y"
              MOVE WS-BEST-LOT TO WS-PIECE-LOT
              IF WS-BEST-QTY < WS-DRAW-LEFT
                 MOVE WS-BEST-QTY TO WS-PIECE-QTY
              ELSE
                 MOVE WS-DRAW-LEFT TO WS-PIECE-QTY
              END-IF
              SUBTRACT WS-PIECE-QTY FROM WS-DRAW-LEFT
              PERFORM 377-TAKE-FROM-LOT
           ELSE
              MOVE SPACES TO WS-PIECE-LOT
              MOVE WS-DRAW-LEFT TO WS-PIECE-QTY
              MOVE ZERO TO WS-DRAW-LEFT
           END-IF.
           PERFORM 371-WRITE-PIECE.
      **
      **       以產品+儲位前置定位，逐批讀至換儲位為止
       384-START-LOT.
           MOVE "Y" TO LOT-EOF.
           MOVE PRO-NO TO LOT-PRO-NO.
           MOVE MOV-LOC-CODE TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF FS-LOT-FILE = "00"
              MOVE "N" TO LOT-EOF
              PERFORM 386-READ-LOT-NEXT
           END-IF.
      **
       385-FIND-EARLIEST-LOT.
           MOVE "N" TO LOT-FOUND.
           PERFORM 384-START-LOT.
           PERFORM 387-CHECK-LOT UNTIL LOT-EOF = "Y".
      **
       386-READ-LOT-NEXT.
           READ LOT-FILE NEXT RECORD
                AT END MOVE "Y" TO LOT-EOF
           END-READ.
           IF FS-LOT-FILE NOT = "00" AND FS-LOT-FILE NOT = "10"
              DISPLAY "批號檔讀取錯誤，STATUS=" FS-LOT-FILE
              MOVE "Y" TO LOT-EOF
           END-IF.
           IF LOT-EOF = "N" AND (LOT-PRO-NO NOT = PRO-NO
              OR LOT-LOC-CODE NOT = MOV-LOC-CODE)
              MOVE "Y" TO LOT-EOF
           END-IF.
      **
      **       有量之批取有效日期最早者；出貨不取已過期之批
       387-CHECK-LOT.
           MOVE "Y" TO LOT-USABLE.
           IF LOT-QTY = ZERO
              MOVE "N" TO LOT-USABLE
           END-IF.
           IF MOV-ISSUE AND LOT-EXP-DATE NOT = ZERO
              AND LOT-EXP-DATE < WS-BUS-DATE
              MOVE "N" TO LOT-USABLE
           END-IF.
           IF LOT-EXP-DATE = ZERO
              MOVE 999999 TO WS-EFF-EXP
           ELSE
              MOVE LOT-EXP-DATE TO WS-EFF-EXP
           END-IF.
           IF LOT-USABLE = "Y"
              AND (LOT-FOUND = "N" OR WS-EFF-EXP < WS-BEST-EXP)
              MOVE "Y" TO LOT-FOUND
              MOVE WS-EFF-EXP TO WS-BEST-EXP
              MOVE LOT-NO TO WS-BEST-LOT
              MOVE LOT-QTY TO WS-BEST-QTY
           END-IF.
           PERFORM 386-READ-LOT-NEXT.
      **
       388-ADD-EXPIRED.
           IF LOT-EXP-DATE NOT = ZERO AND LOT-EXP-DATE < WS-BUS-DATE
              ADD LOT-QTY TO WS-EXPIRED-QTY
           END-IF.
           PERFORM 386-READ-LOT-NEXT.
      **
      **       報表寫入集中檢查狀態碼，供各例外段共用
       390-WRITE-RPT-LINE.
           WRITE RPT-REC.
              MOVE BOR-REF-NO TO MOV-REF-NO
              MOVE BOR-LOC-CODE TO MOV-LOC-CODE
              MOVE SPACES     TO MOV-LOC-TO
              MOVE SPACES     TO MOV-LOT-NO
              MOVE SPACES     TO MOV-EXP-DATE
              MOVE ZERO       TO WS-EXP-DATE
              MOVE "N" TO BO-POSTED
              PERFORM 315-READ-MASTER
              IF BO-POSTED = "Y"
           MOVE WS-BUS-DATE TO RUN-BUS-DATE.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO RUN-POST-DATE.
           MOVE "P" TO RUN-STATUS.
           MOVE ZERO TO RUN-REV-DATE.
           WRITE RUN-REC
              INVALID KEY CONTINUE
           END-WRITE.
      **
       800-CLOSE.
           CLOSE MOV-FILE PRO-FILE LGR-FILE PO-FILE RUN-FILE
                 LOC-FILE BOR-FILE PER-FILE POH-FILE LOT-FILE
                 RPT-FILE.
