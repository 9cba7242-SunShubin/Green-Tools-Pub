      ** 程式範例十二-30 (SAM12-30.CBL):批號追溯欄位擴充轉檔
      ** 明細帳增加過帳批號/結案採購單號、批次控制檔增加
      ** 狀態/沖回日時，執行一次本程式：讀 SAM12-2.LGR、
      ** SAM12-2.RUN(舊格式)，寫 SAM12-2.LRN、SAM12-2.RNN
      ** (新格式，依各 .CPY)。歷史明細之批號不可考，批號
      ** 與採購單號均留零，此等舊批次無從整批沖回；已登錄
      ** 批次一律視為已過帳(P)。轉檔後請分別更名取代原檔
      ** 再執行 Sample12-11/22/31。
      ** 新檔依現行 LGR-REC.CPY，批號欄已一併留空白
        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-30.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      **       舊格式明細帳檔(無批號欄)
           SELECT OLD-LGR-FILE ASSIGN TO "SAM12-2.LGR"
                  FILE STATUS IS FS-OLD-LGR.
      **       新格式明細帳檔(依 LGR-REC.CPY)
           SELECT NEW-LGR-FILE ASSIGN TO "SAM12-2.LRN"
                  FILE STATUS IS FS-NEW-LGR.
      **       舊格式批次控制檔(無狀態欄)
           SELECT OLD-RUN-FILE ASSIGN TO RANDOM "SAM12-2.RUN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-RUN-BATCH-NO
                  FILE STATUS IS FS-OLD-RUN.
      **       新格式批次控制檔(依 RUN-REC.CPY)
           SELECT NEW-RUN-FILE ASSIGN TO RANDOM "SAM12-2.RNN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RUN-BATCH-NO
                  FILE STATUS IS FS-NEW-RUN.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD OLD-LGR-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-LGR-REC.
           05 OLD-LGR-PRO-NO    PIC X(5).
           05 OLD-LGR-MOV-CODE  PIC X(1).
           05 OLD-LGR-QTY       PIC 9(5).
           05 OLD-LGR-SIGN      PIC X(1).
           05 OLD-LGR-REF-NO    PIC X(8).
           05 OLD-LGR-DATE      PIC 9(6).
           05 OLD-LGR-BALANCE   PIC 9(5).
           05 OLD-LGR-LOC-CODE  PIC X(2).
           05 OLD-LGR-LOC-TO    PIC X(2).
      **
        FD NEW-LGR-FILE
           LABEL RECORD IS STANDARD.
           COPY "LGR-REC.CPY".
      **
        FD OLD-RUN-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-RUN-REC.
           05 OLD-RUN-BATCH-NO  PIC 9(6).
           05 OLD-RUN-BUS-DATE  PIC 9(6).
           05 OLD-RUN-POST-DATE PIC 9(6).
      **
        FD NEW-RUN-FILE
           LABEL RECORD IS STANDARD.
           COPY "RUN-REC.CPY".

        WORKING-STORAGE SECTION.
        01 EOF             PIC X    VALUE "N".
        01 OPEN-OK         PIC X    VALUE "Y".
        01 FS-OLD-LGR      PIC X(2).
        01 FS-NEW-LGR      PIC X(2).
        01 FS-OLD-RUN      PIC X(2).
        01 FS-NEW-RUN      PIC X(2).
        01 WS-LGR-COUNT    PIC 9(7) VALUE 0.
        01 WS-RUN-COUNT    PIC 9(5) VALUE 0.
        01 WS-ERR-COUNT    PIC 9(5) VALUE 0.

      **
       PROCEDURE       DIVISION.
       000-MAIN-RTN.
           PERFORM 200-LGR-PHASE.
           PERFORM 300-RUN-PHASE.
           PERFORM 900-PRINT-SUMMARY.
           STOP RUN.
      **
      **       明細帳逐筆搬移，歷史批號不可考留零
       200-LGR-PHASE.
           MOVE "Y" TO OPEN-OK.
           MOVE "N" TO EOF.
           OPEN INPUT OLD-LGR-FILE.
           IF FS-OLD-LGR NOT = "00"
              DISPLAY "舊明細帳檔開檔失敗，STATUS=" FS-OLD-LGR
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT NEW-LGR-FILE.
           IF FS-NEW-LGR NOT = "00"
              DISPLAY "新明細帳檔開檔失敗，STATUS=" FS-NEW-LGR
              MOVE "N" TO OPEN-OK
           END-IF.
           IF OPEN-OK = "Y"
              PERFORM 210-READ-OLD-LGR
              PERFORM 220-CONVERT-LGR UNTIL EOF = "Y"
           END-IF.
           CLOSE OLD-LGR-FILE NEW-LGR-FILE.
      **
       210-READ-OLD-LGR.
           READ OLD-LGR-FILE
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-OLD-LGR NOT = "00" AND FS-OLD-LGR NOT = "10"
              DISPLAY "舊明細帳檔讀取錯誤，STATUS=" FS-OLD-LGR
              MOVE "Y" TO EOF
           END-IF.
      **
       220-CONVERT-LGR.
           MOVE OLD-LGR-PRO-NO   TO LGR-PRO-NO.
           MOVE OLD-LGR-MOV-CODE TO LGR-MOV-CODE.
           MOVE OLD-LGR-QTY      TO LGR-QTY.
           MOVE OLD-LGR-SIGN     TO LGR-SIGN.
           MOVE OLD-LGR-REF-NO   TO LGR-REF-NO.
           MOVE OLD-LGR-DATE     TO LGR-DATE.
           MOVE OLD-LGR-BALANCE  TO LGR-BALANCE.
           MOVE OLD-LGR-LOC-CODE TO LGR-LOC-CODE.
           MOVE OLD-LGR-LOC-TO   TO LGR-LOC-TO.
           MOVE ZERO             TO LGR-BATCH-NO.
           MOVE ZERO             TO LGR-PO-NO.
           MOVE SPACES           TO LGR-LOT-NO.
           WRITE LGR-REC.
           IF FS-NEW-LGR = "00"
              ADD 1 TO WS-LGR-COUNT
           ELSE
              DISPLAY "新明細帳檔寫入失敗，STATUS=" FS-NEW-LGR
              ADD 1 TO WS-ERR-COUNT
           END-IF.
           PERFORM 210-READ-OLD-LGR.
      **
      **       批次控制逐筆搬移，一律視為已過帳
       300-RUN-PHASE.
           MOVE "Y" TO OPEN-OK.
           MOVE "N" TO EOF.
           OPEN INPUT OLD-RUN-FILE.
           IF FS-OLD-RUN NOT = "00"
              DISPLAY "舊批次控制檔開檔失敗，STATUS="
                      FS-OLD-RUN
              MOVE "N" TO OPEN-OK
           END-IF.
           OPEN OUTPUT NEW-RUN-FILE.
           IF FS-NEW-RUN NOT = "00"
              DISPLAY "新批次控制檔開檔失敗，STATUS="
                      FS-NEW-RUN
              MOVE "N" TO OPEN-OK
           END-IF.
           IF OPEN-OK = "Y"
              PERFORM 310-READ-OLD-RUN
              PERFORM 320-CONVERT-RUN UNTIL EOF = "Y"
           END-IF.
           CLOSE OLD-RUN-FILE NEW-RUN-FILE.
      **
       310-READ-OLD-RUN.
           READ OLD-RUN-FILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF FS-OLD-RUN NOT = "00" AND FS-OLD-RUN NOT = "10"
              DISPLAY "舊批次控制檔讀取錯誤，STATUS="
                      FS-OLD-RUN
              MOVE "Y" TO EOF
           END-IF.
      **
       320-CONVERT-RUN.
           MOVE OLD-RUN-BATCH-NO  TO RUN-BATCH-NO.
           MOVE OLD-RUN-BUS-DATE  TO RUN-BUS-DATE.
           MOVE OLD-RUN-POST-DATE TO RUN-POST-DATE.
           MOVE "P"               TO RUN-STATUS.
           MOVE ZERO              TO RUN-REV-DATE.
           WRITE RUN-REC
              INVALID KEY
                 DISPLAY "新批次控制檔寫入失敗(重複鍵) : "
                         OLD-RUN-BATCH-NO
                 ADD 1 TO WS-ERR-COUNT
           END-WRITE.
           IF FS-NEW-RUN = "00"
              ADD 1 TO WS-RUN-COUNT
           ELSE
              IF FS-NEW-RUN NOT = "22"
                 DISPLAY "新批次控制檔寫入失敗，STATUS="
                         FS-NEW-RUN
                 ADD 1 TO WS-ERR-COUNT
              END-IF
           END-IF.
           PERFORM 310-READ-OLD-RUN.
      **
       900-PRINT-SUMMARY.
           DISPLAY "轉檔完成，明細帳 " WS-LGR-COUNT " 筆".
           DISPLAY "批次控制 " WS-RUN-COUNT " 筆".
           DISPLAY "失敗 " WS-ERR-COUNT " 筆".
           DISPLAY "請將 SAM12-2.LRN、SAM12-2.RNN ".
           DISPLAY "分別取代 SAM12-2.LGR、SAM12-2.RUN".
