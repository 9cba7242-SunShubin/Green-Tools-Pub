      ** RUN-REC.CPY : 過帳批次控制檔(SAM12-2.RUN)記錄格式，
      ** 每成功過帳一個異動批次即登錄一筆，過帳程式據以
      ** 拒絕重複過帳；整批沖回後狀態改 V 並記沖回日，
      ** 批號仍不得再用；欄位寬度如有調整只需改此處一份
        01 RUN-REC.
           05 RUN-BATCH-NO   PIC 9(6).
           05 RUN-BUS-DATE   PIC 9(6).
           05 RUN-POST-DATE  PIC 9(6).
           05 RUN-STATUS     PIC X(1).
              88 RUN-POSTED       VALUE "P".
              88 RUN-REVERSED     VALUE "V".
           05 RUN-REV-DATE   PIC 9(6).
