      ** CCS-REC.CPY : 循環盤點排程檔(SAM12-2.CCS)記錄格式，
      ** 以產品編號+儲位代碼為鍵；ABC 分類由 Sample12-41 依
      ** 年出貨金額重排並定盤點週期天數，盤點過帳(Sample12-22)
      ** 回寫最近盤點日。下次應盤日=最近盤點日(未曾盤點者以
      ** 排程起始日)+週期天數，由 Sample12-42 推算；欄位寬度
      ** 如有調整只需改此處一份
        01 CCS-REC.
           05 CCS-KEY.
              10 CCS-PRO-NO      PIC X(5).
              10 CCS-LOC-CODE    PIC X(2).
      **       分類空白者尚未分類(先盤點後分類)，不排程
           05 CCS-CLASS          PIC X(1).
              88 CCS-CLASS-A         VALUE "A".
              88 CCS-CLASS-B         VALUE "B".
              88 CCS-CLASS-C         VALUE "C".
           05 CCS-INTERVAL-DAYS  PIC 9(3).
           05 CCS-CLASS-DATE     PIC 9(6).
           05 CCS-START-DATE     PIC 9(6).
      **       最近盤點日與盤點單號，未曾盤點為零/空白
           05 CCS-LAST-COUNT-DATE PIC 9(6).
           05 CCS-LAST-COUNT-REF PIC X(8).
