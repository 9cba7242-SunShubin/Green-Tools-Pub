      ** OPR-REC.CPY : 操作者帳號檔(SAM12-2.OPR)記錄格式，
      ** 各線上程式先經操作者簽到，再核對該操作者可用之
      ** 功能清單方得執行；密碼存 315-SCRAMBLE 轉換值。
      ** 功能名稱：PRODUCT-ADD/PRODUCT-CHANGE/VENDOR-MAINT/
      ** PO-CANCEL/COUNT-ENTRY/DEACTIVATE/SECURITY-ADMIN，
      ** 由 Sample12-39 授予/撤銷；欄位寬度如有調整只需改
      ** 此處一份
        01 OPR-REC.
           05 OPR-ID          PIC X(5).
           05 OPR-NAME        PIC X(20).
           05 OPR-PASSWORD    PIC X(8).
           05 OPR-PW-DATE     PIC 9(6).
           05 OPR-FAIL-COUNT  PIC 9(2).
           05 OPR-STATUS      PIC X(1).
              88 OPR-ENABLED      VALUE "A".
              88 OPR-DISABLED     VALUE "D".
              88 OPR-LOCKED       VALUE "L".
      **       最近一次簽到成功日，供保安覆核久未使用之帳號
           05 OPR-LAST-SIGNON PIC 9(6).
      **       可用功能清單，空白格為未用
           05 OPR-FUNC        PIC X(15) OCCURS 10 TIMES.
