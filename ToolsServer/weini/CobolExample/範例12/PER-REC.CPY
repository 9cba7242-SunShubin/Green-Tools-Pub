      ** PER-REC.CPY : 會計期間控制檔(SAM12-2.PER)記錄格式，
      ** 每結帳年月一筆；月結對帳單/月底快照完成時分別記
      ** 日期，結帳程式確認兩者俱備始得結帳(C)；已結帳之
      ** 年月各過帳程式一律拒絕寫入明細帳，重開須經主管
      ** 授權；欄位寬度如有調整只需改此處一份
        01 PER-REC.
           05 PER-YYMM        PIC X(4).
           05 PER-STATUS      PIC X(1).
              88 PER-OPEN         VALUE "O".
              88 PER-CLOSED       VALUE "C".
           05 PER-SNAP-DATE   PIC 9(6).
           05 PER-STMT-DATE   PIC 9(6).
           05 PER-CLOSE-DATE  PIC 9(6).
           05 PER-REOPEN-DATE PIC 9(6).
           05 PER-REOPEN-SUP  PIC X(5).
