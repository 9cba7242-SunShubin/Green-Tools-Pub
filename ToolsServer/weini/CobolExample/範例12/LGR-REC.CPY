      **       儲位代碼；轉庫(X)並存轉入儲位
           05 LGR-LOC-CODE  PIC X(2).
           05 LGR-LOC-TO    PIC X(2).
      **       過帳批號，供整批沖回追溯；非批次過帳為零
           05 LGR-BATCH-NO  PIC 9(6).
      **       進貨過帳時一併結案之採購單號，未結案為零
           05 LGR-PO-NO     PIC 9(6).
      **       本筆異動所扣/所加之批號；未分批庫存為空白，
      **       一筆出貨跨數批時每批各記一筆
           05 LGR-LOT-NO    PIC X(8).
