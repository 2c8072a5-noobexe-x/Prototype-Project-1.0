      *> CASHORD - 向总行现金中心的调款单 CASHORD.DAT，日终 Vaultrpt
      *> 每次整份重写。定长字段，金额带小数点，和 ADVREC 一个风格，
      *> 按首字节区分两种记录：
      *>   D=明细：一个低于最低库存的币种一条，带账面库存、最低库存、
      *>     目标库存和要调的金额（目标库存-账面库存）；
      *>   T=尾记录：营业日和明细条数，没有币种缺款也照样写一条尾
      *>     记录（条数 0），现金中心据此知道这个分行今天不要款。
       01 CORD-DETAIL-RECORD.
           05 CORD-REC-TYPE      PIC X(1).  *>"D"
           05 CORD-BUS-DATE      PIC 9(8).  *>关账营业日
           05 CORD-CCY           PIC X(3).
           05 CORD-BOOK-AMT      PIC 9(10).99. *>账面库存（负数按 0）
           05 CORD-MIN-AMT       PIC 9(10).99. *>最低库存
           05 CORD-TARGET-AMT    PIC 9(10).99. *>目标库存
           05 CORD-ORDER-AMT     PIC 9(10).99. *>调款金额
       01 CORD-TRAILER-RECORD.
           05 CORD-TRL-TYPE      PIC X(1).  *>"T"
           05 CORD-TRL-BUS-DATE  PIC 9(8).
           05 CORD-TRL-COUNT     PIC 9(4).  *>明细条数
