      *> 号调出来，有效期内按报价时锁定的汇率转成正式交易（状态
      *> 置 U，一个报价只能成交一次）。过期的报价 Cash 拒绝，重新
      *> 询价即可。
      *> QUOTE-RATE/RATE2 锁的是按方向取的买入/卖出价（报价和成交
      *> 都按它算），中间价另存一份，成交时审计行的 MID= 照它写，
      *> 点差收入才算得出来。
       01 QUOTE-RECORD.
           05 QUOTE-NO           PIC X(13). *>Q+营业日+当日序号 9999
           05 QUOTE-CUST-ID      PIC X(8).  *>客户号，询价时可先空着
           05 QUOTE-EXPIRY       PIC X(14). *>失效时刻 YYYYMMDDHHMMSS
           05 QUOTE-STATUS       PIC X(1).  *>O=有效 U=已转正式交易
           05 QUOTE-OPER-ID      PIC X(8).  *>报价柜员
           05 QUOTE-MID          PIC 9(3)V9(6). *>QUOTE-RATE 对应的中间价
           05 QUOTE-MID2         PIC 9(3)V9(6). *>QUOTE-RATE2 对应的中间价
