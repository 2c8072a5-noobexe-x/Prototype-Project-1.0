      *> RATEFEED.DAT, fixed columns: currency, effective date, rate.
      *> Rateimp 逐行校验后装进 RATEFILE.DAT，代替每天早上照着银行
      *> 邮件一条条敲 Ratemaint。
      *> 后两列是银行买入价/卖出价（单位同中间价），银行行情给了就
      *> 直接用；两列都空着按 RATESPRD.DAT 的点差从中间价推。
       01 FEED-RECORD.
           05 FEED-CCY           PIC X(3).  *>币种代码，见 CCYTAB
           05 FEED-EFF-DATE      PIC X(8).  *>生效日期 YYYYMMDD
           05 FEED-RATE          PIC X(12). *>对人民币汇率（中间价）
           05 FEED-BUY-RATE      PIC X(12). *>银行买入价，可空
           05 FEED-SELL-RATE     PIC X(12). *>银行卖出价，可空
