      *> RATEREC - exchange rate file record, keyed by currency code
      *> and effective date, so ops can maintain rates without a
      *> recompile of the programs that use them.
      *> 买入/卖出价和中间价同一个单位（每 1 元人民币合多少外币），
      *> 银行收外币（F、X 第一条腿）用买入价、付外币（R、X 第二条
      *> 腿）用卖出价，所以买入价 >= 中间价 >= 卖出价。行情导入带
      *> 买卖价的照抄；人工录入复核放行的按 RATESPRD.DAT 的点差从
      *> 中间价推出来。两个都是 0 的是加点差之前的老记录，Ratelkup
      *> 现推。
       01 RATE-RECORD.
           05 RATE-KEY.
               10 RATE-CCY          PIC X(3). *>币种代码 JPY/USD/EUR
               10 RATE-EFF-DATE     PIC 9(8). *>生效日期 YYYYMMDD
           05 RATE-VALUE            PIC 9(3)V9(6). *>对人民币汇率
           05 RATE-OPER-ID          PIC X(8). *>写入人：复核员或 RATEFEED
           05 RATE-BUY-VALUE        PIC 9(3)V9(6). *>银行买入价（收外币）
           05 RATE-SELL-VALUE       PIC 9(3)V9(6). *>银行卖出价（付外币）
