      *> SPRDREC - one line of the per-currency rate spread file
      *> RATESPRD.DAT, fixed columns: currency, spread percent.
      *> 点差按中间价的百分比两边各加一份：买入价 = 中间价 *
      *> (1 + 点差/100)，卖出价 = 中间价 * (1 - 点差/100)（汇率是
      *> 每 1 元人民币合多少外币，银行收外币时给的人民币少、付
      *> 外币时给的外币少）。运营维护的文本文件，和 FEESCHED.DAT
      *> 一样；没配的币种买卖都按中间价，不挡业务。
       01 SPRD-RECORD.
           05 SPRD-CCY           PIC X(3).  *>币种代码，见 CCYTAB
           05 SPRD-PCT           PIC X(8).  *>单边点差百分比，如 0.30
