       01 AUD-FIELDS.
           05 AUD-TIMESTAMP      PIC X(21). *>写入时间戳
           05 AUD-DATE           PIC 9(8).  *>时间戳前 8 位 YYYYMMDD
           05 AUD-MODE           PIC X(1).  *>F/R/X，T=金库调拨（见 Vaultxfr）
           05 AUD-CCY            PIC X(3).  *>本行记账币种
           05 AUD-FOREIGN        PIC 9(10)V99. *>外币金额
           05 AUD-RATE           PIC 9(3)V9(6). *>本行用的汇率（买入/卖出价）
           05 AUD-MID            PIC 9(3)V9(6). *>同币种中间价（MID=），老行为 0
           05 AUD-RMB            PIC 9(10)V99. *>人民币金额
           05 AUD-FEE            PIC 9(10)V99. *>手续费，人民币
           05 AUD-CUST           PIC X(8).  *>客户号
           05 AUD-SEQ            PIC 9(8).  *>全局序号（Audseal 盖的）
           05 AUD-CHK            PIC 9(9).  *>链式校验值
           05 AUD-SEALED         PIC X(1).  *>Y=本行带 SEQ=/CHK= 章
           05 AUD-XFER           PIC X(1).  *>MODE=T 调拨方向 I/S/D/O
           05 AUD-AMT            PIC 9(10)V99. *>MODE=T 调拨金额（AMT=）
           05 AUD-VOPER          PIC X(8).  *>MODE=T 会签的金库管库员（VOP=）
           05 AUD-BRANCH         PIC X(4).  *>批量行的投递分行（BR=），柜面行为空
