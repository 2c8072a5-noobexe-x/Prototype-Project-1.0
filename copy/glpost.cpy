      *> 对，金额一律人民币：
      *>   DR FCYPOS  / CR RMBCASH   金额=该币种当日人民币净合计
      *>   DR RMBCASH / CR FEEINC    金额=该币种当日手续费净收入
      *>   DR FCYPOS  / CR SPRDINC   金额=该币种当日点差净收入（头寸
      *>                             按中间价入账，成交价和中间价
      *>                             的差额转收入）
      *>   DR FCYPOS  / CR FXREVAL   金额=该币种当日重估额（Dayend
      *>                             按收盘汇率重估头寸的浮动损益
      *>                             变动，来自 FXREVAL.DAT）
      *> 冲正净到负数的币种借贷方向对调、金额取绝对值。
      *> 尾记录（T）带明细记录数和三个带符号哈希合计（人民币、
      *> 手续费、点差），必须和同日 Recon 的控制合计相等，对不上说明
      *> 抽数和对账看的不是同一份日志，不要过账；第四个重估哈希
      *> 和同日 FXPOS.RPT 的 REVAL= 控制合计相等。
       01 GL-POST-RECORD.
           05 GL-REC-TYPE        PIC X(1).  *>D=明细 T=尾记录
           05 GL-POST-DATE       PIC 9(8).  *>营业日 YYYYMMDD
           05 GL-ACCOUNT         PIC X(8).  *>FCYPOS/RMBCASH/FEEINC/SPRDINC/FXREVAL
           05 GL-CCY             PIC X(3).  *>币种
           05 GL-DR-CR           PIC X(1).  *>D=借 C=贷
           05 GL-AMOUNT          PIC 9(10)V99. *>金额，人民币
                                 SIGN IS LEADING SEPARATE. *>=Recon 控制合计 RMB
           05 GL-TRL-HASH-FEE    PIC S9(12)V99
                                 SIGN IS LEADING SEPARATE. *>=Recon 控制合计 FEE
           05 GL-TRL-HASH-SPREAD PIC S9(12)V99
                                 SIGN IS LEADING SEPARATE. *>=Recon 控制合计 SPREAD
           05 GL-TRL-HASH-REVAL  PIC S9(12)V99
                                 SIGN IS LEADING SEPARATE. *>=FXPOS.RPT 控制合计 REVAL
