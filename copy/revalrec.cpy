      *> REVALREC - 日终重估流水 FXREVAL.DAT，Fxpos 每关一个营业日
      *> 每币种追加一行。Glextract 抽某天的总账时按 REVAL-DATE 挑
      *> 出来，重估额不为 0 的出一对 FCYPOS / FXREVAL 过账，尾记录
      *> 的重估哈希等于同日 FXPOS.RPT 的重估控制合计。带符号金额
      *> 一律前置独立符号位，和 GLPOST 一样方便账务侧直接读。
       01 REVAL-RECORD.
           05 REVAL-DATE         PIC 9(8).  *>关账营业日
           05 REVAL-CCY          PIC X(3).
           05 REVAL-RATE         PIC 9(3)V9(6). *>收盘中间价，0=当天无汇率没重估
           05 REVAL-QTY          PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE. *>期末头寸
           05 REVAL-COST         PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE. *>期末账面成本
           05 REVAL-PNL          PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE. *>期末浮动损益
           05 REVAL-AMT          PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE. *>本日重估过账额
