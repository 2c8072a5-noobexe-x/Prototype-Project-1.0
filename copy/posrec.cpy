      *> POSREC - 外币头寸台账 FXPOS.DAT，按币种建索引，一币种一条。
      *> 日终 Fxpos 按关账营业日的审计行滚动更新（冲正行反号净计）：
      *> 银行收外币（F、X 第一条腿）头寸加、付外币（R、X 第二条腿）
      *> 头寸减；账面成本按中间价折人民币（MID=，老行没有就按 RMB=）
      *> 进账，点差已经在 Recon / Glextract 里记了收入，这里不再算
      *> 第二遍。平头寸的一方（多头付出、空头收进）按平均成本出账：
      *> 出账成本=平前成本×平掉数量/平前头寸，折出的人民币和出账成本
      *> 的差额记已实现损益；同一天先记加头寸的一方、再按加完的平均
      *> 成本平。按收盘中间价重估：市值=头寸/汇率，浮动损益=市值-
      *> 剩余账面成本；已实现+浮动和上次已过账的差额就是今天要过账
      *> 的重估额。当天查不到汇率的浮动损益留上次的，只过账已实现的
      *> 变动，等有汇率的那天再补浮动部分。POS-LAST-DATE 记最后滚进
      *> 来的营业日，Dayend 补跑关账时同一天不会滚两遍；当天的期初/
      *> 买卖数也留在记录里，补跑照样能把报表原样打出来。
       01 POS-RECORD.
           05 POS-CCY            PIC X(3).  *>币种
           05 POS-LAST-DATE      PIC 9(8).  *>最后滚进来的营业日
           05 POS-QTY            PIC S9(10)V99. *>外币头寸，正=多头 负=空头
           05 POS-COST           PIC S9(10)V99. *>账面成本，人民币
           05 POS-PNL-POSTED     PIC S9(10)V99. *>已过账的损益累计（已实现+浮动）
           05 POS-REVAL-RATE     PIC 9(3)V9(6). *>最近一次重估用的收盘中间价
           05 POS-OPEN-QTY       PIC S9(10)V99. *>POS-LAST-DATE 当天期初头寸
           05 POS-OPEN-COST      PIC S9(10)V99. *>当天期初账面成本
           05 POS-BUY-QTY        PIC S9(10)V99. *>当天收进外币（冲正反号）
           05 POS-BUY-COST       PIC S9(10)V99.
           05 POS-SELL-QTY       PIC S9(10)V99. *>当天付出外币（冲正反号）
           05 POS-SELL-COST      PIC S9(10)V99.
           05 POS-REVAL-AMT      PIC S9(10)V99. *>当天重估过账额（损益变动）
           05 POS-REALIZED-PNL   PIC S9(10)V99. *>已实现损益累计（平头寸）
           05 POS-UNREAL-PNL     PIC S9(10)V99. *>最近一次重估的浮动损益
