      *> ADVREC - 分行回执文件的记录布局。清单跑批（CASHBATCH.MAN）
      *> 每个分行一份 CASHADV.<分行号>.DAT，RESUBMIT 跑给原分行出
      *> 跟进回执 CASHADV.<分行号>.FUP，分行系统直接读回去销账。
      *> 定长字段，和 BATCHTRAN 一个风格，金额带小数点，按首字节
      *> 区分两种记录：
      *>   D=明细：一个流水号一条，A=已换算（带所用汇率、汇率生效
      *>     日、外币/人民币金额和手续费），R=拒绝（带 R0xx 原因码，
      *>     见 REJREC，汇率和金额栏为 0）；
      *>   T=尾记录：分行读到的行数和金额栏合计，旁边是分行自己申报
      *>     的 MAN-DECL-COUNT / MAN-DECL-AMOUNT，分行可以直接对；另有
      *>     接受/拒绝笔数和人民币、手续费合计。跟进回执没有申报数，
      *>     两栏为 0，行数/金额是本次重提交的。
       01 ADV-DETAIL-RECORD.
           05 ADV-REC-TYPE       PIC X(1).  *>"D"
           05 ADV-REF-NO         PIC X(10). *>分行流水号
           05 ADV-OUTCOME        PIC X(1).  *>A=已换算 R=拒绝
           05 ADV-REASON-CODE    PIC X(4).  *>拒绝原因码，已换算为空
           05 ADV-CCY            PIC X(3).
           05 ADV-DIR            PIC X(1).  *>F/R
           05 ADV-VALUE-DATE     PIC X(8).  *>起息日，照输入原样
           05 ADV-CUST-ID        PIC X(8).
           05 ADV-AMOUNT         PIC X(14). *>金额栏，照输入原样
           05 ADV-RATE           PIC 9(3).9(6). *>所用汇率（买入/卖出价）
           05 ADV-RATE-EFF       PIC 9(8).  *>该汇率的生效日
           05 ADV-FOREIGN        PIC 9(9).99. *>外币金额
           05 ADV-RMB            PIC 9(9).99. *>人民币金额
           05 ADV-FEE            PIC 9(6).99. *>手续费，人民币
       01 ADV-TRAILER-RECORD.
           05 ADV-TRL-TYPE       PIC X(1).  *>"T"
           05 ADV-TRL-BRANCH     PIC X(4).  *>分行号
           05 ADV-TRL-RUN        PIC X(1).  *>O=清单跑批 F=RESUBMIT 跟进
           05 ADV-TRL-BUS-DATE   PIC 9(8).  *>处理营业日
      *> A=和申报数一致 D=不一致 N=申报数不是数字 M=文件没到 F=跟进
           05 ADV-TRL-STATUS     PIC X(1).
           05 ADV-TRL-READ-COUNT PIC 9(6).  *>读到的行数（含空行）
           05 ADV-TRL-DECL-COUNT PIC 9(6).  *>分行申报的记录数
           05 ADV-TRL-READ-AMT   PIC 9(12).99. *>金额栏原样合计
           05 ADV-TRL-DECL-AMT   PIC 9(12).99. *>分行申报的金额合计
           05 ADV-TRL-ACC-COUNT  PIC 9(6).  *>已换算笔数
           05 ADV-TRL-REJ-COUNT  PIC 9(6).  *>拒绝笔数
           05 ADV-TRL-RMB        PIC 9(12).99. *>已换算人民币合计
           05 ADV-TRL-FEE        PIC 9(12).99. *>手续费合计
