      *> AMLREC - 反洗钱监管报送抽数 AMLEXT.DAT 的记录布局，定长字段，
      *> 三种记录按首字节区分：
      *>   C=案例头：一个案例一条，类型 LRG=单笔大额 STR=疑似拆分；
      *>   T=案例下的交易：案例头之后紧跟，一笔换算一条（X 模式按
      *>     第一条腿记一笔，和 Custlim 占量口径一致），带审计行的
      *>     全局序号 SEQ=、批量流水号 REF=、操作员 OP=，报送之后
      *>     凭这三项能在审计日志里找回原始行；
      *>   Z=尾记录：筛查区间、案例数、交易数和所用门槛。
      *> 金额：人民币按审计行 RMB=，美元等值按交易日 USD 中间价折。
       01 AML-CASE-RECORD.
           05 AML-REC-TYPE       PIC X(1).  *>"C"
           05 AML-CASE-NO        PIC 9(6).
           05 AML-CASE-TYPE      PIC X(3).  *>LRG/STR
           05 AML-CUST-ID        PIC X(8).
           05 AML-CUST-NAME      PIC X(30).
           05 AML-FIRST-DATE     PIC 9(8).
           05 AML-LAST-DATE      PIC 9(8).
           05 AML-TXN-COUNT      PIC 9(4).
           05 AML-TOTAL-USD      PIC 9(10)V99.
           05 AML-TOTAL-RMB      PIC 9(10)V99.
       01 AML-TXN-RECORD.
           05 AML-TXN-TYPE       PIC X(1).  *>"T"
           05 AML-TXN-CASE-NO    PIC 9(6).
           05 AML-TXN-STAMP      PIC X(14). *>审计行时间戳前 14 位
           05 AML-TXN-CHANNEL    PIC X(1).  *>C=柜面 B=批量（带 REF=）
           05 AML-TXN-MODE       PIC X(1).  *>F/R/X
           05 AML-TXN-CCY        PIC X(3).
           05 AML-TXN-FOREIGN    PIC 9(10)V99.
           05 AML-TXN-RMB        PIC 9(10)V99.
           05 AML-TXN-USD        PIC 9(10)V99.
           05 AML-TXN-SEQ        PIC 9(8).  *>SEQ=，没盖章的老行为 0
           05 AML-TXN-REF        PIC X(10). *>REF=，柜面为空
           05 AML-TXN-OPER       PIC X(8).  *>OP=
       01 AML-TRAILER-RECORD.
           05 AML-TRL-TYPE       PIC X(1).  *>"Z"
           05 AML-TRL-FROM       PIC 9(8).
           05 AML-TRL-TO         PIC 9(8).
           05 AML-TRL-CASES      PIC 9(6).
           05 AML-TRL-TXNS       PIC 9(6).
           05 AML-TRL-THRESHOLD  PIC 9(10)V99. *>所用大额门槛，美元
