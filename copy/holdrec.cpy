      *> HOLDREC - 合规暂停队列 COMPHOLD.DAT，按暂停号建索引。客户
      *> 名称筛查（Custscrn）命中观察名单时登记一条：Custmaint 建档
      *> 或改名命中的是客户本身，Cash / Batch 命中的还带着被拦下的
      *> 那笔交易。客户名下有待处理（P）的暂停就不再给他换算；合规
      *> 专员在 Holdrev 里逐条放行（R）或拒绝（D），决定人和时刻
      *> 落在记录上。放行等于认定这个名单条目对这个客户名称是误报，
      *> 以后同名不再拦；拒绝等于坐实，之后该客户一律拒绝换算，直到
      *> 合规专员对新的暂停作出放行。
       01 HOLD-RECORD.
           05 HOLD-NO            PIC X(14). *>H+营业日+当日序号 99999
           05 HOLD-STATUS        PIC X(1).  *>P=待处理 R=已放行 D=已拒绝
           05 HOLD-SOURCE        PIC X(1).  *>M=Custmaint C=Cash B=Batch
           05 HOLD-CUST-ID       PIC X(8).  *>客户号
           05 HOLD-CUST-NAME     PIC X(30). *>筛查时的客户名称
           05 HOLD-MATCH         PIC X(1).  *>E=完全一致 C=近似 P=已在暂停中
           05 HOLD-WL-LIST       PIC X(1).  *>命中的名单 S/I
           05 HOLD-WL-ID         PIC X(10). *>命中的名单条目号
           05 HOLD-WL-NAME       PIC X(30). *>命中的名单名称
           05 HOLD-OPER-ID       PIC X(8).  *>经办柜员（或 BATCH）
           05 HOLD-RAISED-AT     PIC X(14). *>登记时刻 YYYYMMDDHHMMSS
           05 HOLD-TRAN-REF      PIC X(10). *>Batch 流水号，柜面为空
           05 HOLD-TRAN-DATA     PIC X(60). *>被拦交易：Batch 原始行/柜面摘要
           05 HOLD-DECIDED-BY    PIC X(8).  *>作出决定的合规专员
           05 HOLD-DECIDED-AT    PIC X(14). *>决定时刻 YYYYMMDDHHMMSS
