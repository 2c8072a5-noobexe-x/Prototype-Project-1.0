      *> Menu 签到时校验操作员在档且有效，签到后的操作员号跟着每笔
      *> 换算的审计行（OP=）和每条汇率记录落盘，对账出了错账能直接
      *> 定位到是谁的柜面会话，不用全班组排查。
      *> OPER-ROLE=C 的是合规专员，只有他们能在 Holdrev 里放行或
      *> 拒绝合规暂停队列里的客户和交易；其余（T 或加字段之前建的
      *> 空值）都按柜员算。
       01 OPER-RECORD.
           05 OPER-ID            PIC X(8).  *>操作员号
           05 OPER-NAME          PIC X(30). *>操作员姓名
           05 OPER-ACTIVE        PIC X(1).  *>Y=有效 N=停用
           05 OPER-AUTH-LIMIT    PIC 9(10)V99. *>单笔授权上限，人民币等值，0=不限
           05 OPER-ROLE          PIC X(1).  *>T=柜员 C=合规专员
