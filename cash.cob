      *> F=收外币付人民币净额，R=收人民币净额（连费）付外币，
      *> X=收来源币付目标币（人民币轧差不过柜）。签退时 Tillbal
      *> 按审计行轧长短款，当天就能对出钱箱差错。
      *> 汇率分买卖两边（Ratelkup 返回中间价+买入价+卖出价）：F 和
      *> X 第一条腿是银行收外币，用买入价；R 和 X 第二条腿是银行付
      *> 外币，用卖出价。审计行 RATE= 记实际用的那一边，另带 MID=
      *> 同币种中间价，Recon / Glextract 按两者之差算点差收入。
      *> 每笔换算都按客户名称过一遍观察名单（Custscrn）：命中或者
      *> 客户已在合规暂停中，这笔连同客户进暂停队列、当场拒绝，只
      *> 告诉柜员暂停号；合规已拒绝的客户直接拒。放行要合规专员在
      *> Holdrev 里做，柜员自己放不了。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 C_C        PIC 9(4) VALUE 0. *>人民币
       01 J_C        PIC 9(6)V99 VALUE 0. *>日元/外币
       01 PI       PIC 9(3)V9(6) VALUE 0. *>汇率，来自 RATEFILE
       01 WS-MID   PIC 9(3)V9(6) VALUE 0. *>PI 对应的中间价，写 MID=
       01 WS-MID2  PIC 9(3)V9(6) VALUE 0. *>PI2 对应的中间价

       COPY "ccytab.cpy".

           88 RATE2-FOUND            VALUE "Y".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0. *>所用汇率生效日
       01 WS-RATE2-EFF       PIC 9(8) VALUE 0.
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0. *>Ratelkup 返回的买入价
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0. *>Ratelkup 返回的卖出价
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-C-C-CALC        PIC 9(9)V99 VALUE 0. *>放大的中间结果，用于溢出检测
       01 WS-J-C-CALC        PIC 9(9)V99 VALUE 0. *>反向换算用的放大结果
       01 WS-AUDIT-FOREIGN   PIC Z(7)9.99. *>外币金额，方向中立，F/R 都记实际外币额
       01 WS-AUDIT-RMB       PIC Z(7)9.99. *>人民币金额，方向中立，F/R 都记实际人民币额
       01 WS-AUDIT-RATE      PIC Z(2)9.999999.
       01 WS-AUDIT-MID       PIC Z(2)9.999999.
       01 WS-FEE-AMT         PIC 9(6)V99 VALUE 0. *>手续费，人民币
       01 WS-NET-AMT         PIC 9(7)V99 VALUE 0. *>净额：F=实付客户 R=客户实付
       01 WS-FEE-FOUND       PIC X(1) VALUE "N".
       01 WS-Q-TGT           PIC X(3) VALUE SPACES.
       01 WS-Q-RATE          PIC 9(3)V9(6) VALUE 0.
       01 WS-Q-RATE2         PIC 9(3)V9(6) VALUE 0.
       01 WS-Q-MID           PIC 9(3)V9(6) VALUE 0.
       01 WS-Q-MID2          PIC 9(3)V9(6) VALUE 0.
       01 WS-Q-CUST          PIC X(8) VALUE SPACES.
       01 WS-OPER-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AUTH-LIMIT      PIC 9(10)V99 VALUE 0. *>柜员授权上限，0=不限
      *> 标签不会在行中间留出连串空格把标签解析挤出 24 个接收项。
       01 WS-EXTRA-TAGS      PIC X(40) VALUE SPACES.
       01 WS-TAG-PTR         PIC S9(4) COMP VALUE 0.
       01 WS-SCRN-NAME       PIC X(30) VALUE SPACES. *>空=Custscrn 自己读主档
       01 WS-SCRN-SOURCE     PIC X(1) VALUE "C".
       01 WS-SCRN-REF        PIC X(10) VALUE SPACES.
       01 WS-SCRN-DATA       PIC X(60) VALUE SPACES. *>暂停记录里的交易摘要
       01 WS-SCRN-RESULT     PIC X(1) VALUE SPACES. *>Custscrn 返回 C/H/D
       01 WS-HOLD-NO         PIC X(14) VALUE SPACES.
       01 WS-D-SCRN-RMB      PIC Z(5)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               PERFORM DO-CROSS-LEG2
           END-IF
           PERFORM CHECK-OPER-AUTHORITY
           PERFORM SCREEN-CUSTOMER
           PERFORM CHECK-CUST-LIMIT
           PERFORM DISPLAY-RESULT
           PERFORM DISPLAY-FEE
           END-IF
           GOBACK.

      *> 收外币的一边（F、X 第一条腿）取买入价，付外币的一边（R、
      *> X 第二条腿）取卖出价；中间价留着写 MID=。
       LOOK-UP-RATES.
           CALL "Ratelkup" USING Arg3 WS-TODAY-DATE WS-MID
               WS-RATE-FOUND WS-RATE-EFF WS-BUY-RATE WS-SELL-RATE
           IF NOT RATE-FOUND
               DISPLAY "No effective exchange rate on file for "
                   Arg3 " as of " WS-TODAY-DATE "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Arg2 = "R"
               MOVE WS-SELL-RATE TO PI
           ELSE
               MOVE WS-BUY-RATE TO PI
           END-IF
           IF Arg2 = "X"
               CALL "Ratelkup" USING Arg5 WS-TODAY-DATE WS-MID2
                   WS-RATE2-FOUND WS-RATE2-EFF WS-BUY-RATE
                   WS-SELL-RATE
               IF NOT RATE2-FOUND
                   DISPLAY "No effective exchange rate on file for "
                       Arg5 " as of " WS-TODAY-DATE "."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-SELL-RATE TO PI2
           END-IF.

      *> 处理日用营业日（Getbdate），跨零点柜面还没关账的业务记在
           MOVE QUOTE-TGT-CCY TO WS-Q-TGT
           MOVE QUOTE-RATE TO WS-Q-RATE
           MOVE QUOTE-RATE2 TO WS-Q-RATE2
           MOVE QUOTE-MID TO WS-Q-MID
           MOVE QUOTE-MID2 TO WS-Q-MID2
           MOVE QUOTE-CUST-ID TO WS-Q-CUST
           CLOSE QUOTEFILE
           IF WS-Q-STATE NOT = "O"
           MOVE WS-Q-TGT TO Arg5
           MOVE WS-Q-RATE TO PI
           MOVE WS-Q-RATE2 TO PI2
      *> 分买卖价之前登记的报价没有中间价，按锁定汇率当中间价
      *> （那时候本来就只有一个价，点差记 0）。
           IF WS-Q-MID = 0
               MOVE WS-Q-RATE TO WS-Q-MID
           END-IF
           IF WS-Q-MID2 = 0
               MOVE WS-Q-RATE2 TO WS-Q-MID2
           END-IF
           MOVE WS-Q-MID TO WS-MID
           MOVE WS-Q-MID2 TO WS-MID2
           IF WS-Q-CUST NOT = SPACES
               MOVE WS-Q-CUST TO Arg4
           ELSE
           MOVE OPER-AUTH-LIMIT TO WS-SUPV-LIMIT
           CLOSE OPERFILE.

      *> 筛查放在授权复核之后、限额检查之前：被暂停的交易不能吃掉
      *> 客户额度，别的原因会被拒的交易也不必进暂停队列占合规的
      *> 工夫。暂停记录里存方向/币种/金额摘要，合规看得到拦的是
      *> 哪一笔。
       SCREEN-CUSTOMER.
           MOVE WS-RMB-BASE TO WS-D-SCRN-RMB
           MOVE SPACES TO WS-SCRN-DATA
           STRING "MODE=" DELIMITED BY SIZE
               Arg2 DELIMITED BY SIZE
               " CCY=" DELIMITED BY SIZE
               Arg3 DELIMITED BY SIZE
               " TGT=" DELIMITED BY SIZE
               Arg5 DELIMITED BY SIZE
               " AMT=" DELIMITED BY SIZE
               FUNCTION TRIM(Arg1) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-SCRN-RMB) DELIMITED BY SIZE
               INTO WS-SCRN-DATA
           END-STRING
           CALL "Custscrn" USING Arg4 WS-SCRN-NAME WS-SCRN-SOURCE
               WS-OPER-ID WS-TODAY-DATE WS-SCRN-REF WS-SCRN-DATA
               WS-SCRN-RESULT WS-HOLD-NO
           IF WS-SCRN-RESULT = "D"
               DISPLAY "Conversion rejected: customer "
                   FUNCTION TRIM(Arg4)
                   " has been declined by compliance."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SCRN-RESULT = "H"
               DISPLAY "Conversion held for compliance review: hold "
                   FUNCTION TRIM(WS-HOLD-NO) " - refer the customer "
                   "to compliance."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> 客户日限额按处理日累计人民币等值，Custlim 放行才累计；
      *> 没建档或超限直接拒绝，不写审计行（这笔没有发生）。限额
      *> 检查放在所有可能拒绝这笔的检查（含 X 第二条腿的溢出）

       WRITE-SINGLE-AUDIT-LINE.
           MOVE PI TO WS-AUDIT-RATE
           MOVE WS-MID TO WS-AUDIT-MID
           EVALUATE Arg2
               WHEN "R"
                   MOVE J_C TO WS-AUDIT-RMB
               FUNCTION TRIM(WS-AUDIT-FOREIGN) DELIMITED BY SIZE
               " RATE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RATE) DELIMITED BY SIZE
               " MID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-MID) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RMB) DELIMITED BY SIZE
               " FEE=" DELIMITED BY SIZE
       WRITE-CROSS-LEG1.
           MOVE J_C TO WS-AUDIT-FOREIGN
           MOVE PI TO WS-AUDIT-RATE
           MOVE WS-MID TO WS-AUDIT-MID
           MOVE WS-RMB-INTER TO WS-AUDIT-RMB
           MOVE PI2 TO WS-AUDIT-XRATE
           MOVE SPACES TO AUDIT-LINE-RECORD
               FUNCTION TRIM(WS-AUDIT-FOREIGN) DELIMITED BY SIZE
               " RATE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RATE) DELIMITED BY SIZE
               " MID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-MID) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RMB) DELIMITED BY SIZE
               " FEE=" DELIMITED BY SIZE
       WRITE-CROSS-LEG2.
           MOVE WS-RESULT TO WS-AUDIT-FOREIGN
           MOVE PI2 TO WS-AUDIT-RATE
           MOVE WS-MID2 TO WS-AUDIT-MID
           MOVE WS-NET-INTER TO WS-AUDIT-RMB
           MOVE PI TO WS-AUDIT-XRATE
           MOVE SPACES TO AUDIT-LINE-RECORD
               FUNCTION TRIM(WS-AUDIT-FOREIGN) DELIMITED BY SIZE
               " RATE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RATE) DELIMITED BY SIZE
               " MID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-MID) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RMB) DELIMITED BY SIZE
               " FEE=0.00" DELIMITED BY SIZE
