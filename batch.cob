      *> 早上不再有人手工 cat 各分行文件。断点在清单模式下记到
      *> 文件序号+文件内行号，续跑接着断的那个文件跑。没有清单
      *> 照旧读单一 CASHBATCH.IN；RESUBMIT 跑永远是单文件。
      *> 汇率按方向分买卖价（规则同 Cash）：F 收外币用买入价，R 付
      *> 外币用卖出价；审计行另带 MID= 起息日的中间价，日终按它算
      *> 点差收入。
      *> 每笔在客户限额之前按客户名称过观察名单（Custscrn，和 Cash
      *> 同一套）：命中或客户已在合规暂停中的，这笔登记进合规暂停
      *> 队列，按 R013 拒进暂挂；合规专员在 Holdrev 放行之后
      *> RESUBMIT 重提交就能过。暂停按流水号登记，断点重跑或重提交
      *> 还没放行的同一笔沿用原来的暂停号，不重复登记。
      *> 清单跑批给每个分行写一份回执 CASHADV.<分行号>.DAT（见
      *> ADVREC）：每个流水号一条结果（已换算带汇率/生效日/金额/
      *> 手续费，拒绝带原因码），尾记录给读到的行数和金额合计，旁边
      *> 放分行自己的申报数，分行系统直接读回去对账销账，不用再
      *> 有人把报表拆成几段发邮件。回执行和报表/审计行一样先进
      *> 缓冲、断点时落盘。暂挂行尾带分行号，RESUBMIT 按它给原分行
      *> 出跟进回执 CASHADV.<分行号>.FUP，同一批流水号的新结果，
      *> 分行据此销掉自己那边的暂挂。
      *> 起息日按营业日历（HOLIDAY.DAT，Bizday）校验：落在周末或
      *> 节假日上的按 R014 拒进暂挂，调休上班的周末照常受理；
      *> 分行改成正确的营业日后 RESUBMIT 重提交。
      *> 审计行带 BR= 分行号（清单跑按当前分行文件，RESUBMIT 按暂挂
      *> 行尾的原分行），Mireport 月报按分行分组全靠它。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT ADVFILE ASSIGN TO DYNAMIC WS-ADV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

           SELECT REGFILE ASSIGN TO "BATCHREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD TRANFILE.
       COPY "batchtran.cpy".
      *> RESUBMIT 模式下输入的是暂挂文件的格式：原因码+空格+原始行
      *> +分行号，和 BATCH-TRAN-RECORD 共用记录区，处理前把数据部分
      *> 搬出来。
       01 TRAN-RESUBMIT-RECORD.
           05 TRAN-RESUB-CODE    PIC X(5).
           05 TRAN-RESUB-DATA    PIC X(44).
           05 TRAN-RESUB-BRANCH  PIC X(4).

       FD REJFILE.
       COPY "rejrec.cpy".
       FD REGFILE.
       COPY "refreg.cpy".

       FD ADVFILE.
       01 ADV-LINE               PIC X(101).

       WORKING-STORAGE SECTION.
       COPY "ccytab.cpy".

       01 WS-CKPT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-REJ-STATUS      PIC X(2) VALUE SPACES.
       01 WS-REG-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ADV-STATUS      PIC X(2) VALUE SPACES.
       01 WS-DUP-FOUND       PIC X(1) VALUE "N". *>流水号已处理过
      *> 宽度跟着清单里的 MAN-FILE-NAME 走，分行文件名截短了会
      *> 开错文件或误报 FILE MISSING
           05 WS-AUDIT-BUF-LINE  OCCURS 1000 TIMES PIC X(250).
       01 WS-AUDIT-BUF-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-BUFFER.
           05 WS-REJ-BUF-LINE    OCCURS 1000 TIMES PIC X(53).
       01 WS-REJ-BUF-COUNT   PIC 9(6) VALUE 0.
      *> 流水号登记缓冲和报表/审计行同一批落盘，断点不会声称
      *> 一笔还没登记的流水号已经处理完。
       01 WS-REG-BUFFER.
           05 WS-REG-BUF-LINE    OCCURS 1000 TIMES PIC X(18).
       01 WS-REG-BUF-COUNT   PIC 9(6) VALUE 0.
      *> 分行回执缓冲：每行带着要写进哪个分行的回执文件。
       01 WS-ADV-BUFFER.
           05 WS-ADV-BUF-ENTRY   OCCURS 1000 TIMES.
               10 WS-ADV-BUF-BR      PIC X(4).
               10 WS-ADV-BUF-LINE    PIC X(101).
       01 WS-ADV-BUF-COUNT   PIC 9(6) VALUE 0.
       01 WS-BUF-IDX         PIC 9(6) VALUE 0.

       COPY "advrec.cpy".
       01 WS-CUR-BRANCH      PIC X(4) VALUE SPACES. *>当前行所属分行，空=不出回执
       01 WS-ADV-FILE-NAME   PIC X(20) VALUE SPACES.
       01 WS-ADV-NAME-BR     PIC X(4) VALUE SPACES. *>拼文件名用的分行号
       01 WS-ADV-OPEN-BR     PIC X(4) VALUE SPACES. *>当前打开的回执属于哪个分行
       01 WS-ADV-OUTCOME     PIC X(1) VALUE SPACES.
       01 WS-ADV-TRL-STATUS  PIC X(1) VALUE SPACES.
       01 WS-ADV-EOF         PIC X(1) VALUE "N".
           88 END-OF-ADV             VALUE "Y".
       01 WS-DEL-NAME        PIC X(20) VALUE SPACES.
      *> RESUBMIT 跑涉及的分行：开跑前扫一遍暂挂文件收集，跑完按
      *> 各分行跟进回执里的明细出尾记录（断点续跑也对得上）。
       01 WS-FUP-TABLE.
           05 WS-FUP-BRANCH      OCCURS 50 TIMES PIC X(4).
       01 WS-FUP-COUNT       PIC 9(2) VALUE 0.
       01 WS-FUP-IDX         PIC 9(2) VALUE 0.
       01 WS-FUP-KNOWN       PIC X(1) VALUE "N".
       01 WS-FUP-READ        PIC 9(6) VALUE 0.
       01 WS-FUP-ACC         PIC 9(6) VALUE 0.
       01 WS-FUP-REJ         PIC 9(6) VALUE 0.
       01 WS-FUP-AMT         PIC 9(12)V99 VALUE 0.
       01 WS-FUP-RMB         PIC 9(12)V99 VALUE 0.
       01 WS-FUP-FEE         PIC 9(12)V99 VALUE 0.
       01 WS-FUP-WORK        PIC 9(12)V99 VALUE 0.

       01 J_C                PIC 9(6)V99 VALUE 0. *>输入金额
       01 PI                 PIC 9(3)V9(6) VALUE 0. *>本笔用的汇率
       01 WS-MID             PIC 9(3)V9(6) VALUE 0. *>起息日中间价，写 MID=
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-RATE-FOUND      PIC X(1) VALUE "N".
           88 RATE-FOUND             VALUE "Y".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0. *>Ratelkup 返回的生效日
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-VALUE-DATE      PIC 9(8) VALUE 0. *>本笔起息日，查汇率用
      *> Bizday 参数：起息日是不是营业日
       01 WS-BIZ-FUNC        PIC X(1) VALUE "C".
       01 WS-BIZ-DAYS        PIC S9(5) VALUE 0.
       01 WS-BIZ-OUT         PIC 9(8) VALUE 0.
       01 WS-BIZ-IS-BUS      PIC X(1) VALUE SPACE.
       01 WS-TRAN-NUMVAL     PIC S9(9)V99 VALUE 0. *>放大的有符号中间值，做溢出/负数检查
       01 WS-TRAN-LEN        PIC S9(4) COMP VALUE 0.
       01 WS-C-C-CALC        PIC 9(9)V99 VALUE 0.
       01 WS-REJ-CODE        PIC X(4) VALUE SPACES.
       01 WS-TRAN-WORK       PIC X(44) VALUE SPACES. *>RESUBMIT 搬数据的中转区
       01 WS-CUST-RESULT     PIC X(1) VALUE SPACES. *>Custlim 返回 Y/N/U
       01 WS-SCRN-NAME       PIC X(30) VALUE SPACES. *>空=Custscrn 自己读主档
       01 WS-SCRN-SOURCE     PIC X(1) VALUE "B".
       01 WS-SCRN-DATA       PIC X(60) VALUE SPACES. *>暂停记录里存原始输入行
       01 WS-SCRN-RESULT     PIC X(1) VALUE SPACES. *>Custscrn 返回 C/H/D
       01 WS-HOLD-NO         PIC X(14) VALUE SPACES.
       01 WS-OPER-ID         PIC X(8) VALUE SPACES. *>审计行 OP= 用
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES. *>Getbdate 返回 O/C
           05 WS-CACHE-ENTRY OCCURS 50 TIMES.
               10 WS-CACHE-CCY       PIC X(3).
               10 WS-CACHE-DATE      PIC 9(8).
               10 WS-CACHE-RATE      PIC 9(3)V9(6). *>中间价
               10 WS-CACHE-BUY       PIC 9(3)V9(6).
               10 WS-CACHE-SELL      PIC 9(3)V9(6).
               10 WS-CACHE-EFF       PIC 9(8).
               10 WS-CACHE-FOUND     PIC X(1).
       01 WS-CACHE-COUNT     PIC 9(2) VALUE 0.
       01 WS-CACHE-IDX       PIC 9(2) VALUE 0.

       01 WS-AUDIT-FOREIGN   PIC Z(7)9.99.
       01 WS-AUDIT-RATE      PIC Z(2)9.999999.
       01 WS-AUDIT-MID       PIC Z(2)9.999999.
       01 WS-AUDIT-RMB       PIC Z(7)9.99.
       01 WS-AUDIT-FEE       PIC Z(5)9.99.
       01 WS-AUDIT-PTR       PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF

           PERFORM LOAD-CHECKPOINT
           IF RESUBMIT-RUN
               PERFORM COLLECT-FOLLOWUP-BRANCHES
           END-IF

      *> 单文件模式先把输入文件打开：输入没到（早盘文件没来）就
      *> 在动任何输出之前停下，不能把昨天的 CASHBATCH.RPT /
           END-IF

           PERFORM FLUSH-BUFFERS
           IF RESUBMIT-RUN
               PERFORM WRITE-FOLLOWUP-TRAILERS
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEAR-CHECKPOINT
           CLOSE RPTFILE
       PROCESS-ONE-BRANCH.
           MOVE WS-MAN-FILE(WS-MAN-IDX) TO WS-TRAN-FILE-NAME
           MOVE WS-MAN-IDX TO WS-CUR-FILE-IDX
           MOVE WS-MAN-BRANCH(WS-MAN-IDX) TO WS-CUR-BRANCH
           IF RESUMING-RUN AND WS-MAN-IDX = WS-RESUME-FILE-IDX
      *> 断在这个文件里：小节头早已落盘，分行部分累计从断点接着来
               MOVE CKPT-LAST-LINE TO WS-SKIP-TO-LINE
               MOVE WS-TOTAL-C-C TO WS-BASE-C-C
               MOVE WS-TOTAL-FEE TO WS-BASE-FEE
               PERFORM BUFFER-BRANCH-HEADER
      *> 分行从头跑：上一次（昨天或这次中断前没跑到的）回执作废
               MOVE WS-CUR-BRANCH TO WS-ADV-NAME-BR
               PERFORM DELETE-ADVICE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               PERFORM BUFFER-BRANCH-MISSING
               MOVE "M" TO WS-ADV-TRL-STATUS
               PERFORM BUFFER-ADVICE-TRAILER
               EXIT PARAGRAPH
           END-IF
           PERFORM SKIP-ALREADY-PROCESSED
      *> 对文件里读到的行数，金额对金额栏原样累计。对不上就点名，
      *> 等分行来争议清算就晚了。
       BUFFER-BRANCH-SUBTOTALS.
           EVALUATE TRUE
               WHEN WS-MAN-VALID(WS-MAN-IDX) NOT = "Y"
                   MOVE "N" TO WS-ADV-TRL-STATUS
               WHEN WS-LINE-NO = WS-MAN-DCOUNT(WS-MAN-IDX)
                   AND WS-BR-AMT-SUM = WS-MAN-DAMT(WS-MAN-IDX)
                   MOVE "A" TO WS-ADV-TRL-STATUS
               WHEN OTHER
                   MOVE "D" TO WS-ADV-TRL-STATUS
           END-EVALUATE
           PERFORM BUFFER-ADVICE-TRAILER
           MOVE SPACES TO BATCH-RPT-RECORD
           COMPUTE WS-D-TOTAL-J-C = WS-TOTAL-J-C - WS-BASE-J-C
           COMPUTE WS-D-TOTAL-C-C = WS-TOTAL-C-C - WS-BASE-C-C
                       CONTINUE
               END-WRITE
           END-PERFORM
           MOVE 0 TO WS-REG-BUF-COUNT
           PERFORM FLUSH-ADVICE-BUFFER.

       SAVE-CHECKPOINT.
           MOVE "Y" TO CKPT-ACTIVE
      *> 暂挂记录前 5 位是原因码+空格，校验换算只认原始数据部分；
      *> 两个布局共用记录区，直接搬会重叠，先经过中转区。
           IF RESUBMIT-RUN
               MOVE TRAN-RESUB-BRANCH TO WS-CUR-BRANCH
               MOVE TRAN-RESUB-DATA TO WS-TRAN-WORK
               MOVE WS-TRAN-WORK TO BATCH-TRAN-RECORD
           END-IF
                       TO WS-VALUE-DATE
               END-IF
           END-IF
           IF TRAN-OK
               MOVE "C" TO WS-BIZ-FUNC
               CALL "Bizday" USING WS-BIZ-FUNC WS-VALUE-DATE WS-BIZ-DAYS
                   WS-BIZ-OUT WS-BIZ-IS-BUS
               EVALUATE WS-BIZ-IS-BUS
                   WHEN "E"
                       MOVE "N" TO WS-TRAN-OK
                       MOVE "INVALID VALUE DATE" TO WS-REJ-REASON
                       MOVE "R004" TO WS-REJ-CODE
                   WHEN "N"
                       MOVE "N" TO WS-TRAN-OK
                       MOVE "VALUE DATE NOT A BUSINESS DAY"
                           TO WS-REJ-REASON
                       MOVE "R014" TO WS-REJ-CODE
               END-EVALUATE
           END-IF
           IF TRAN-OK
               IF TRAN-CUST-ID = SPACES
                   MOVE "N" TO WS-TRAN-OK
               PERFORM RECORD-GOOD-TRAN
           END-IF.

      *> 先过观察名单筛查，再过客户日限额（按处理日累计人民币
      *> 等值，Custlim 放行才算数），再算手续费。手续费基数是本笔人民币额；正向净额=
      *> 付客户人民币-费，反向净额=人民币+费（客户连本带费一起付）。
       RECORD-GOOD-TRAN.
           PERFORM SCREEN-TRAN-CUST
           IF WS-SCRN-RESULT NOT = "C"
               ADD 1 TO WS-ERR-COUNT
               MOVE "R013" TO WS-REJ-CODE
               IF WS-SCRN-RESULT = "D"
                   MOVE "DECLINED BY COMPLIANCE" TO WS-REJ-REASON
               ELSE
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "COMPLIANCE HOLD " DELIMITED BY SIZE
                       WS-HOLD-NO DELIMITED BY SIZE
                       INTO WS-REJ-REASON
                   END-STRING
               END-IF
               PERFORM BUFFER-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "Custlim" USING TRAN-CUST-ID WS-TODAY-DATE WS-RMB-AMT
               WS-CUST-RESULT
           IF WS-CUST-RESULT = "U"
               END-IF
           END-IF.

      *> 筛查放在换算之后、限额之前：换算不过的按原来的原因码拒，
      *> 不进暂停队列；被暂停的不吃客户额度。
       SCREEN-TRAN-CUST.
           MOVE BATCH-TRAN-RECORD TO WS-SCRN-DATA
           CALL "Custscrn" USING TRAN-CUST-ID WS-SCRN-NAME
               WS-SCRN-SOURCE WS-OPER-ID WS-TODAY-DATE TRAN-REF-NO
               WS-SCRN-DATA WS-SCRN-RESULT WS-HOLD-NO.

       RECORD-PASSED-TRAN.
           CALL "Feecalc" USING TRAN-CCY WS-RMB-AMT WS-FEE-AMT
               WS-FEE-FOUND
           ADD WS-FEE-AMT TO WS-TOTAL-FEE
           PERFORM BUFFER-DETAIL-LINE
           PERFORM BUFFER-AUDIT-LINE
           PERFORM BUFFER-REF-REGISTER
           MOVE "A" TO WS-ADV-OUTCOME
           PERFORM BUFFER-ADVICE-LINE.

       BUFFER-REF-REGISTER.
           MOVE SPACES TO REF-REG-RECORD
               END-IF
           END-PERFORM
           IF WS-CACHE-HIT > 0
               MOVE WS-CACHE-RATE(WS-CACHE-HIT) TO WS-MID
               MOVE WS-CACHE-BUY(WS-CACHE-HIT) TO WS-BUY-RATE
               MOVE WS-CACHE-SELL(WS-CACHE-HIT) TO WS-SELL-RATE
               MOVE WS-CACHE-EFF(WS-CACHE-HIT) TO WS-RATE-EFF
               MOVE WS-CACHE-FOUND(WS-CACHE-HIT) TO WS-RATE-FOUND
           ELSE
               MOVE "N" TO WS-RATE-FOUND
               CALL "Ratelkup" USING TRAN-CCY WS-VALUE-DATE WS-MID
                   WS-RATE-FOUND WS-RATE-EFF WS-BUY-RATE WS-SELL-RATE
               IF WS-CACHE-COUNT < 50
                   ADD 1 TO WS-CACHE-COUNT
                   MOVE TRAN-CCY TO WS-CACHE-CCY(WS-CACHE-COUNT)
                   MOVE WS-VALUE-DATE TO WS-CACHE-DATE(WS-CACHE-COUNT)
                   MOVE WS-MID TO WS-CACHE-RATE(WS-CACHE-COUNT)
                   MOVE WS-BUY-RATE TO WS-CACHE-BUY(WS-CACHE-COUNT)
                   MOVE WS-SELL-RATE TO WS-CACHE-SELL(WS-CACHE-COUNT)
                   MOVE WS-RATE-EFF TO WS-CACHE-EFF(WS-CACHE-COUNT)
                   MOVE WS-RATE-FOUND TO WS-CACHE-FOUND(WS-CACHE-COUNT)
               END-IF
           END-IF
      *> 收外币（F）取买入价，付外币（R）取卖出价。
           IF TRAN-DIR = "R"
               MOVE WS-SELL-RATE TO PI
           ELSE
               MOVE WS-BUY-RATE TO PI
           END-IF.

       APPEND-RPT-LINE.
      *> 文件里（80 列放不下整条记录，截一半反而害人看错金额）。
       BUFFER-REJECT-LINE.
           PERFORM BUFFER-SUSPENSE-RECORD
           MOVE "R" TO WS-ADV-OUTCOME
           PERFORM BUFFER-ADVICE-LINE
           MOVE WS-LINE-NO TO WS-D-LINE-NO
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-D-LINE-NO DELIMITED BY SIZE
           MOVE SPACES TO REJ-RECORD
           MOVE WS-REJ-CODE TO REJ-REASON-CODE
           MOVE BATCH-TRAN-RECORD TO REJ-TRAN-DATA
           MOVE WS-CUR-BRANCH TO REJ-BRANCH-ID
           ADD 1 TO WS-REJ-BUF-COUNT
           MOVE REJ-RECORD TO WS-REJ-BUF-LINE(WS-REJ-BUF-COUNT).

       BUFFER-AUDIT-LINE.
           MOVE WS-FOREIGN-AMT TO WS-AUDIT-FOREIGN
           MOVE PI TO WS-AUDIT-RATE
           MOVE WS-MID TO WS-AUDIT-MID
           MOVE WS-RMB-AMT TO WS-AUDIT-RMB
           MOVE WS-FEE-AMT TO WS-AUDIT-FEE
      *> 时间戳的日期部分写营业日（时间部分照挂钟走），Recon 按
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS
           MOVE WS-TODAY-DATE TO WS-AUDIT-TS(1:8)
           MOVE SPACES TO AUDIT-LINE-RECORD
           MOVE 1 TO WS-AUDIT-PTR
           STRING
               WS-AUDIT-TS DELIMITED BY SIZE
               " MODE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-FOREIGN) DELIMITED BY SIZE
               " RATE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RATE) DELIMITED BY SIZE
               " MID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-MID) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-RMB) DELIMITED BY SIZE
               " FEE=" DELIMITED BY SIZE
               " VALDATE=" DELIMITED BY SIZE
               TRAN-VALUE-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE-RECORD
               WITH POINTER WS-AUDIT-PTR
           END-STRING
      *> 按清单跑的行带 BR= 投递分行，月报按分行分组；不按清单跑
      *> 的老式单文件没有分行号，不带。
           IF WS-CUR-BRANCH NOT = SPACES
               STRING " BR=" DELIMITED BY SIZE
                   WS-CUR-BRANCH DELIMITED BY SIZE
                   INTO AUDIT-LINE-RECORD
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-AUDIT-BUF-COUNT
           MOVE AUDIT-LINE-RECORD TO WS-AUDIT-BUF-LINE(WS-AUDIT-BUF-COUNT).

               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

      *> 回执明细：已换算的带本笔实际用的那一边汇率（买入/卖出价）
      *> 和生效日，拒绝的只带原因码，金额栏照输入原样回给分行。
       BUFFER-ADVICE-LINE.
           IF WS-CUR-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ADV-DETAIL-RECORD
           MOVE "D" TO ADV-REC-TYPE
           MOVE TRAN-REF-NO TO ADV-REF-NO
           MOVE WS-ADV-OUTCOME TO ADV-OUTCOME
           MOVE TRAN-CCY TO ADV-CCY
           MOVE TRAN-DIR TO ADV-DIR
           MOVE TRAN-VALUE-DATE TO ADV-VALUE-DATE
           MOVE TRAN-CUST-ID TO ADV-CUST-ID
           MOVE TRAN-AMOUNT TO ADV-AMOUNT
           IF WS-ADV-OUTCOME = "A"
               MOVE PI TO ADV-RATE
               MOVE WS-RATE-EFF TO ADV-RATE-EFF
               MOVE WS-FOREIGN-AMT TO ADV-FOREIGN
               MOVE WS-RMB-AMT TO ADV-RMB
               MOVE WS-FEE-AMT TO ADV-FEE
           ELSE
               MOVE WS-REJ-CODE TO ADV-REASON-CODE
               MOVE 0 TO ADV-RATE
               MOVE 0 TO ADV-RATE-EFF
               MOVE 0 TO ADV-FOREIGN
               MOVE 0 TO ADV-RMB
               MOVE 0 TO ADV-FEE
           END-IF
           ADD 1 TO WS-ADV-BUF-COUNT
           MOVE WS-CUR-BRANCH TO WS-ADV-BUF-BR(WS-ADV-BUF-COUNT)
           MOVE ADV-DETAIL-RECORD TO WS-ADV-BUF-LINE(WS-ADV-BUF-COUNT).

      *> 清单分行的尾记录，口径和报表分行小计完全一样（全局计数对
      *> 节首基数的差值），旁边放分行申报数，分行自己就能对。
       BUFFER-ADVICE-TRAILER.
           MOVE SPACES TO ADV-TRAILER-RECORD
           MOVE "T" TO ADV-TRL-TYPE
           MOVE WS-CUR-BRANCH TO ADV-TRL-BRANCH
           MOVE "O" TO ADV-TRL-RUN
           MOVE WS-TODAY-DATE TO ADV-TRL-BUS-DATE
           MOVE WS-ADV-TRL-STATUS TO ADV-TRL-STATUS
           MOVE WS-LINE-NO TO ADV-TRL-READ-COUNT
           MOVE WS-MAN-DCOUNT(WS-MAN-IDX) TO ADV-TRL-DECL-COUNT
           MOVE WS-BR-AMT-SUM TO ADV-TRL-READ-AMT
           MOVE WS-MAN-DAMT(WS-MAN-IDX) TO ADV-TRL-DECL-AMT
           COMPUTE ADV-TRL-ACC-COUNT = WS-OK-COUNT - WS-BASE-OK
           COMPUTE ADV-TRL-REJ-COUNT = WS-ERR-COUNT - WS-BASE-ERR
           COMPUTE ADV-TRL-RMB = WS-TOTAL-C-C - WS-BASE-C-C
           COMPUTE ADV-TRL-FEE = WS-TOTAL-FEE - WS-BASE-FEE
           ADD 1 TO WS-ADV-BUF-COUNT
           MOVE WS-CUR-BRANCH TO WS-ADV-BUF-BR(WS-ADV-BUF-COUNT)
           MOVE ADV-TRAILER-RECORD TO WS-ADV-BUF-LINE(WS-ADV-BUF-COUNT).

      *> 缓冲里同一分行的行是连着的（清单按文件跑），换分行才换
      *> 文件；RESUBMIT 各分行的行混在一起，来回开关也照样对。
       FLUSH-ADVICE-BUFFER.
           MOVE SPACES TO WS-ADV-OPEN-BR
           PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                   UNTIL WS-BUF-IDX > WS-ADV-BUF-COUNT
               IF WS-ADV-BUF-BR(WS-BUF-IDX) NOT = WS-ADV-OPEN-BR
                   IF WS-ADV-OPEN-BR NOT = SPACES
                       CLOSE ADVFILE
                   END-IF
                   MOVE WS-ADV-BUF-BR(WS-BUF-IDX) TO WS-ADV-OPEN-BR
                   MOVE WS-ADV-OPEN-BR TO WS-ADV-NAME-BR
                   PERFORM OPEN-ADVICE-EXTEND
               END-IF
               WRITE ADV-LINE FROM WS-ADV-BUF-LINE(WS-BUF-IDX)
           END-PERFORM
           IF WS-ADV-OPEN-BR NOT = SPACES
               CLOSE ADVFILE
           END-IF
           MOVE 0 TO WS-ADV-BUF-COUNT.

       SET-ADVICE-FILE-NAME.
           MOVE SPACES TO WS-ADV-FILE-NAME
           IF RESUBMIT-RUN
               STRING "CASHADV." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADV-NAME-BR) DELIMITED BY SIZE
                   ".FUP" DELIMITED BY SIZE
                   INTO WS-ADV-FILE-NAME
               END-STRING
           ELSE
               STRING "CASHADV." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADV-NAME-BR) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ADV-FILE-NAME
               END-STRING
           END-IF.

       OPEN-ADVICE-EXTEND.
           PERFORM SET-ADVICE-FILE-NAME
           OPEN EXTEND ADVFILE
           IF WS-ADV-STATUS = "35"
               OPEN OUTPUT ADVFILE
               CLOSE ADVFILE
               OPEN EXTEND ADVFILE
           END-IF.

       DELETE-ADVICE-FILE.
           PERFORM SET-ADVICE-FILE-NAME
           MOVE WS-ADV-FILE-NAME TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           MOVE 0 TO RETURN-CODE.

      *> 开跑前扫一遍暂挂文件，记下有哪些分行的行要重提交；新跑
      *> （不是断点续跑）先把这些分行上一次的跟进回执删掉，本次的
      *> 从空文件开始追加。输入打不开在这里不管，MAIN-LOGIC 照常
      *> 报错停下。
       COLLECT-FOLLOWUP-BRANCHES.
           MOVE 0 TO WS-FUP-COUNT
           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRAN
               READ TRANFILE
                   AT END
                       SET END-OF-TRAN TO TRUE
                   NOT AT END
                       IF TRAN-RESUB-BRANCH NOT = SPACES
                           PERFORM NOTE-FOLLOWUP-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANFILE
           MOVE "N" TO WS-EOF
           IF NOT RESUMING-RUN
               PERFORM VARYING WS-FUP-IDX FROM 1 BY 1
                       UNTIL WS-FUP-IDX > WS-FUP-COUNT
                   MOVE WS-FUP-BRANCH(WS-FUP-IDX) TO WS-ADV-NAME-BR
                   PERFORM DELETE-ADVICE-FILE
               END-PERFORM
           END-IF.

       NOTE-FOLLOWUP-BRANCH.
           MOVE "N" TO WS-FUP-KNOWN
           PERFORM VARYING WS-FUP-IDX FROM 1 BY 1
                   UNTIL WS-FUP-IDX > WS-FUP-COUNT
               IF WS-FUP-BRANCH(WS-FUP-IDX) = TRAN-RESUB-BRANCH
                   MOVE "Y" TO WS-FUP-KNOWN
               END-IF
           END-PERFORM
           IF WS-FUP-KNOWN = "N" AND WS-FUP-COUNT < 50
               ADD 1 TO WS-FUP-COUNT
               MOVE TRAN-RESUB-BRANCH TO WS-FUP-BRANCH(WS-FUP-COUNT)
           END-IF.

      *> 跟进回执的尾记录按文件里已落盘的明细现数，断点续跑前后
      *> 两段写的明细一起算；没有申报数，申报两栏为 0。
       WRITE-FOLLOWUP-TRAILERS.
           PERFORM VARYING WS-FUP-IDX FROM 1 BY 1
                   UNTIL WS-FUP-IDX > WS-FUP-COUNT
               MOVE WS-FUP-BRANCH(WS-FUP-IDX) TO WS-ADV-NAME-BR
               PERFORM TALLY-FOLLOWUP-ADVICE
               MOVE SPACES TO ADV-TRAILER-RECORD
               MOVE "T" TO ADV-TRL-TYPE
               MOVE WS-ADV-NAME-BR TO ADV-TRL-BRANCH
               MOVE "F" TO ADV-TRL-RUN
               MOVE WS-TODAY-DATE TO ADV-TRL-BUS-DATE
               MOVE "F" TO ADV-TRL-STATUS
               MOVE WS-FUP-READ TO ADV-TRL-READ-COUNT
               MOVE 0 TO ADV-TRL-DECL-COUNT
               MOVE WS-FUP-AMT TO ADV-TRL-READ-AMT
               MOVE 0 TO ADV-TRL-DECL-AMT
               MOVE WS-FUP-ACC TO ADV-TRL-ACC-COUNT
               MOVE WS-FUP-REJ TO ADV-TRL-REJ-COUNT
               MOVE WS-FUP-RMB TO ADV-TRL-RMB
               MOVE WS-FUP-FEE TO ADV-TRL-FEE
               PERFORM OPEN-ADVICE-EXTEND
               WRITE ADV-LINE FROM ADV-TRAILER-RECORD
               CLOSE ADVFILE
           END-PERFORM.

       TALLY-FOLLOWUP-ADVICE.
           MOVE 0 TO WS-FUP-READ
           MOVE 0 TO WS-FUP-ACC
           MOVE 0 TO WS-FUP-REJ
           MOVE 0 TO WS-FUP-AMT
           MOVE 0 TO WS-FUP-RMB
           MOVE 0 TO WS-FUP-FEE
           PERFORM SET-ADVICE-FILE-NAME
           OPEN INPUT ADVFILE
           IF WS-ADV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ADV-EOF
           PERFORM UNTIL END-OF-ADV
               READ ADVFILE
                   AT END
                       SET END-OF-ADV TO TRUE
                   NOT AT END
                       MOVE ADV-LINE TO ADV-DETAIL-RECORD
                       IF ADV-REC-TYPE = "D"
                           PERFORM TALLY-ONE-ADVICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVFILE.

       TALLY-ONE-ADVICE.
           ADD 1 TO WS-FUP-READ
           IF FUNCTION TEST-NUMVAL(ADV-AMOUNT) = 0
               AND ADV-AMOUNT NOT = SPACES
               COMPUTE WS-FUP-AMT = WS-FUP-AMT
                   + FUNCTION NUMVAL(ADV-AMOUNT)
           END-IF
           IF ADV-OUTCOME = "A"
               ADD 1 TO WS-FUP-ACC
               MOVE ADV-RMB TO WS-FUP-WORK
               ADD WS-FUP-WORK TO WS-FUP-RMB
               MOVE ADV-FEE TO WS-FUP-WORK
               ADD WS-FUP-WORK TO WS-FUP-FEE
           ELSE
               ADD 1 TO WS-FUP-REJ
           END-IF.
