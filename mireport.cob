       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mireport INITIAL.
       AUTHOR.	fan
      *> 月度经营报表：Recon 只管一天，分行管理层要看一个月的量。
      *> 按月汇总笔数、外币量、人民币交易额和手续费收入，分五节：
      *>   TOTAL    全部合计；
      *>   CURRENCY 按币种（每行审计记录按本行币种记，口径同 Recon，
      *>            X 模式两条腿分别记在两个币种上）；
      *>   CHANNEL  柜面/批量（有 REF= 的是批量）；
      *>   OPERATOR 按操作员（OP=，批量是提交人或 BATCH；冲正从
      *>            原交易的操作员名下扣，不记在做冲正的人名下）；
      *>   BRANCH   按投递分行（批量行的 BR=），柜面行归 COUNTER，
      *>            加 BR= 之前的批量老行归 UNKNOWN。
      *> 币种节以外的笔数和人民币额 X 模式只算第一条腿（一笔换算
      *> 不能算成两笔），手续费本来就只在第一条腿上。
      *> 每个分组列本月、上月、去年同月三行，上月/去年同月行尾给
      *> 本月人民币交易额相对它的增减百分比（对比月为 0 给 N/A）。
      *> 冲正行按反号净计，口径同 Recon：记在冲正行所在的月份上，
      *> 上月的交易本月冲掉的，本月数减下来。金库调拨行（MODE=T）
      *> 不是换算，不进报表。
      *> 三个月份在 AUDARCH.DIR 登记过的读归档文件 CASHAUDIT.YYYYMM.LOG
      *> （同 Amlscan），主日志永远读（还没归档的月份在主日志里）。
      *> 登记了却打不开的归档文件给警告，报表标不完整，RC=4。
      *> 打印报表写 MIREPORT.RPT，同样的数据另写一份逗号分隔的
      *> MIREPORT.CSV（第一行列名），总行直接导入，不用再有人拿
      *> 每天的 CASHRECON.RPT 手工拼。
      *> Arg1（可选）= 报表月份 YYYYMM，不传就出营业日（Getbdate）
      *> 的上一个月——月初跑上月的月报。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DIRFILE ASSIGN TO "AUDARCH.DIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.

           SELECT RPTFILE ASSIGN TO "MIREPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CSVFILE ASSIGN TO "MIREPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD DIRFILE.
       01 DIR-RECORD            PIC X(6).

       FD RPTFILE.
       COPY "batchrpt.cpy".

       FD CSVFILE.
       01 CSV-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-CSV-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-DIR-EOF         PIC X(1) VALUE "N".
           88 END-OF-DIR             VALUE "Y".
       01 WS-INCOMPLETE      PIC X(1) VALUE "N". *>Y=有归档文件打不开

       01 WS-ARG-COUNT       PIC 9(2) VALUE 0.
       01 WS-ARG-MONTH       PIC X(6) VALUE SPACES.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-BUS-DATE        PIC 9(8) VALUE 0.
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".

      *> 三个比较月份：1=本月 2=上月 3=去年同月
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-MONTH    OCCURS 3 TIMES PIC 9(6).
       01 WS-PER-IDX         PIC 9(1) VALUE 0.
       01 WS-LINE-PERIOD     PIC 9(1) VALUE 0.
       01 WS-WORK-MONTH      PIC 9(6) VALUE 0.
       01 WS-WORK-MM         PIC 9(2) VALUE 0.

       01 WS-DIR-MONTH       PIC 9(6) VALUE 0.

      *> 分组累计表：类型 1=TOTAL 2=CURRENCY 3=CHANNEL 4=OPERATOR
      *> 5=BRANCH，打印前按类型+键排序，类型顺序就是报表节的顺序。
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 400 TIMES.
               10 WS-GRP-TYPE        PIC X(1).
               10 WS-GRP-KEY         PIC X(8).
               10 WS-GRP-PER OCCURS 3 TIMES.
                   15 WS-GRP-COUNT       PIC S9(7).
                   15 WS-GRP-FOREIGN     PIC S9(12)V99.
                   15 WS-GRP-RMB         PIC S9(12)V99.
                   15 WS-GRP-FEE         PIC S9(10)V99.
       01 WS-GRP-SWAP.
           05 FILLER                 PIC X(9).
           05 FILLER                 PIC X(141).
       01 WS-GRP-COUNT-USED  PIC 9(3) VALUE 0.
       01 WS-GRP-IDX         PIC 9(3) VALUE 0.
       01 WS-GRP-JDX         PIC 9(3) VALUE 0.
       01 WS-GRP-FOUND       PIC 9(3) VALUE 0.
       01 WS-GRP-FULL        PIC X(1) VALUE "N".

      *> 本行要加进分组的量（冲正行已经反号）
       01 WS-ADD-TYPE        PIC X(1) VALUE SPACES.
       01 WS-ADD-KEY         PIC X(8) VALUE SPACES.
       01 WS-ADD-COUNT       PIC S9(1) VALUE 0.
       01 WS-ADD-FOREIGN     PIC S9(10)V99 VALUE 0.
       01 WS-ADD-RMB         PIC S9(10)V99 VALUE 0.
       01 WS-ADD-FEE         PIC S9(10)V99 VALUE 0.
       01 WS-REV-SIGN        PIC S9(1) VALUE +1.
       01 WS-TXN-COUNT       PIC S9(1) VALUE 0. *>X 第二条腿不算笔数
       01 WS-TXN-RMB         PIC S9(10)V99 VALUE 0.
       01 WS-LINE-COUNT      PIC 9(8) VALUE 0.

      *> 读到的原交易（键=REF= 或时间戳前 14 位），冲正行按 ORIG=
      *> 找回原交易的操作员：冲正行的 OP= 是做冲正的人，业务量要
      *> 从原来做这笔的人名下扣。原交易不在读到的月份里（跨年冲
      *> 正之类）就只好记在做冲正的人名下。
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 5000 TIMES.
               10 WS-ORG-KEY         PIC X(14).
               10 WS-ORG-CUST        PIC X(8).
               10 WS-ORG-OPER        PIC X(8).
       01 WS-ORG-COUNT       PIC 9(4) VALUE 0.
       01 WS-ORG-IDX         PIC 9(4) VALUE 0.
       01 WS-ORG-KEY-WK      PIC X(14) VALUE SPACES.
       01 WS-LINE-OPER       PIC X(8) VALUE SPACES.

       01 WS-SECTION-TYPE    PIC X(1) VALUE SPACES.
       01 WS-SECTION-NAME    PIC X(8) VALUE SPACES.
       01 WS-PERIOD-LABEL    PIC X(4) VALUE SPACES.
       01 WS-CHG-PCT         PIC S9(5)V9 VALUE 0.
       01 WS-CHG-NA          PIC X(1) VALUE "N". *>Y=对比月为 0，不算百分比

       01 WS-D-COUNT         PIC -(6)9.
       01 WS-D-FOREIGN       PIC -(11)9.99.
       01 WS-D-RMB           PIC -(11)9.99.
       01 WS-D-FEE           PIC -(9)9.99.
       01 WS-D-CHG           PIC -(5)9.9.
       01 WS-D-CHG-X         PIC X(8) VALUE SPACES.
       01 WS-D-FOREIGN-X     PIC X(15) VALUE SPACES.
       01 WS-CSV-PTR         PIC S9(4) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-REPORT-MONTH
           PERFORM SCAN-ARCHIVE-MONTHS
           MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-AUDIT-FILE
           PERFORM SORT-GROUP-TABLE

           OPEN OUTPUT RPTFILE
           OPEN OUTPUT CSVFILE
           MOVE "SECTION,KEY,PERIOD,MONTH,COUNT,FOREIGN_VOLUME,RMB_TURNOVER,FEE_INCOME,RMB_CHANGE_PCT"
               TO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM WRITE-REPORT-HEADER
           MOVE "1" TO WS-SECTION-TYPE
           MOVE "TOTAL" TO WS-SECTION-NAME
           PERFORM WRITE-ONE-SECTION
           MOVE "2" TO WS-SECTION-TYPE
           MOVE "CURRENCY" TO WS-SECTION-NAME
           PERFORM WRITE-ONE-SECTION
           MOVE "3" TO WS-SECTION-TYPE
           MOVE "CHANNEL" TO WS-SECTION-NAME
           PERFORM WRITE-ONE-SECTION
           MOVE "4" TO WS-SECTION-TYPE
           MOVE "OPERATOR" TO WS-SECTION-NAME
           PERFORM WRITE-ONE-SECTION
           MOVE "5" TO WS-SECTION-TYPE
           MOVE "BRANCH" TO WS-SECTION-NAME
           PERFORM WRITE-ONE-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE CSVFILE
           CLOSE RPTFILE
           DISPLAY "Monthly report for " WS-PERIOD-MONTH(1)
               " written to MIREPORT.RPT and MIREPORT.CSV"
           IF WS-INCOMPLETE = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-REPORT-MONTH.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-MONTH FROM ARGUMENT-VALUE
               MOVE FUNCTION TEST-NUMVAL(WS-ARG-MONTH) TO WS-NUMVAL-POS
               IF WS-NUMVAL-POS NOT = 0 OR WS-ARG-MONTH = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-MONTH)) NOT = 6
                   DISPLAY "Invalid report month: '" WS-ARG-MONTH
                       "' is not a valid YYYYMM month."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-MONTH) TO WS-WORK-MONTH
               MOVE WS-WORK-MONTH(5:2) TO WS-WORK-MM
               IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   DISPLAY "Invalid report month: '" WS-ARG-MONTH
                       "' is not a valid YYYYMM month."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(1)
           ELSE
               CALL "Getbdate" USING WS-BUS-DATE WS-BUS-STATE
                   WS-BUS-FOUND
               MOVE WS-BUS-DATE(1:6) TO WS-WORK-MONTH
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(1)
           END-IF
           MOVE WS-PERIOD-MONTH(1) TO WS-WORK-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(2)
           COMPUTE WS-PERIOD-MONTH(3) = WS-PERIOD-MONTH(1) - 100.

       STEP-BACK-ONE-MONTH.
           MOVE WS-WORK-MONTH(5:2) TO WS-WORK-MM
           IF WS-WORK-MM = 1
               COMPUTE WS-WORK-MONTH = WS-WORK-MONTH - 100 + 11
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF.

      *> 归档登记簿里是三个比较月份之一的才读，其余月份跳过。
       SCAN-ARCHIVE-MONTHS.
           OPEN INPUT DIRFILE
           IF WS-DIR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DIR
               READ DIRFILE
                   AT END
                       SET END-OF-DIR TO TRUE
                   NOT AT END
                       IF DIR-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(DIR-RECORD)
                               TO WS-DIR-MONTH
                           IF WS-DIR-MONTH = WS-PERIOD-MONTH(1)
                               OR WS-DIR-MONTH = WS-PERIOD-MONTH(2)
                               OR WS-DIR-MONTH = WS-PERIOD-MONTH(3)
                               MOVE SPACES TO WS-AUDIT-FILE-NAME
                               STRING "CASHAUDIT." DELIMITED BY SIZE
                                   WS-DIR-MONTH DELIMITED BY SIZE
                                   ".LOG" DELIMITED BY SIZE
                                   INTO WS-AUDIT-FILE-NAME
                               END-STRING
                               PERFORM SCAN-AUDIT-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIRFILE.

       SCAN-AUDIT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-FILE-NAME NOT = "CASHAUDIT.LOG"
                   DISPLAY "WARNING: audit file "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                       " could not be opened (status=" WS-AUDIT-STATUS
                       ") - report is incomplete."
                   MOVE "Y" TO WS-INCOMPLETE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDITFILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM PROCESS-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

      *> 按审计行日期（营业日）的年月落到三个比较月份之一；冲正行
      *> 反号，笔数也抵一笔（同 Recon）。
       PROCESS-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
           IF AUD-MODE = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-PERIOD
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
               IF AUD-DATE(1:6) = WS-PERIOD-MONTH(WS-PER-IDX)
                   MOVE WS-PER-IDX TO WS-LINE-PERIOD
               END-IF
           END-PERFORM
           IF WS-LINE-PERIOD = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           IF AUD-REV = "Y"
               MOVE -1 TO WS-REV-SIGN
           ELSE
               MOVE +1 TO WS-REV-SIGN
           END-IF
           COMPUTE WS-ADD-FEE = WS-REV-SIGN * AUD-FEE
           IF AUD-MODE = "X" AND AUD-LEG = "2"
               MOVE 0 TO WS-TXN-COUNT
               MOVE 0 TO WS-TXN-RMB
           ELSE
               MOVE WS-REV-SIGN TO WS-TXN-COUNT
               COMPUTE WS-TXN-RMB = WS-REV-SIGN * AUD-RMB
           END-IF

      *> 币种节按行记，外币量只在这一节有意义
           MOVE "2" TO WS-ADD-TYPE
           MOVE AUD-CCY TO WS-ADD-KEY
           MOVE WS-REV-SIGN TO WS-ADD-COUNT
           COMPUTE WS-ADD-FOREIGN = WS-REV-SIGN * AUD-FOREIGN
           COMPUTE WS-ADD-RMB = WS-REV-SIGN * AUD-RMB
           PERFORM ADD-TO-GROUP

           MOVE WS-TXN-COUNT TO WS-ADD-COUNT
           MOVE 0 TO WS-ADD-FOREIGN
           MOVE WS-TXN-RMB TO WS-ADD-RMB
           MOVE "1" TO WS-ADD-TYPE
           MOVE "ALL" TO WS-ADD-KEY
           PERFORM ADD-TO-GROUP
           MOVE "3" TO WS-ADD-TYPE
           IF AUD-REF NOT = SPACES
               MOVE "BATCH" TO WS-ADD-KEY
           ELSE
               MOVE "COUNTER" TO WS-ADD-KEY
           END-IF
           PERFORM ADD-TO-GROUP
           MOVE AUD-OPER TO WS-LINE-OPER
           IF AUD-REV = "Y"
               PERFORM FIND-ORIGINAL-OPER
           ELSE
               PERFORM REMEMBER-ORIGINAL
           END-IF
           MOVE "4" TO WS-ADD-TYPE
           IF WS-LINE-OPER = SPACES
               MOVE "(NONE)" TO WS-ADD-KEY
           ELSE
               MOVE WS-LINE-OPER TO WS-ADD-KEY
           END-IF
           PERFORM ADD-TO-GROUP
           MOVE "5" TO WS-ADD-TYPE
           EVALUATE TRUE
               WHEN AUD-BRANCH NOT = SPACES
                   MOVE AUD-BRANCH TO WS-ADD-KEY
               WHEN AUD-REF = SPACES
                   MOVE "COUNTER" TO WS-ADD-KEY
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ADD-KEY
           END-EVALUATE
           PERFORM ADD-TO-GROUP.

       REMEMBER-ORIGINAL.
           IF WS-ORG-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORG-COUNT
           IF AUD-REF NOT = SPACES
               MOVE AUD-REF TO WS-ORG-KEY(WS-ORG-COUNT)
           ELSE
               MOVE AUD-TIMESTAMP(1:14) TO WS-ORG-KEY(WS-ORG-COUNT)
           END-IF
           MOVE AUD-CUST TO WS-ORG-CUST(WS-ORG-COUNT)
           MOVE AUD-OPER TO WS-ORG-OPER(WS-ORG-COUNT).

      *> 匹配口径同 Amlscan：ORIG= 对键，再对一下客户号。
       FIND-ORIGINAL-OPER.
           MOVE AUD-ORIG TO WS-ORG-KEY-WK
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-KEY(WS-ORG-IDX) = WS-ORG-KEY-WK
                   AND WS-ORG-CUST(WS-ORG-IDX) = AUD-CUST
                   MOVE WS-ORG-OPER(WS-ORG-IDX) TO WS-LINE-OPER
               END-IF
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 0 TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
                   OR WS-GRP-FOUND > 0
               IF WS-GRP-TYPE(WS-GRP-IDX) = WS-ADD-TYPE
                   AND WS-GRP-KEY(WS-GRP-IDX) = WS-ADD-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT-USED >= 400
                   IF WS-GRP-FULL = "N"
                       DISPLAY "WARNING: more than 400 report groups, "
                           "further groups not reported."
                       MOVE "Y" TO WS-GRP-FULL
                       MOVE "Y" TO WS-INCOMPLETE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT-USED
               MOVE WS-GRP-COUNT-USED TO WS-GRP-FOUND
               MOVE WS-ADD-TYPE TO WS-GRP-TYPE(WS-GRP-FOUND)
               MOVE WS-ADD-KEY TO WS-GRP-KEY(WS-GRP-FOUND)
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 3
                   MOVE 0 TO WS-GRP-COUNT(WS-GRP-FOUND, WS-PER-IDX)
                   MOVE 0 TO WS-GRP-FOREIGN(WS-GRP-FOUND, WS-PER-IDX)
                   MOVE 0 TO WS-GRP-RMB(WS-GRP-FOUND, WS-PER-IDX)
                   MOVE 0 TO WS-GRP-FEE(WS-GRP-FOUND, WS-PER-IDX)
               END-PERFORM
           END-IF
           ADD WS-ADD-COUNT TO WS-GRP-COUNT(WS-GRP-FOUND, WS-LINE-PERIOD)
           ADD WS-ADD-FOREIGN
               TO WS-GRP-FOREIGN(WS-GRP-FOUND, WS-LINE-PERIOD)
           ADD WS-ADD-RMB TO WS-GRP-RMB(WS-GRP-FOUND, WS-LINE-PERIOD)
           ADD WS-ADD-FEE TO WS-GRP-FEE(WS-GRP-FOUND, WS-LINE-PERIOD).

      *> 按类型+键排序，节内按键的字母顺序列
       SORT-GROUP-TABLE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX >= WS-GRP-COUNT-USED
               PERFORM VARYING WS-GRP-JDX FROM 1 BY 1
                       UNTIL WS-GRP-JDX >= WS-GRP-COUNT-USED
                   IF WS-GRP-ENTRY(WS-GRP-JDX)(1:9)
                       > WS-GRP-ENTRY(WS-GRP-JDX + 1)(1:9)
                       MOVE WS-GRP-ENTRY(WS-GRP-JDX) TO WS-GRP-SWAP
                       MOVE WS-GRP-ENTRY(WS-GRP-JDX + 1)
                           TO WS-GRP-ENTRY(WS-GRP-JDX)
                       MOVE WS-GRP-SWAP TO WS-GRP-ENTRY(WS-GRP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "MONTHLY MANAGEMENT REPORT  MONTH=" DELIMITED BY SIZE
               WS-PERIOD-MONTH(1) DELIMITED BY SIZE
               "  PREV=" DELIMITED BY SIZE
               WS-PERIOD-MONTH(2) DELIMITED BY SIZE
               "  LAST YEAR=" DELIMITED BY SIZE
               WS-PERIOD-MONTH(3) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "REVERSALS NETTED IN THE MONTH THEY WERE MADE; VAULT TRANSFERS EXCLUDED"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           IF WS-INCOMPLETE = "Y"
               MOVE "** INCOMPLETE: ARCHIVE FILE MISSING OR GROUP TABLE FULL"
                   TO BATCH-RPT-RECORD
               WRITE BATCH-RPT-RECORD
           END-IF.

      *> 一节：节标题、列头，节内每个分组三行（本月/上月/去年同月），
      *> CSV 同样每个分组三行。
       WRITE-ONE-SECTION.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "BY " DELIMITED BY SIZE
               WS-SECTION-NAME DELIMITED BY SPACE
               INTO BATCH-RPT-RECORD
           END-STRING
           IF WS-SECTION-TYPE = "1"
               MOVE "ALL TRANSACTIONS" TO BATCH-RPT-RECORD
           END-IF
           WRITE BATCH-RPT-RECORD
           MOVE "KEY      MONTH    COUNT    FOREIGN-VOLUME   RMB-TURNOVER    FEE-INCOME    CHG%"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
               IF WS-GRP-TYPE(WS-GRP-IDX) = WS-SECTION-TYPE
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                           UNTIL WS-PER-IDX > 3
                       PERFORM WRITE-GROUP-PERIOD
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> 增减百分比 = (本月 - 对比月) / 对比月 * 100，按人民币交易额
       WRITE-GROUP-PERIOD.
           EVALUATE WS-PER-IDX
               WHEN 1
                   MOVE "CUR" TO WS-PERIOD-LABEL
               WHEN 2
                   MOVE "PREV" TO WS-PERIOD-LABEL
               WHEN 3
                   MOVE "LY" TO WS-PERIOD-LABEL
           END-EVALUATE
           MOVE SPACES TO WS-D-CHG-X
           IF WS-PER-IDX > 1
               MOVE "N" TO WS-CHG-NA
               IF WS-GRP-RMB(WS-GRP-IDX, WS-PER-IDX) = 0
                   MOVE "Y" TO WS-CHG-NA
               ELSE
                   COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-GRP-RMB(WS-GRP-IDX, 1)
                        - WS-GRP-RMB(WS-GRP-IDX, WS-PER-IDX)) * 100
                       / WS-GRP-RMB(WS-GRP-IDX, WS-PER-IDX)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-CHG-NA
                   END-COMPUTE
               END-IF
               IF WS-CHG-NA = "Y"
                   MOVE "     N/A" TO WS-D-CHG-X
               ELSE
                   MOVE WS-CHG-PCT TO WS-D-CHG
                   MOVE WS-D-CHG TO WS-D-CHG-X
               END-IF
           END-IF
           MOVE WS-GRP-COUNT(WS-GRP-IDX, WS-PER-IDX) TO WS-D-COUNT
           MOVE WS-GRP-RMB(WS-GRP-IDX, WS-PER-IDX) TO WS-D-RMB
           MOVE WS-GRP-FEE(WS-GRP-IDX, WS-PER-IDX) TO WS-D-FEE
           MOVE SPACES TO WS-D-FOREIGN-X
           IF WS-SECTION-TYPE = "2"
               MOVE WS-GRP-FOREIGN(WS-GRP-IDX, WS-PER-IDX)
                   TO WS-D-FOREIGN
               MOVE WS-D-FOREIGN TO WS-D-FOREIGN-X
           END-IF
           MOVE SPACES TO BATCH-RPT-RECORD
           IF WS-PER-IDX = 1
               MOVE WS-GRP-KEY(WS-GRP-IDX) TO BATCH-RPT-RECORD(1:8)
           END-IF
           MOVE WS-PERIOD-MONTH(WS-PER-IDX) TO BATCH-RPT-RECORD(10:6)
           MOVE WS-D-COUNT TO BATCH-RPT-RECORD(17:7)
           MOVE WS-D-FOREIGN-X TO BATCH-RPT-RECORD(25:15)
           MOVE WS-D-RMB TO BATCH-RPT-RECORD(41:15)
           MOVE WS-D-FEE TO BATCH-RPT-RECORD(57:13)
           MOVE WS-D-CHG-X TO BATCH-RPT-RECORD(71:8)
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-CSV-LINE.

      *> CSV 数值不带千分位、负号在前，没有的值（币种节以外的外币
      *> 量、本月行和对比月为 0 的增减）留空。
       WRITE-CSV-LINE.
           MOVE SPACES TO CSV-RECORD
           MOVE 1 TO WS-CSV-PTR
           STRING FUNCTION TRIM(WS-SECTION-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-KEY(WS-GRP-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PERIOD-LABEL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-PERIOD-MONTH(WS-PER-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO CSV-RECORD
               WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-D-FOREIGN-X NOT = SPACES
               STRING FUNCTION TRIM(WS-D-FOREIGN-X) DELIMITED BY SIZE
                   INTO CSV-RECORD
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-RMB) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-FEE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO CSV-RECORD
               WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-PER-IDX > 1 AND WS-CHG-NA = "N"
               STRING FUNCTION TRIM(WS-D-CHG) DELIMITED BY SIZE
                   INTO CSV-RECORD
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           WRITE CSV-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "AUDIT LINES IN PERIODS=" DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "  GROUPS=" DELIMITED BY SIZE
               WS-GRP-COUNT-USED DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.
