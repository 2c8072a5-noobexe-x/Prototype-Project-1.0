       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rebuild INITIAL.
       AUTHOR.	fan
      *> 派生文件一致性检查/重建作业。下面几个文件都是跟着审计日志
      *> 走的旁路账，坏了或者从旧备份恢复之后没人知道它已经和日志
      *> 对不上：
      *>   CUSTUSE.DAT  客户按日限额用量（Custlim 累计、Custrel 释放）；
      *>   TILLFILE.DAT 钱箱账面数 TILL-CUR-AMT（Tillupd 加减）；
      *>   BATCHREF.DAT 批量已处理流水号登记簿（Batch 登记）；
      *>   QUOTEREG.DAT 报价已成交标志 QUOTE-STATUS=U（Cash 置）。
      *> 先 CALL Audverify 验审计链（报告照旧写 AUDVERIFY.RPT），再按
      *> 指定营业日区间的审计行把这几个文件应有的内容重算一遍，和
      *> 文件里的实际内容逐条比对，结果写 REBUILD.RPT：
      *>   CHECK  只出差异报表，不动文件；
      *>   REPAIR 按审计行重写有差异的记录，报表逐条列改前/改后，
      *>          交审计留档。审计链验不过（日志本身可能被动过）或者
      *>          内存表装满（重算不完整）时不许修，只出差异报表。
      *> 重算口径和各写入方一致，改一头必须同时改这里：
      *>   用量：F/R 一行一笔、X 只算第一条腿，按 RMB= 计入处理日
      *>     （审计行日期）；冲正行按 ORIG= 找回原交易，在原交易的
      *>     处理日上扣回，扣到 0 为止（同 Custrel）；
      *>   钱箱：只重算签到时刻落在区间内的本班记录，应有数=期初+
      *>     本班之后本操作员柜面行和 MODE=T 领用/上缴的现金进出，
      *>     算法同 Tillbal（X 两条腿各收各付、冲正反号）；期初是
      *>     签到清点数，日志里没有，照文件；
      *>   流水号：区间内带 REF= 的非冲正行就是登记过的流水号，登记
      *>     日=审计行日期（冲正不注销流水号，同 Cashrev）；
      *>   报价：报价号日期在区间内的报价，有非冲正行带 QUOTE= 的
      *>     应为 U，没有的应为 O；日志里成交了、登记簿里却没有的
      *>     报价重建不出来（汇率等要素不在审计行里），只报不修。
      *> 用量和流水号在 Dayend 保留期（BUSRET.DAT 营业日数，同
      *> Dayend）之前的日子已经被正常清掉了，不算差异，区间起点
      *> 自动抬到保留期界限。
      *> 冲正可能在区间之后才做，所以日志一直读到主日志结尾；区间
      *> 跨进已归档月份时按 AUDARCH.DIR 读归档文件（同 Amlscan）。
      *> REPAIR 要在柜面没人做业务的时候跑（签到前或日终之后），
      *> 否则边修边有新交易进来。
      *> Arg1=CHECK/REPAIR（缺省 CHECK） Arg2=起始日 Arg3=截止日
      *> （YYYYMMDD，缺省都是营业日；只给起始日就只查那一天）。
      *> RETURN-CODE：0=一致或已修好 4=有差异（CHECK） 8=审计链
      *> 不过或有修不了的差异 16=参数错。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DIRFILE ASSIGN TO "AUDARCH.DIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.

           SELECT RETFILE ASSIGN TO "BUSRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT CUSEFILE ASSIGN TO "CUSTUSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSE-KEY
               FILE STATUS IS WS-CUSE-STATUS.

           SELECT TILLFILE ASSIGN TO "TILLFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TILL-KEY
               FILE STATUS IS WS-TILL-STATUS.

           SELECT REGFILE ASSIGN TO "BATCHREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-REF-NO
               FILE STATUS IS WS-REG-STATUS.

           SELECT QUOTEFILE ASSIGN TO "QUOTEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-NO
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT RPTFILE ASSIGN TO "REBUILD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD DIRFILE.
       01 DIR-RECORD            PIC X(6).

       FD RETFILE.
       01 RET-RECORD            PIC X(4).

       FD CUSEFILE.
       COPY "custuse.cpy".

       FD TILLFILE.
       COPY "tillrec.cpy".

       FD REGFILE.
       COPY "refreg.cpy".

       FD QUOTEFILE.
       COPY "quoterec.cpy".

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RET-STATUS      PIC X(2) VALUE SPACES.
       01 WS-CUSE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-TILL-STATUS     PIC X(2) VALUE SPACES.
       01 WS-REG-STATUS      PIC X(2) VALUE SPACES.
       01 WS-QUOTE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-DIR-EOF         PIC X(1) VALUE "N".
           88 END-OF-DIR             VALUE "Y".
       01 WS-FILE-EOF        PIC X(1) VALUE "N".
           88 END-OF-FILE            VALUE "Y".
       01 WS-FILE-OPEN       PIC X(1) VALUE "N". *>Y=被比对的文件打开了

       01 WS-ARG-COUNT       PIC 9(2) VALUE 0.
       01 WS-IN-MODE         PIC X(8) VALUE SPACES.
       01 WS-IN-DATE         PIC X(8) VALUE SPACES.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-REPAIR          PIC X(1) VALUE "N". *>Y=REPAIR 模式
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TO-DATE         PIC 9(8) VALUE 0.
       01 WS-FROM-MONTH      PIC 9(6) VALUE 0.
       01 WS-BUS-DATE        PIC 9(8) VALUE 0.
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".

      *> 保留期界限：用量和流水号比这早的日子 Dayend 已经清了
       01 WS-KEEP-DAYS       PIC 9(3) VALUE 92.
       01 WS-KEEP-FROM       PIC 9(8) VALUE 0.
       01 WS-BIZ-FUNC        PIC X(1) VALUE "B".
       01 WS-BIZ-DAYS        PIC S9(5) VALUE 0.
       01 WS-BIZ-IS-BUS      PIC X(1) VALUE SPACE.

       01 WS-VERIFY-RC       PIC S9(4) COMP VALUE 0.
       01 WS-CHAIN-OK        PIC X(1) VALUE "N".
       01 WS-TABLE-FULL      PIC X(1) VALUE "N".
       01 WS-LINE-COUNT      PIC 9(8) VALUE 0.

      *> 归档登记簿表，口径同 Audverify（按月份排序后顺序读）
       01 WS-DIR-TABLE.
           05 WS-DIR-MONTH       OCCURS 120 TIMES PIC 9(6).
       01 WS-DIR-COUNT       PIC 9(3) VALUE 0.
       01 WS-DIR-IDX         PIC 9(3) VALUE 0.
       01 WS-DIR-JDX         PIC 9(3) VALUE 0.
       01 WS-DIR-SWAP        PIC 9(6) VALUE 0.

      *> 按日志重算的客户按日用量
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 3000 TIMES.
               10 WS-USE-CUST        PIC X(8).
               10 WS-USE-DATE        PIC 9(8).
               10 WS-USE-AMT         PIC 9(10)V99.
               10 WS-USE-SEEN        PIC X(1). *>Y=文件里有这条
       01 WS-USE-COUNT       PIC 9(4) VALUE 0.
       01 WS-USE-IDX         PIC 9(4) VALUE 0.
       01 WS-USE-FOUND       PIC 9(4) VALUE 0.

      *> 计入用量的原交易，冲正行靠它找回原交易的处理日
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 5000 TIMES.
               10 WS-ORG-KEY         PIC X(14). *>REF= 或时间戳前 14 位
               10 WS-ORG-CUST        PIC X(8).
               10 WS-ORG-DATE        PIC 9(8).
               10 WS-ORG-REVD        PIC X(1). *>Y=已冲正
       01 WS-ORG-COUNT       PIC 9(4) VALUE 0.
       01 WS-ORG-IDX         PIC 9(4) VALUE 0.
       01 WS-ORG-KEY-WK      PIC X(14) VALUE SPACES.

      *> 按日志应登记的流水号
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 5000 TIMES.
               10 WS-REF-NO          PIC X(10).
               10 WS-REF-DATE        PIC 9(8).
               10 WS-REF-SEEN        PIC X(1).
       01 WS-REF-COUNT       PIC 9(4) VALUE 0.
       01 WS-REF-IDX         PIC 9(4) VALUE 0.
       01 WS-REF-FOUND       PIC 9(4) VALUE 0.

      *> 日志里已成交的报价号
       01 WS-QU-TABLE.
           05 WS-QU-ENTRY OCCURS 2000 TIMES.
               10 WS-QU-NO           PIC X(13).
               10 WS-QU-DATE         PIC 9(8). *>成交行的日期
               10 WS-QU-SEEN         PIC X(1).
       01 WS-QU-COUNT        PIC 9(4) VALUE 0.
       01 WS-QU-IDX          PIC 9(4) VALUE 0.
       01 WS-QU-FOUND        PIC 9(4) VALUE 0.
       01 WS-Q-DATE-X        PIC X(8) VALUE SPACES.
       01 WS-Q-DATE REDEFINES WS-Q-DATE-X
                             PIC 9(8).
       01 WS-Q-EXPECT        PIC X(1) VALUE SPACES.

      *> 区间内签到的操作员，本班起点取最早的清点时刻（同 Tillbal）
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 100 TIMES.
               10 WS-OP-ID           PIC X(8).
               10 WS-OP-STAMP        PIC X(14).
       01 WS-OP-COUNT        PIC 9(3) VALUE 0.
       01 WS-OP-IDX          PIC 9(3) VALUE 0.
       01 WS-OP-FOUND        PIC 9(3) VALUE 0.

      *> 本班钱箱：文件里的账面数和按日志重算的应有数
       01 WS-TL-TABLE.
           05 WS-TL-ENTRY OCCURS 300 TIMES.
               10 WS-TL-OPER         PIC X(8).
               10 WS-TL-CCY          PIC X(3).
               10 WS-TL-OPEN         PIC 9(10)V99.
               10 WS-TL-BOOK         PIC S9(10)V99.
               10 WS-TL-EXPECT       PIC S9(10)V99.
               10 WS-TL-NEW          PIC X(1). *>Y=文件里没有这个币种
       01 WS-TL-COUNT        PIC 9(3) VALUE 0.
       01 WS-TL-IDX          PIC 9(3) VALUE 0.
       01 WS-TL-FOUND        PIC 9(3) VALUE 0.
       01 WS-WORK-CCY        PIC X(3) VALUE SPACES.
       01 WS-REV-SIGN        PIC S9(1) VALUE +1. *>冲正行按 -1 反号

      *> 差异计数
       01 WS-CUSE-DIFFS      PIC 9(6) VALUE 0.
       01 WS-TILL-DIFFS      PIC 9(6) VALUE 0.
       01 WS-REG-DIFFS       PIC 9(6) VALUE 0.
       01 WS-QUOTE-DIFFS     PIC 9(6) VALUE 0.
       01 WS-FIXED-COUNT     PIC 9(6) VALUE 0.
       01 WS-UNFIXED-COUNT   PIC 9(6) VALUE 0.
       01 WS-TOTAL-DIFFS     PIC 9(6) VALUE 0.

      *> 差异行：键 / 改前 / 改后 / 动作
       01 WS-DIF-KEY         PIC X(24) VALUE SPACES.
       01 WS-DIF-BEFORE      PIC X(14) VALUE SPACES.
       01 WS-DIF-AFTER       PIC X(14) VALUE SPACES.
       01 WS-DIF-ACTION      PIC X(10) VALUE SPACES.
       01 WS-IO-OK           PIC X(1) VALUE "Y".
       01 WS-D-AMT           PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-REBUILD-ARGS
           PERFORM RUN-CHAIN-CHECK
           PERFORM COMPUTE-KEEP-FROM
           PERFORM LOAD-TILL-SESSIONS
           PERFORM LOAD-ARCHIVE-DIR
           PERFORM SORT-ARCHIVE-DIR
           MOVE WS-FROM-DATE(1:6) TO WS-FROM-MONTH
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-MONTH(WS-DIR-IDX) >= WS-FROM-MONTH
                   MOVE SPACES TO WS-AUDIT-FILE-NAME
                   STRING "CASHAUDIT." DELIMITED BY SIZE
                       WS-DIR-MONTH(WS-DIR-IDX) DELIMITED BY SIZE
                       ".LOG" DELIMITED BY SIZE
                       INTO WS-AUDIT-FILE-NAME
                   END-STRING
                   PERFORM SCAN-AUDIT-FILE
               END-IF
           END-PERFORM
           MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-AUDIT-FILE

           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REBUILD-HEADER
           PERFORM RECONCILE-CUSTUSE
           PERFORM RECONCILE-TILL
           PERFORM RECONCILE-BATCHREF
           PERFORM RECONCILE-QUOTEREG
           PERFORM WRITE-REBUILD-TRAILER
           CLOSE RPTFILE
           DISPLAY "Report written to REBUILD.RPT"
           GOBACK.

       GET-REBUILD-ARGS.
           MOVE "CHECK" TO WS-IN-MODE
           CALL "Getbdate" USING WS-BUS-DATE WS-BUS-STATE WS-BUS-FOUND
           MOVE WS-BUS-DATE TO WS-FROM-DATE
           MOVE WS-BUS-DATE TO WS-TO-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-MODE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-IN-MODE) TO WS-IN-MODE
               EVALUATE WS-IN-MODE
                   WHEN "CHECK"
                       MOVE "N" TO WS-REPAIR
                   WHEN "REPAIR"
                       MOVE "Y" TO WS-REPAIR
                   WHEN OTHER
                       DISPLAY "Invalid mode: '"
                           FUNCTION TRIM(WS-IN-MODE)
                           "' must be CHECK or REPAIR."
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           IF WS-ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-REBUILD-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-REBUILD-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid range: from date " WS-FROM-DATE
                   " is after to date " WS-TO-DATE "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       VALIDATE-REBUILD-DATE.
           MOVE FUNCTION TEST-NUMVAL(WS-IN-DATE) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0 OR WS-IN-DATE = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-IN-DATE)) NOT = 8
               DISPLAY "Invalid date: '" WS-IN-DATE
                   "' is not a valid YYYYMMDD date."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-IN-DATE))
               NOT = 0
               DISPLAY "Invalid date: '" WS-IN-DATE
                   "' is not a calendar date."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> 日志本身验不过的话，照它重算出来的东西也靠不住：CHECK 照样
      *> 出报表供查，REPAIR 不许写文件。
       RUN-CHAIN-CHECK.
           CALL "Audverify"
           MOVE RETURN-CODE TO WS-VERIFY-RC
           MOVE 0 TO RETURN-CODE
           IF WS-VERIFY-RC = 0
               MOVE "Y" TO WS-CHAIN-OK
           ELSE
               MOVE "N" TO WS-CHAIN-OK
           END-IF.

      *> 保留天数和 Dayend 读同一个 BUSRET.DAT，从当前营业日往前
      *> 数营业日；比 Dayend 关账时的界限晚一个营业日，只会少查
      *> 不会把已清掉的记录误报成缺失。
       COMPUTE-KEEP-FROM.
           OPEN INPUT RETFILE
           IF WS-RET-STATUS = "00"
               READ RETFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TEST-NUMVAL(RET-RECORD)
                           TO WS-NUMVAL-POS
                       IF WS-NUMVAL-POS = 0 AND RET-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(RET-RECORD)
                               TO WS-KEEP-DAYS
                       END-IF
               END-READ
               CLOSE RETFILE
           END-IF
           MOVE "B" TO WS-BIZ-FUNC
           MOVE WS-KEEP-DAYS TO WS-BIZ-DAYS
           CALL "Bizday" USING WS-BIZ-FUNC WS-BUS-DATE WS-BIZ-DAYS
               WS-KEEP-FROM WS-BIZ-IS-BUS
           IF WS-KEEP-FROM < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-KEEP-FROM
           END-IF.

      *> 签到时刻落在区间内的钱箱记录才重算；一个操作员各币种的
      *> 清点只差几秒，取最早的一个当本班起点。
       LOAD-TILL-SESSIONS.
           OPEN INPUT TILLFILE
           IF WS-TILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL END-OF-FILE
               READ TILLFILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TILL-STAMP(1:8) >= WS-FROM-DATE
                           AND TILL-STAMP(1:8) <= WS-TO-DATE
                           PERFORM ADD-TILL-SESSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILLFILE.

       ADD-TILL-SESSION.
           IF WS-TL-COUNT >= 300
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = TILL-OPER-ID
                   MOVE WS-OP-IDX TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = 0
               IF WS-OP-COUNT >= 100
                   PERFORM NOTE-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-OP-FOUND
               MOVE TILL-OPER-ID TO WS-OP-ID(WS-OP-FOUND)
               MOVE TILL-STAMP TO WS-OP-STAMP(WS-OP-FOUND)
           END-IF
           IF TILL-STAMP < WS-OP-STAMP(WS-OP-FOUND)
               MOVE TILL-STAMP TO WS-OP-STAMP(WS-OP-FOUND)
           END-IF
           ADD 1 TO WS-TL-COUNT
           MOVE TILL-OPER-ID TO WS-TL-OPER(WS-TL-COUNT)
           MOVE TILL-CCY TO WS-TL-CCY(WS-TL-COUNT)
           MOVE TILL-OPEN-AMT TO WS-TL-OPEN(WS-TL-COUNT)
           MOVE TILL-CUR-AMT TO WS-TL-BOOK(WS-TL-COUNT)
           MOVE TILL-OPEN-AMT TO WS-TL-EXPECT(WS-TL-COUNT)
           MOVE "N" TO WS-TL-NEW(WS-TL-COUNT).

      *> 表装满说明区间太大、重算不完整，报表里说明，REPAIR 不写
      *> 文件。
       NOTE-TABLE-FULL.
           IF WS-TABLE-FULL = "N"
               DISPLAY "WARNING: rebuild work table full, narrow the "
                   "date range."
               MOVE "Y" TO WS-TABLE-FULL
           END-IF.

       LOAD-ARCHIVE-DIR.
           OPEN INPUT DIRFILE
           IF WS-DIR-STATUS = "00"
               PERFORM UNTIL END-OF-DIR
                   READ DIRFILE
                       AT END
                           SET END-OF-DIR TO TRUE
                       NOT AT END
                           IF DIR-RECORD NOT = SPACES
                               AND WS-DIR-COUNT < 120
                               ADD 1 TO WS-DIR-COUNT
                               MOVE FUNCTION NUMVAL(DIR-RECORD)
                                   TO WS-DIR-MONTH(WS-DIR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIRFILE
           END-IF.

      *> 冲正行必须排在原交易之后读到，归档月份按先后排一遍序。
       SORT-ARCHIVE-DIR.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX >= WS-DIR-COUNT
               PERFORM VARYING WS-DIR-JDX FROM 1 BY 1
                       UNTIL WS-DIR-JDX >= WS-DIR-COUNT
                   IF WS-DIR-MONTH(WS-DIR-JDX)
                       > WS-DIR-MONTH(WS-DIR-JDX + 1)
                       MOVE WS-DIR-MONTH(WS-DIR-JDX) TO WS-DIR-SWAP
                       MOVE WS-DIR-MONTH(WS-DIR-JDX + 1)
                           TO WS-DIR-MONTH(WS-DIR-JDX)
                       MOVE WS-DIR-SWAP
                           TO WS-DIR-MONTH(WS-DIR-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> 登记簿说归档了却打不开的月份：重算缺了一个月，按表满
      *> 同样处理，不许修。
       SCAN-AUDIT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-FILE-NAME NOT = "CASHAUDIT.LOG"
                   DISPLAY "WARNING: audit file "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                       " could not be opened (status=" WS-AUDIT-STATUS
                       ") - rebuild is incomplete."
                   MOVE "Y" TO WS-TABLE-FULL
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

      *> 区间之前的行一概不看；区间之后的行只看冲正（可能冲的是
      *> 区间内的交易）。钱箱的日期口径另算（本班的营业日）。
       PROCESS-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
           IF AUD-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           PERFORM APPLY-TILL-LINE
           IF AUD-MODE = "T"
               EXIT PARAGRAPH
           END-IF
           IF AUD-REV = "Y"
               IF AUD-MODE NOT = "X" OR AUD-LEG = "1"
                   PERFORM NET-REVERSED-USAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUD-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF AUD-QUOTE NOT = SPACES
               PERFORM ADD-USED-QUOTE
           END-IF
           IF AUD-DATE < WS-KEEP-FROM
               EXIT PARAGRAPH
           END-IF
           IF AUD-REF NOT = SPACES
               PERFORM ADD-REF-ENTRY
           END-IF
           IF AUD-CUST NOT = SPACES
               AND (AUD-MODE NOT = "X" OR AUD-LEG = "1")
               PERFORM ADD-USAGE-LINE
           END-IF.

      *> 用量按客户号+处理日累计，同时记下原交易供冲正找回。
       ADD-USAGE-LINE.
           PERFORM FIND-USAGE-ENTRY
           IF WS-USE-FOUND = 0
               IF WS-USE-COUNT >= 3000
                   PERFORM NOTE-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-COUNT TO WS-USE-FOUND
               MOVE AUD-CUST TO WS-USE-CUST(WS-USE-FOUND)
               MOVE AUD-DATE TO WS-USE-DATE(WS-USE-FOUND)
               MOVE 0 TO WS-USE-AMT(WS-USE-FOUND)
               MOVE "N" TO WS-USE-SEEN(WS-USE-FOUND)
           END-IF
           ADD AUD-RMB TO WS-USE-AMT(WS-USE-FOUND)
           IF WS-ORG-COUNT >= 5000
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORG-COUNT
           IF AUD-REF NOT = SPACES
               MOVE AUD-REF TO WS-ORG-KEY(WS-ORG-COUNT)
           ELSE
               MOVE AUD-TIMESTAMP(1:14) TO WS-ORG-KEY(WS-ORG-COUNT)
           END-IF
           MOVE AUD-CUST TO WS-ORG-CUST(WS-ORG-COUNT)
           MOVE AUD-DATE TO WS-ORG-DATE(WS-ORG-COUNT)
           MOVE "N" TO WS-ORG-REVD(WS-ORG-COUNT).

       FIND-USAGE-ENTRY.
           MOVE 0 TO WS-USE-FOUND
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                   OR WS-USE-FOUND > 0
               IF WS-USE-CUST(WS-USE-IDX) = AUD-CUST
                   AND WS-USE-DATE(WS-USE-IDX) = AUD-DATE
                   MOVE WS-USE-IDX TO WS-USE-FOUND
               END-IF
           END-PERFORM.

      *> ORIG= 是批量流水号或柜面时间戳前 14 位，再对一下客户号
      *> （同 Amlscan）；找到就在原交易的处理日上扣回，扣到 0 为止
      *> （同 Custrel）。原交易不在区间内的冲正不影响本次结果。
       NET-REVERSED-USAGE.
           IF AUD-CUST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-ORIG TO WS-ORG-KEY-WK
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-KEY(WS-ORG-IDX) = WS-ORG-KEY-WK
                   AND WS-ORG-CUST(WS-ORG-IDX) = AUD-CUST
                   AND WS-ORG-REVD(WS-ORG-IDX) = "N"
                   MOVE "Y" TO WS-ORG-REVD(WS-ORG-IDX)
                   PERFORM RELEASE-ONE-USAGE
               END-IF
           END-PERFORM.

       RELEASE-ONE-USAGE.
           MOVE 0 TO WS-USE-FOUND
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                   OR WS-USE-FOUND > 0
               IF WS-USE-CUST(WS-USE-IDX) = AUD-CUST
                   AND WS-USE-DATE(WS-USE-IDX) = WS-ORG-DATE(WS-ORG-IDX)
                   MOVE WS-USE-IDX TO WS-USE-FOUND
               END-IF
           END-PERFORM
           IF WS-USE-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF AUD-RMB >= WS-USE-AMT(WS-USE-FOUND)
               MOVE 0 TO WS-USE-AMT(WS-USE-FOUND)
           ELSE
               SUBTRACT AUD-RMB FROM WS-USE-AMT(WS-USE-FOUND)
           END-IF.

       ADD-REF-ENTRY.
           MOVE 0 TO WS-REF-FOUND
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   OR WS-REF-FOUND > 0
               IF WS-REF-NO(WS-REF-IDX) = AUD-REF
                   MOVE WS-REF-IDX TO WS-REF-FOUND
               END-IF
           END-PERFORM
           IF WS-REF-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-COUNT >= 5000
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REF-COUNT
           MOVE AUD-REF TO WS-REF-NO(WS-REF-COUNT)
           MOVE AUD-DATE TO WS-REF-DATE(WS-REF-COUNT)
           MOVE "N" TO WS-REF-SEEN(WS-REF-COUNT).

       ADD-USED-QUOTE.
           MOVE 0 TO WS-QU-FOUND
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QU-COUNT
                   OR WS-QU-FOUND > 0
               IF WS-QU-NO(WS-QU-IDX) = AUD-QUOTE
                   MOVE WS-QU-IDX TO WS-QU-FOUND
               END-IF
           END-PERFORM
           IF WS-QU-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-QU-COUNT >= 2000
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QU-COUNT
           MOVE AUD-QUOTE TO WS-QU-NO(WS-QU-COUNT)
           MOVE AUD-DATE TO WS-QU-DATE(WS-QU-COUNT)
           MOVE "N" TO WS-QU-SEEN(WS-QU-COUNT).

      *> 钱箱口径同 Tillbal：本操作员、柜面（没有 REF=）、本班营业
      *> 日、本班清点时刻之后的行。
       APPLY-TILL-LINE.
           IF AUD-REF NOT = SPACES OR AUD-OPER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = AUD-OPER
                   MOVE WS-OP-IDX TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF AUD-DATE NOT = WS-OP-STAMP(WS-OP-FOUND)(1:8)
               OR AUD-TIMESTAMP(1:14) < WS-OP-STAMP(WS-OP-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF AUD-REV = "Y"
               MOVE -1 TO WS-REV-SIGN
           ELSE
               MOVE +1 TO WS-REV-SIGN
           END-IF
           EVALUATE AUD-MODE
               WHEN "F"
                   MOVE AUD-CCY TO WS-WORK-CCY
                   PERFORM FIND-TILL-ENTRY
                   IF WS-TL-FOUND > 0
                       COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                           = WS-TL-EXPECT(WS-TL-FOUND)
                           + WS-REV-SIGN * AUD-FOREIGN
                   END-IF
                   MOVE "RMB" TO WS-WORK-CCY
                   PERFORM FIND-TILL-ENTRY
                   IF WS-TL-FOUND > 0
                       COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                           = WS-TL-EXPECT(WS-TL-FOUND)
                           - WS-REV-SIGN * (AUD-RMB - AUD-FEE)
                   END-IF
               WHEN "R"
                   MOVE "RMB" TO WS-WORK-CCY
                   PERFORM FIND-TILL-ENTRY
                   IF WS-TL-FOUND > 0
                       COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                           = WS-TL-EXPECT(WS-TL-FOUND)
                           + WS-REV-SIGN * (AUD-RMB + AUD-FEE)
                   END-IF
                   MOVE AUD-CCY TO WS-WORK-CCY
                   PERFORM FIND-TILL-ENTRY
                   IF WS-TL-FOUND > 0
                       COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                           = WS-TL-EXPECT(WS-TL-FOUND)
                           - WS-REV-SIGN * AUD-FOREIGN
                   END-IF
               WHEN "X"
                   MOVE AUD-CCY TO WS-WORK-CCY
                   PERFORM FIND-TILL-ENTRY
                   IF WS-TL-FOUND > 0
                       IF AUD-LEG = "2"
                           COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                               = WS-TL-EXPECT(WS-TL-FOUND)
                               - WS-REV-SIGN * AUD-FOREIGN
                       ELSE
                           COMPUTE WS-TL-EXPECT(WS-TL-FOUND)
                               = WS-TL-EXPECT(WS-TL-FOUND)
                               + WS-REV-SIGN * AUD-FOREIGN
                       END-IF
                   END-IF
               WHEN "T"
                   IF AUD-XFER = "I" OR AUD-XFER = "S"
                       MOVE AUD-CCY TO WS-WORK-CCY
                       PERFORM FIND-TILL-ENTRY
                       IF WS-TL-FOUND > 0
                           IF AUD-XFER = "I"
                               ADD AUD-AMT TO WS-TL-EXPECT(WS-TL-FOUND)
                           ELSE
                               SUBTRACT AUD-AMT
                                   FROM WS-TL-EXPECT(WS-TL-FOUND)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *> 本班出现了签到没清点过的币种：Tillupd 当时会补一条期初 0
      *> 的记录，这里同样补一行，文件里没有就是缺失。
       FIND-TILL-ENTRY.
           MOVE 0 TO WS-TL-FOUND
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
                   OR WS-TL-FOUND > 0
               IF WS-TL-OPER(WS-TL-IDX) = AUD-OPER
                   AND WS-TL-CCY(WS-TL-IDX) = WS-WORK-CCY
                   MOVE WS-TL-IDX TO WS-TL-FOUND
               END-IF
           END-PERFORM
           IF WS-TL-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TL-COUNT >= 300
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TL-COUNT
           MOVE WS-TL-COUNT TO WS-TL-FOUND
           MOVE AUD-OPER TO WS-TL-OPER(WS-TL-FOUND)
           MOVE WS-WORK-CCY TO WS-TL-CCY(WS-TL-FOUND)
           MOVE 0 TO WS-TL-OPEN(WS-TL-FOUND)
           MOVE 0 TO WS-TL-BOOK(WS-TL-FOUND)
           MOVE 0 TO WS-TL-EXPECT(WS-TL-FOUND)
           MOVE "Y" TO WS-TL-NEW(WS-TL-FOUND).

       WRITE-REBUILD-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "DERIVED FILE REBUILD  MODE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-IN-MODE) DELIMITED BY SIZE
               "  FROM=" DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               "  TO=" DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           IF WS-CHAIN-OK = "Y"
               MOVE "AUDIT CHAIN: PASS (SEE AUDVERIFY.RPT)"
                   TO BATCH-RPT-RECORD
           ELSE
               MOVE "AUDIT CHAIN: FAIL (SEE AUDVERIFY.RPT)"
                   TO BATCH-RPT-RECORD
           END-IF
           WRITE BATCH-RPT-RECORD
           IF WS-KEEP-FROM > WS-FROM-DATE
               MOVE SPACES TO BATCH-RPT-RECORD
               STRING "CUSTUSE/BATCHREF CHECKED FROM " DELIMITED BY SIZE
                   WS-KEEP-FROM DELIMITED BY SIZE
                   " (OLDER DAYS PURGED BY RETENTION)" DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
               WRITE BATCH-RPT-RECORD
           END-IF
           IF WS-TABLE-FULL = "Y"
               MOVE "** REBUILD INCOMPLETE: WORK TABLE FULL OR ARCHIVE MISSING"
                   TO BATCH-RPT-RECORD
               WRITE BATCH-RPT-RECORD
           END-IF
           IF WS-REPAIR = "Y"
               AND (WS-CHAIN-OK NOT = "Y" OR WS-TABLE-FULL = "Y")
               MOVE "** REPAIR REFUSED - DIFFERENCES LISTED ONLY, FILES NOT CHANGED"
                   TO BATCH-RPT-RECORD
               WRITE BATCH-RPT-RECORD
               DISPLAY "Repair refused: audit chain failed or rebuild "
                   "incomplete - running as CHECK."
               MOVE "N" TO WS-REPAIR
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> 每个文件一节，先打列头
       WRITE-COLUMN-HEADER.
           MOVE "KEY                       BEFORE (FILE)   AFTER (LOG)     ACTION"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

      *> 一条差异一行；REPAIR 模式下动作写实际做了什么。
       WRITE-DIFF-LINE.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-DIF-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIF-BEFORE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIF-AFTER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIF-ACTION DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           ADD 1 TO WS-TOTAL-DIFFS.

      *> REPAIR 的写盘结果：成功记已修，失败记修不了。
       NOTE-REPAIR-RESULT.
           IF WS-IO-OK = "Y"
               ADD 1 TO WS-FIXED-COUNT
           ELSE
               MOVE "FAILED" TO WS-DIF-ACTION
               ADD 1 TO WS-UNFIXED-COUNT
           END-IF.

      *> ---- CUSTUSE.DAT：文件里区间内的每条和重算值比，重算有、
      *> 文件没有的补写。用量为 0 的记录是 Custrel 释放后的正常
      *> 状态，不算多余。
       RECONCILE-CUSTUSE.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "CUSTUSE.DAT - CUSTOMER DAILY USAGE (CUSTOMER DATE)"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADER
           MOVE "N" TO WS-FILE-OPEN
           IF WS-REPAIR = "Y"
               OPEN I-O CUSEFILE
               IF WS-CUSE-STATUS = "35"
                   OPEN OUTPUT CUSEFILE
                   CLOSE CUSEFILE
                   OPEN I-O CUSEFILE
               END-IF
           ELSE
               OPEN INPUT CUSEFILE
           END-IF
           IF WS-CUSE-STATUS = "00"
               MOVE "Y" TO WS-FILE-OPEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CUSEFILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CUSE-DATE >= WS-KEEP-FROM
                               AND CUSE-DATE <= WS-TO-DATE
                               PERFORM CHECK-ONE-USAGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-USE-SEEN(WS-USE-IDX) = "N"
                   AND WS-USE-AMT(WS-USE-IDX) > 0
                   PERFORM ADD-MISSING-USAGE
               END-IF
           END-PERFORM
           IF WS-FILE-OPEN = "Y"
               CLOSE CUSEFILE
           END-IF.

       CHECK-ONE-USAGE.
           MOVE 0 TO WS-USE-FOUND
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                   OR WS-USE-FOUND > 0
               IF WS-USE-CUST(WS-USE-IDX) = CUSE-CUST-ID
                   AND WS-USE-DATE(WS-USE-IDX) = CUSE-DATE
                   MOVE WS-USE-IDX TO WS-USE-FOUND
               END-IF
           END-PERFORM
           IF WS-USE-FOUND > 0
               MOVE "Y" TO WS-USE-SEEN(WS-USE-FOUND)
               IF CUSE-USED-AMT = WS-USE-AMT(WS-USE-FOUND)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USE-AMT(WS-USE-FOUND) TO WS-D-AMT
           ELSE
               IF CUSE-USED-AMT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-D-AMT
           END-IF
           ADD 1 TO WS-CUSE-DIFFS
           MOVE SPACES TO WS-DIF-KEY
           STRING CUSE-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUSE-DATE DELIMITED BY SIZE
               INTO WS-DIF-KEY
           END-STRING
           MOVE WS-D-AMT TO WS-DIF-AFTER
           MOVE CUSE-USED-AMT TO WS-D-AMT
           MOVE WS-D-AMT TO WS-DIF-BEFORE
           MOVE "DIFFERS" TO WS-DIF-ACTION
           IF WS-REPAIR = "Y"
               IF WS-USE-FOUND > 0
                   MOVE WS-USE-AMT(WS-USE-FOUND) TO CUSE-USED-AMT
               ELSE
                   MOVE 0 TO CUSE-USED-AMT
               END-IF
               MOVE "Y" TO WS-IO-OK
               REWRITE CUSE-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-IO-OK
               END-REWRITE
               MOVE "REWRITTEN" TO WS-DIF-ACTION
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

       ADD-MISSING-USAGE.
           ADD 1 TO WS-CUSE-DIFFS
           MOVE SPACES TO WS-DIF-KEY
           STRING WS-USE-CUST(WS-USE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-USE-DATE(WS-USE-IDX) DELIMITED BY SIZE
               INTO WS-DIF-KEY
           END-STRING
           MOVE "          NONE" TO WS-DIF-BEFORE
           MOVE WS-USE-AMT(WS-USE-IDX) TO WS-D-AMT
           MOVE WS-D-AMT TO WS-DIF-AFTER
           MOVE "MISSING" TO WS-DIF-ACTION
           IF WS-REPAIR = "Y"
               MOVE "N" TO WS-IO-OK
               IF WS-FILE-OPEN = "Y"
                   MOVE WS-USE-CUST(WS-USE-IDX) TO CUSE-CUST-ID
                   MOVE WS-USE-DATE(WS-USE-IDX) TO CUSE-DATE
                   MOVE WS-USE-AMT(WS-USE-IDX) TO CUSE-USED-AMT
                   MOVE "Y" TO WS-IO-OK
                   WRITE CUSE-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-IO-OK
                   END-WRITE
               END-IF
               MOVE "ADDED" TO WS-DIF-ACTION
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

      *> ---- TILLFILE.DAT：本班记录的账面数和重算应有数比；期初和
      *> 清点时刻不动。缺的币种按期初 0 补（同 Tillupd），清点时刻
      *> 记本班起点。
       RECONCILE-TILL.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "TILLFILE.DAT - TILL BOOK TILL-CUR-AMT (OPERATOR CCY)"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADER
           MOVE "N" TO WS-FILE-OPEN
           IF WS-REPAIR = "Y"
               OPEN I-O TILLFILE
               IF WS-TILL-STATUS = "35"
                   OPEN OUTPUT TILLFILE
                   CLOSE TILLFILE
                   OPEN I-O TILLFILE
               END-IF
               IF WS-TILL-STATUS = "00"
                   MOVE "Y" TO WS-FILE-OPEN
               END-IF
           END-IF
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               IF WS-TL-NEW(WS-TL-IDX) = "Y"
                   OR WS-TL-BOOK(WS-TL-IDX) NOT = WS-TL-EXPECT(WS-TL-IDX)
                   PERFORM REPORT-ONE-TILL
               END-IF
           END-PERFORM
           IF WS-FILE-OPEN = "Y"
               CLOSE TILLFILE
           END-IF.

       REPORT-ONE-TILL.
           ADD 1 TO WS-TILL-DIFFS
           MOVE SPACES TO WS-DIF-KEY
           STRING WS-TL-OPER(WS-TL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TL-CCY(WS-TL-IDX) DELIMITED BY SIZE
               INTO WS-DIF-KEY
           END-STRING
           IF WS-TL-NEW(WS-TL-IDX) = "Y"
               MOVE "          NONE" TO WS-DIF-BEFORE
               MOVE "MISSING" TO WS-DIF-ACTION
           ELSE
               MOVE WS-TL-BOOK(WS-TL-IDX) TO WS-D-AMT
               MOVE WS-D-AMT TO WS-DIF-BEFORE
               MOVE "DIFFERS" TO WS-DIF-ACTION
           END-IF
           MOVE WS-TL-EXPECT(WS-TL-IDX) TO WS-D-AMT
           MOVE WS-D-AMT TO WS-DIF-AFTER
           IF WS-REPAIR = "Y"
               PERFORM REPAIR-ONE-TILL
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

       REPAIR-ONE-TILL.
           MOVE "N" TO WS-IO-OK
           IF WS-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TL-OPER(WS-TL-IDX) TO TILL-OPER-ID
           MOVE WS-TL-CCY(WS-TL-IDX) TO TILL-CCY
           IF WS-TL-NEW(WS-TL-IDX) = "Y"
               MOVE WS-TL-OPER(WS-TL-IDX) TO AUD-OPER
               MOVE 0 TO WS-OP-FOUND
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-IDX) = AUD-OPER
                       MOVE WS-OP-IDX TO WS-OP-FOUND
                   END-IF
               END-PERFORM
               MOVE WS-OP-STAMP(WS-OP-FOUND) TO TILL-STAMP
               MOVE 0 TO TILL-OPEN-AMT
               MOVE WS-TL-EXPECT(WS-TL-IDX) TO TILL-CUR-AMT
               MOVE "Y" TO WS-IO-OK
               WRITE TILL-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-IO-OK
               END-WRITE
               MOVE "ADDED" TO WS-DIF-ACTION
               EXIT PARAGRAPH
           END-IF
           READ TILLFILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TL-EXPECT(WS-TL-IDX) TO TILL-CUR-AMT
           MOVE "Y" TO WS-IO-OK
           REWRITE TILL-RECORD
               INVALID KEY
                   MOVE "N" TO WS-IO-OK
           END-REWRITE
           MOVE "REWRITTEN" TO WS-DIF-ACTION.

      *> ---- BATCHREF.DAT：登记日在区间内、日志里却没有的流水号是
      *> 多余的（REPAIR 删掉，否则分行重投会被误拒 R012）；日志里
      *> 有、登记簿没有的是缺失（REPAIR 补登，否则会换两遍）。
       RECONCILE-BATCHREF.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "BATCHREF.DAT - BATCH REFERENCE REGISTER (REF, DATE)"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADER
           MOVE "N" TO WS-FILE-OPEN
           IF WS-REPAIR = "Y"
               OPEN I-O REGFILE
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT REGFILE
                   CLOSE REGFILE
                   OPEN I-O REGFILE
               END-IF
           ELSE
               OPEN INPUT REGFILE
           END-IF
           IF WS-REG-STATUS = "00"
               MOVE "Y" TO WS-FILE-OPEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL END-OF-FILE
                   READ REGFILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-REF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-SEEN(WS-REF-IDX) = "N"
                   PERFORM ADD-MISSING-REF
               END-IF
           END-PERFORM
           IF WS-FILE-OPEN = "Y"
               CLOSE REGFILE
           END-IF.

      *> 日志里有的流水号不管登记日落在哪都要对上；登记日在区间
      *> 内而日志里没有的才是多余。
       CHECK-ONE-REF.
           MOVE 0 TO WS-REF-FOUND
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   OR WS-REF-FOUND > 0
               IF WS-REF-NO(WS-REF-IDX) = REG-REF-NO
                   MOVE WS-REF-IDX TO WS-REF-FOUND
               END-IF
           END-PERFORM
           IF WS-REF-FOUND > 0
               MOVE "Y" TO WS-REF-SEEN(WS-REF-FOUND)
               IF REG-PROC-DATE = WS-REF-DATE(WS-REF-FOUND)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF REG-PROC-DATE < WS-KEEP-FROM
                   OR REG-PROC-DATE > WS-TO-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-REG-DIFFS
           MOVE REG-REF-NO TO WS-DIF-KEY
           MOVE SPACES TO WS-DIF-BEFORE
           MOVE REG-PROC-DATE TO WS-DIF-BEFORE(7:8)
           MOVE SPACES TO WS-DIF-AFTER
           IF WS-REF-FOUND > 0
               MOVE WS-REF-DATE(WS-REF-FOUND) TO WS-DIF-AFTER(7:8)
               MOVE "DIFFERS" TO WS-DIF-ACTION
           ELSE
               MOVE "          NONE" TO WS-DIF-AFTER
               MOVE "EXTRA" TO WS-DIF-ACTION
           END-IF
           IF WS-REPAIR = "Y"
               MOVE "Y" TO WS-IO-OK
               IF WS-REF-FOUND > 0
                   MOVE WS-REF-DATE(WS-REF-FOUND) TO REG-PROC-DATE
                   REWRITE REF-REG-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-IO-OK
                   END-REWRITE
                   MOVE "REWRITTEN" TO WS-DIF-ACTION
               ELSE
                   DELETE REGFILE RECORD
                       INVALID KEY
                           MOVE "N" TO WS-IO-OK
                   END-DELETE
                   MOVE "DELETED" TO WS-DIF-ACTION
               END-IF
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

       ADD-MISSING-REF.
           ADD 1 TO WS-REG-DIFFS
           MOVE WS-REF-NO(WS-REF-IDX) TO WS-DIF-KEY
           MOVE "          NONE" TO WS-DIF-BEFORE
           MOVE SPACES TO WS-DIF-AFTER
           MOVE WS-REF-DATE(WS-REF-IDX) TO WS-DIF-AFTER(7:8)
           MOVE "MISSING" TO WS-DIF-ACTION
           IF WS-REPAIR = "Y"
               MOVE "N" TO WS-IO-OK
               IF WS-FILE-OPEN = "Y"
                   MOVE WS-REF-NO(WS-REF-IDX) TO REG-REF-NO
                   MOVE WS-REF-DATE(WS-REF-IDX) TO REG-PROC-DATE
                   MOVE "Y" TO WS-IO-OK
                   WRITE REF-REG-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-IO-OK
                   END-WRITE
               END-IF
               MOVE "ADDED" TO WS-DIF-ACTION
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

      *> ---- QUOTEREG.DAT：报价号里的日期（Q+营业日+序号）在区间内
      *> 的报价按日志定 O/U。日志里成交了、登记簿里没有的报价只报
      *> 不修，算修不了的差异。
       RECONCILE-QUOTEREG.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "QUOTEREG.DAT - QUOTE USED FLAG (QUOTE NO)"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-COLUMN-HEADER
           MOVE "N" TO WS-FILE-OPEN
           IF WS-REPAIR = "Y"
               OPEN I-O QUOTEFILE
           ELSE
               OPEN INPUT QUOTEFILE
           END-IF
           IF WS-QUOTE-STATUS = "00"
               MOVE "Y" TO WS-FILE-OPEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL END-OF-FILE
                   READ QUOTEFILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-QUOTE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QU-COUNT
               IF WS-QU-SEEN(WS-QU-IDX) = "N"
                   PERFORM REPORT-MISSING-QUOTE
               END-IF
           END-PERFORM
           IF WS-FILE-OPEN = "Y"
               CLOSE QUOTEFILE
           END-IF.

       CHECK-ONE-QUOTE.
           MOVE 0 TO WS-QU-FOUND
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QU-COUNT
                   OR WS-QU-FOUND > 0
               IF WS-QU-NO(WS-QU-IDX) = QUOTE-NO
                   MOVE WS-QU-IDX TO WS-QU-FOUND
               END-IF
           END-PERFORM
           IF WS-QU-FOUND > 0
               MOVE "Y" TO WS-QU-SEEN(WS-QU-FOUND)
               MOVE "U" TO WS-Q-EXPECT
           ELSE
               MOVE QUOTE-NO(2:8) TO WS-Q-DATE-X
               IF WS-Q-DATE-X NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF WS-Q-DATE < WS-FROM-DATE OR WS-Q-DATE > WS-TO-DATE
                   EXIT PARAGRAPH
               END-IF
               MOVE "O" TO WS-Q-EXPECT
           END-IF
           IF QUOTE-STATUS = WS-Q-EXPECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUOTE-DIFFS
           MOVE QUOTE-NO TO WS-DIF-KEY
           MOVE SPACES TO WS-DIF-BEFORE
           MOVE QUOTE-STATUS TO WS-DIF-BEFORE(14:1)
           MOVE SPACES TO WS-DIF-AFTER
           MOVE WS-Q-EXPECT TO WS-DIF-AFTER(14:1)
           MOVE "DIFFERS" TO WS-DIF-ACTION
           IF WS-REPAIR = "Y"
               MOVE WS-Q-EXPECT TO QUOTE-STATUS
               MOVE "Y" TO WS-IO-OK
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-IO-OK
               END-REWRITE
               MOVE "REWRITTEN" TO WS-DIF-ACTION
               PERFORM NOTE-REPAIR-RESULT
           END-IF
           PERFORM WRITE-DIFF-LINE.

       REPORT-MISSING-QUOTE.
           ADD 1 TO WS-QUOTE-DIFFS
           ADD 1 TO WS-UNFIXED-COUNT
           MOVE WS-QU-NO(WS-QU-IDX) TO WS-DIF-KEY
           MOVE "          NONE" TO WS-DIF-BEFORE
           MOVE SPACES TO WS-DIF-AFTER
           MOVE "U" TO WS-DIF-AFTER(14:1)
           MOVE "NOT ON FILE" TO WS-DIF-ACTION
           PERFORM WRITE-DIFF-LINE.

       WRITE-REBUILD-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "LINES READ=" DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "  CUSTUSE=" DELIMITED BY SIZE
               WS-CUSE-DIFFS DELIMITED BY SIZE
               "  TILL=" DELIMITED BY SIZE
               WS-TILL-DIFFS DELIMITED BY SIZE
               "  BATCHREF=" DELIMITED BY SIZE
               WS-REG-DIFFS DELIMITED BY SIZE
               "  QUOTE=" DELIMITED BY SIZE
               WS-QUOTE-DIFFS DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           EVALUATE TRUE
               WHEN WS-TOTAL-DIFFS = 0
                   MOVE "RESULT: CONSISTENT WITH AUDIT LOG"
                       TO BATCH-RPT-RECORD
               WHEN WS-REPAIR = "Y"
                   STRING "RESULT: REPAIRED=" DELIMITED BY SIZE
                       WS-FIXED-COUNT DELIMITED BY SIZE
                       "  NOT REPAIRED=" DELIMITED BY SIZE
                       WS-UNFIXED-COUNT DELIMITED BY SIZE
                       INTO BATCH-RPT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "RESULT: DIFFERENCES=" DELIMITED BY SIZE
                       WS-TOTAL-DIFFS DELIMITED BY SIZE
                       " - RERUN WITH REPAIR TO REWRITE" DELIMITED BY SIZE
                       INTO BATCH-RPT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE BATCH-RPT-RECORD
           DISPLAY "Rebuild " FUNCTION TRIM(WS-IN-MODE) " "
               WS-FROM-DATE "-" WS-TO-DATE ": differences="
               WS-TOTAL-DIFFS " repaired=" WS-FIXED-COUNT
               " not repaired=" WS-UNFIXED-COUNT
           EVALUATE TRUE
               WHEN WS-CHAIN-OK NOT = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNFIXED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN RETURN-CODE NOT = 0
                   CONTINUE
               WHEN WS-REPAIR NOT = "Y" AND WS-TOTAL-DIFFS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
