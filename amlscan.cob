       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Amlscan INITIAL.
       AUTHOR.	fan
      *> 反洗钱大额/拆分筛查作业：按 CUST= 扫一段日期区间的审计
      *> 日志，出监管报送抽数 AMLEXT.DAT（布局见 AMLREC）和复核
      *> 报表 AMLREVW.RPT。Custlim 只管单日限额，不看交易形态，这里
      *> 补两条规则（参数在 AMLPARM.DAT，见 AMLPARM）：
      *> 1) 单笔大额：一笔换算折美元不低于门槛，一笔一个案例；
      *> 2) 疑似拆分：同一客户在滚动窗口（自然日）内有若干笔"贴线"
      *>    交易（门槛以下、门槛×比例以上），柜面和批量一起算，
      *>    窗口内凑够笔数就把这几笔归成一个案例。
      *> 一笔换算的口径和 Custlim 一致：F/R 一行一笔，X 只看第一条
      *> 腿（第二条腿是同一笔钱）。美元等值：USD 行直接用外币额，
      *> 其余按交易日 USD 中间价（Ratelkup）把 RMB= 折成美元；当天
      *> 查不到 USD 汇率的行折不出来，不参与筛查，报表尾点名笔数。
      *> 冲正行（REV=Y）按 ORIG= 找回被冲的那笔，被冲掉的交易不进
      *> 案例；原交易不在本次区间里的冲正行不影响结果。
      *> 区间跨进已归档月份时按 AUDARCH.DIR 逐月读归档文件（做法
      *> 同 Custstmt），当前月和没归档的月份从主日志里挑。
      *> 有归档文件打不开或候选表满时复核报表表头逐条注明、返回码
      *> 给 4，不能让少看了数据的筛查结果看着像干净的。
      *> 复核报表逐案例列出底层审计行的时间戳、渠道、SEQ=、REF=、
      *> OP=，复核员拿着能直接回日志里核原始行。
      *> Arg1=起始日 Arg2=截止日（YYYYMMDD）；不带参数按营业日
      *> （Getbdate）往前 31 天到营业日。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DIRFILE ASSIGN TO "AUDARCH.DIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.

           SELECT PARMFILE ASSIGN TO "AMLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTFILE ASSIGN TO "CUSTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT EXTFILE ASSIGN TO "AMLEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT RPTFILE ASSIGN TO "AMLREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD DIRFILE.
       01 DIR-RECORD            PIC X(6).

       FD PARMFILE.
       COPY "amlparm.cpy".

       FD CUSTFILE.
       COPY "custrec.cpy".

       FD EXTFILE.
       COPY "amlrec.cpy".

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS      PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.
       01 WS-CUST-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EXT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-ARG-COUNT       PIC 9(2) VALUE 0.
       01 WS-IN-DATE         PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TO-DATE         PIC 9(8) VALUE 0.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-DIR-EOF         PIC X(1) VALUE "N".
           88 END-OF-DIR             VALUE "Y".

      *> 筛查参数，缺省值在这里
       01 WS-THRESHOLD       PIC 9(10)V99 VALUE 50000. *>大额门槛，美元
       01 WS-NEAR-PCT        PIC 9(3)V99 VALUE 90. *>贴线比例
       01 WS-WINDOW-DAYS     PIC 9(3) VALUE 3. *>滚动窗口，自然日
       01 WS-MIN-COUNT       PIC 9(3) VALUE 2. *>窗口内贴线笔数
       01 WS-NEAR-FLOOR      PIC 9(10)V99 VALUE 0. *>贴线下限，美元

      *> 归档登记簿表，口径同 Audarch
       01 WS-DIR-TABLE.
           05 WS-DIR-MONTH       OCCURS 120 TIMES PIC 9(6).
       01 WS-DIR-COUNT       PIC 9(3) VALUE 0.
       01 WS-DIR-IDX         PIC 9(3) VALUE 0.
       01 WS-FROM-MONTH      PIC 9(6) VALUE 0.
       01 WS-TO-MONTH        PIC 9(6) VALUE 0.
       01 WS-SCAN-MONTH-X.
           05 WS-SCAN-YEAR       PIC 9(4).
           05 WS-SCAN-MM         PIC 9(2).
       01 WS-SCAN-MONTH REDEFINES WS-SCAN-MONTH-X
                             PIC 9(6).
       01 WS-MONTH-ARCHIVED  PIC X(1) VALUE "N".
       01 WS-NEED-LIVE       PIC X(1) VALUE "N".

      *> USD 中间价按交易日缓存，同一天的行不用反复开汇率文件
       01 WS-USD-CCY         PIC X(3) VALUE "USD".
       01 WS-USD-DATE        PIC 9(8) VALUE 0.
       01 WS-USD-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-USD-FOUND       PIC X(1) VALUE "N".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0.
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-LINE-USD        PIC 9(10)V99 VALUE 0.
       01 WS-NORATE-COUNT    PIC 9(6) VALUE 0.
       01 WS-ORIG-KEY        PIC X(14) VALUE SPACES.

      *> 贴线及以上的交易（只有这些可能进案例），按读入顺序即时间
      *> 顺序存放。
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 2000 TIMES.
               10 WS-TX-CUST         PIC X(8).
               10 WS-TX-DATE         PIC 9(8).
               10 WS-TX-DAYNO        PIC S9(7) COMP.
               10 WS-TX-STAMP        PIC X(14).
               10 WS-TX-CHANNEL      PIC X(1).
               10 WS-TX-MODE         PIC X(1).
               10 WS-TX-CCY          PIC X(3).
               10 WS-TX-FOREIGN      PIC 9(10)V99.
               10 WS-TX-RMB          PIC 9(10)V99.
               10 WS-TX-USD          PIC 9(10)V99.
               10 WS-TX-SEQ          PIC 9(8).
               10 WS-TX-REF          PIC X(10).
               10 WS-TX-OPER         PIC X(8).
               10 WS-TX-REVERSED     PIC X(1). *>Y=已被冲正
               10 WS-TX-CASE-NO      PIC 9(6). *>归入的案例，0=未归
       01 WS-TX-COUNT        PIC 9(4) VALUE 0.
       01 WS-TX-IDX          PIC 9(4) VALUE 0.
       01 WS-TX-JDX          PIC 9(4) VALUE 0.
       01 WS-TX-FULL         PIC X(1) VALUE "N".
       01 WS-INCOMPLETE      PIC X(1) VALUE "N". *>Y=归档打不开或候选表满
      *> 打不开的审计文件，报表开出来以后写进表头
       01 WS-MISS-TABLE.
           05 WS-MISS-ENTRY OCCURS 20 TIMES.
               10 WS-MISS-NAME       PIC X(20).
               10 WS-MISS-STATUS     PIC X(2).
       01 WS-MISS-COUNT      PIC 9(2) VALUE 0.
       01 WS-MISS-IDX        PIC 9(2) VALUE 0.

      *> 当前案例
       01 WS-CASE-COUNT      PIC 9(6) VALUE 0.
       01 WS-CASE-TYPE       PIC X(3) VALUE SPACES.
       01 WS-CASE-CUST       PIC X(8) VALUE SPACES.
       01 WS-CASE-NAME       PIC X(30) VALUE SPACES.
       01 WS-CASE-FIRST      PIC 9(8) VALUE 0.
       01 WS-CASE-LAST       PIC 9(8) VALUE 0.
       01 WS-CASE-TXNS       PIC 9(4) VALUE 0.
       01 WS-CASE-USD        PIC 9(10)V99 VALUE 0.
       01 WS-CASE-RMB        PIC 9(10)V99 VALUE 0.
       01 WS-EXT-TXNS        PIC 9(6) VALUE 0.
       01 WS-LRG-CASES       PIC 9(6) VALUE 0.
       01 WS-STR-CASES       PIC 9(6) VALUE 0.

       01 WS-D-USD           PIC Z(9)9.99.
       01 WS-D-RMB           PIC Z(9)9.99.
       01 WS-D-FOREIGN       PIC Z(9)9.99.
       01 WS-D-CASE-NO       PIC 9(6).
       01 WS-D-COUNT         PIC ZZZ9.
       01 WS-D-SEQ           PIC Z(7)9.
       01 WS-CHANNEL-NAME    PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-SCAN-ARGS
           PERFORM LOAD-AML-PARMS
           PERFORM LOAD-ARCHIVE-DIR
           MOVE WS-FROM-DATE(1:6) TO WS-FROM-MONTH
           MOVE WS-TO-DATE(1:6) TO WS-TO-MONTH

           MOVE WS-FROM-MONTH TO WS-SCAN-MONTH-X
           PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
               PERFORM SCAN-ONE-MONTH
               PERFORM NEXT-SCAN-MONTH
           END-PERFORM
           IF WS-NEED-LIVE = "Y"
               MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
               PERFORM SCAN-AUDIT-FILE
           END-IF

           OPEN OUTPUT EXTFILE
           OPEN OUTPUT RPTFILE
           OPEN INPUT CUSTFILE
           PERFORM WRITE-REVIEW-HEADER
           PERFORM FIND-LARGE-VALUE-CASES
           PERFORM FIND-STRUCTURING-CASES
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-REVIEW-TRAILER
           IF WS-CUST-STATUS = "00"
               CLOSE CUSTFILE
           END-IF
           CLOSE RPTFILE
           CLOSE EXTFILE
           DISPLAY "AML scan " WS-FROM-DATE "-" WS-TO-DATE
               ": large-value cases=" WS-LRG-CASES
               " structuring cases=" WS-STR-CASES
           DISPLAY "Extract written to AMLEXT.DAT, review report to "
               "AMLREVW.RPT."
           IF WS-INCOMPLETE = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-SCAN-ARGS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-SCAN-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-FROM-DATE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-SCAN-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-TO-DATE
           ELSE
               CALL "Getbdate" USING WS-TO-DATE WS-BUS-STATE
                   WS-BUS-FOUND
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 31)
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid range: from date " WS-FROM-DATE
                   " is after to date " WS-TO-DATE "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       VALIDATE-SCAN-DATE.
           MOVE FUNCTION TEST-NUMVAL(WS-IN-DATE) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0 OR WS-IN-DATE = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-IN-DATE)) NOT = 8
               DISPLAY "Invalid date: '" WS-IN-DATE
                   "' is not a valid YYYYMMDD date."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> 参数文件是合规维护的一行文本，哪项敲坏就那项按缺省值，
      *> 不能因为一个字段把整个筛查停掉。
       LOAD-AML-PARMS.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = "00"
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-AML-PARMS
               END-READ
               CLOSE PARMFILE
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED
               = WS-THRESHOLD * WS-NEAR-PCT / 100.

       APPLY-AML-PARMS.
           MOVE FUNCTION TEST-NUMVAL(AMLP-THRESHOLD) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND AMLP-THRESHOLD NOT = SPACES
               IF FUNCTION NUMVAL(AMLP-THRESHOLD) > 0
                   MOVE FUNCTION NUMVAL(AMLP-THRESHOLD) TO WS-THRESHOLD
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(AMLP-NEAR-PCT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND AMLP-NEAR-PCT NOT = SPACES
               IF FUNCTION NUMVAL(AMLP-NEAR-PCT) > 0
                   AND FUNCTION NUMVAL(AMLP-NEAR-PCT) < 100
                   MOVE FUNCTION NUMVAL(AMLP-NEAR-PCT) TO WS-NEAR-PCT
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(AMLP-WINDOW-DAYS) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND AMLP-WINDOW-DAYS NOT = SPACES
               IF FUNCTION NUMVAL(AMLP-WINDOW-DAYS) >= 1
                   MOVE FUNCTION NUMVAL(AMLP-WINDOW-DAYS)
                       TO WS-WINDOW-DAYS
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(AMLP-MIN-COUNT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND AMLP-MIN-COUNT NOT = SPACES
               IF FUNCTION NUMVAL(AMLP-MIN-COUNT) >= 2
                   MOVE FUNCTION NUMVAL(AMLP-MIN-COUNT) TO WS-MIN-COUNT
               END-IF
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

       SCAN-ONE-MONTH.
           MOVE "N" TO WS-MONTH-ARCHIVED
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-MONTH(WS-DIR-IDX) = WS-SCAN-MONTH
                   MOVE "Y" TO WS-MONTH-ARCHIVED
               END-IF
           END-PERFORM
           IF WS-MONTH-ARCHIVED = "Y"
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "CASHAUDIT." DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               END-STRING
               PERFORM SCAN-AUDIT-FILE
           ELSE
               MOVE "Y" TO WS-NEED-LIVE
           END-IF.

       NEXT-SCAN-MONTH.
           IF WS-SCAN-MM = 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MM
           ELSE
               ADD 1 TO WS-SCAN-MM
           END-IF.

      *> 登记簿说归档了却打不开的月份不能悄悄跳过，筛查结果会
      *> 看着干净、实际少看了一个月。
       SCAN-AUDIT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: audit file "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                   " could not be opened (status=" WS-AUDIT-STATUS
                   ") - AML scan is incomplete."
               MOVE "Y" TO WS-INCOMPLETE
               IF WS-MISS-COUNT < 20
                   ADD 1 TO WS-MISS-COUNT
                   MOVE WS-AUDIT-FILE-NAME TO WS-MISS-NAME(WS-MISS-COUNT)
                   MOVE WS-AUDIT-STATUS TO WS-MISS-STATUS(WS-MISS-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDITFILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM SELECT-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

      *> X 第二条腿不算一笔；冲正行去找被冲的那笔打上标记。
       SELECT-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
           IF AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
               OR AUD-CUST = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AUD-MODE = "X" AND AUD-LEG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF AUD-REV = "Y"
               PERFORM MARK-REVERSED-TXN
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-LINE-USD
           IF WS-LINE-USD < WS-NEAR-FLOOR OR WS-LINE-USD = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TX-COUNT >= 2000
               IF WS-TX-FULL = "N"
                   DISPLAY "WARNING: AML candidate table full, "
                       "narrow the date range."
                   MOVE "Y" TO WS-TX-FULL
                   MOVE "Y" TO WS-INCOMPLETE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TX-COUNT
           MOVE AUD-CUST TO WS-TX-CUST(WS-TX-COUNT)
           MOVE AUD-DATE TO WS-TX-DATE(WS-TX-COUNT)
           COMPUTE WS-TX-DAYNO(WS-TX-COUNT)
               = FUNCTION INTEGER-OF-DATE(AUD-DATE)
           MOVE AUD-TIMESTAMP(1:14) TO WS-TX-STAMP(WS-TX-COUNT)
           IF AUD-REF = SPACES
               MOVE "C" TO WS-TX-CHANNEL(WS-TX-COUNT)
           ELSE
               MOVE "B" TO WS-TX-CHANNEL(WS-TX-COUNT)
           END-IF
           MOVE AUD-MODE TO WS-TX-MODE(WS-TX-COUNT)
           MOVE AUD-CCY TO WS-TX-CCY(WS-TX-COUNT)
           MOVE AUD-FOREIGN TO WS-TX-FOREIGN(WS-TX-COUNT)
           MOVE AUD-RMB TO WS-TX-RMB(WS-TX-COUNT)
           MOVE WS-LINE-USD TO WS-TX-USD(WS-TX-COUNT)
           MOVE AUD-SEQ TO WS-TX-SEQ(WS-TX-COUNT)
           MOVE AUD-REF TO WS-TX-REF(WS-TX-COUNT)
           MOVE AUD-OPER TO WS-TX-OPER(WS-TX-COUNT)
           MOVE "N" TO WS-TX-REVERSED(WS-TX-COUNT)
           MOVE 0 TO WS-TX-CASE-NO(WS-TX-COUNT).

       COMPUTE-LINE-USD.
           MOVE 0 TO WS-LINE-USD
           IF AUD-CCY = "USD"
               MOVE AUD-FOREIGN TO WS-LINE-USD
               EXIT PARAGRAPH
           END-IF
           IF AUD-DATE NOT = WS-USD-DATE
               CALL "Ratelkup" USING WS-USD-CCY AUD-DATE WS-USD-RATE
                   WS-USD-FOUND WS-RATE-EFF WS-BUY-RATE WS-SELL-RATE
               MOVE AUD-DATE TO WS-USD-DATE
           END-IF
           IF WS-USD-FOUND NOT = "Y" OR WS-USD-RATE = 0
               ADD 1 TO WS-NORATE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-USD ROUNDED = AUD-RMB * WS-USD-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-LINE-USD
           END-COMPUTE.

      *> ORIG= 是被冲交易的流水号（批量）或时间戳前 14 位（柜面），
      *> 再按客户号对一下，同一秒两个柜员各做一笔也不会冲错。
       MARK-REVERSED-TXN.
           MOVE AUD-ORIG TO WS-ORIG-KEY
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-CUST(WS-TX-IDX) = AUD-CUST
                   AND WS-TX-REVERSED(WS-TX-IDX) = "N"
                   IF (WS-TX-REF(WS-TX-IDX) NOT = SPACES
                       AND WS-TX-REF(WS-TX-IDX) = WS-ORIG-KEY)
                     OR (WS-TX-REF(WS-TX-IDX) = SPACES
                       AND WS-TX-STAMP(WS-TX-IDX) = WS-ORIG-KEY)
                       MOVE "Y" TO WS-TX-REVERSED(WS-TX-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> 单笔大额：一笔一个案例。
       FIND-LARGE-VALUE-CASES.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-REVERSED(WS-TX-IDX) = "N"
                   AND WS-TX-USD(WS-TX-IDX) >= WS-THRESHOLD
                   ADD 1 TO WS-CASE-COUNT
                   ADD 1 TO WS-LRG-CASES
                   MOVE WS-CASE-COUNT TO WS-TX-CASE-NO(WS-TX-IDX)
                   MOVE "LRG" TO WS-CASE-TYPE
                   MOVE WS-TX-CUST(WS-TX-IDX) TO WS-CASE-CUST
                   MOVE WS-TX-DATE(WS-TX-IDX) TO WS-CASE-FIRST
                   MOVE WS-TX-DATE(WS-TX-IDX) TO WS-CASE-LAST
                   MOVE 1 TO WS-CASE-TXNS
                   MOVE WS-TX-USD(WS-TX-IDX) TO WS-CASE-USD
                   MOVE WS-TX-RMB(WS-TX-IDX) TO WS-CASE-RMB
                   PERFORM WRITE-ONE-CASE
               END-IF
           END-PERFORM.

      *> 疑似拆分：从每笔还没归案的贴线交易起开一个窗口，同客户
      *> 窗口内还没归案的贴线交易凑够笔数就归成一案。已归案的不
      *> 再进别的窗口，一笔交易只出现在一个案例里。
       FIND-STRUCTURING-CASES.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-REVERSED(WS-TX-IDX) = "N"
                   AND WS-TX-CASE-NO(WS-TX-IDX) = 0
                   AND WS-TX-USD(WS-TX-IDX) < WS-THRESHOLD
                   PERFORM COUNT-WINDOW-TXNS
                   IF WS-CASE-TXNS >= WS-MIN-COUNT
                       ADD 1 TO WS-CASE-COUNT
                       ADD 1 TO WS-STR-CASES
                       MOVE "STR" TO WS-CASE-TYPE
                       PERFORM ASSIGN-WINDOW-TXNS
                       PERFORM WRITE-ONE-CASE
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-WINDOW-TXNS.
           MOVE WS-TX-CUST(WS-TX-IDX) TO WS-CASE-CUST
           MOVE WS-TX-DATE(WS-TX-IDX) TO WS-CASE-FIRST
           MOVE WS-TX-DATE(WS-TX-IDX) TO WS-CASE-LAST
           MOVE 0 TO WS-CASE-TXNS
           MOVE 0 TO WS-CASE-USD
           MOVE 0 TO WS-CASE-RMB
           PERFORM VARYING WS-TX-JDX FROM WS-TX-IDX BY 1
                   UNTIL WS-TX-JDX > WS-TX-COUNT
               IF WS-TX-CUST(WS-TX-JDX) = WS-CASE-CUST
                   AND WS-TX-REVERSED(WS-TX-JDX) = "N"
                   AND WS-TX-CASE-NO(WS-TX-JDX) = 0
                   AND WS-TX-USD(WS-TX-JDX) < WS-THRESHOLD
                   AND WS-TX-DAYNO(WS-TX-JDX) - WS-TX-DAYNO(WS-TX-IDX)
                       < WS-WINDOW-DAYS
                   ADD 1 TO WS-CASE-TXNS
                   ADD WS-TX-USD(WS-TX-JDX) TO WS-CASE-USD
                   ADD WS-TX-RMB(WS-TX-JDX) TO WS-CASE-RMB
                   MOVE WS-TX-DATE(WS-TX-JDX) TO WS-CASE-LAST
               END-IF
           END-PERFORM.

       ASSIGN-WINDOW-TXNS.
           PERFORM VARYING WS-TX-JDX FROM WS-TX-IDX BY 1
                   UNTIL WS-TX-JDX > WS-TX-COUNT
               IF WS-TX-CUST(WS-TX-JDX) = WS-CASE-CUST
                   AND WS-TX-REVERSED(WS-TX-JDX) = "N"
                   AND WS-TX-CASE-NO(WS-TX-JDX) = 0
                   AND WS-TX-USD(WS-TX-JDX) < WS-THRESHOLD
                   AND WS-TX-DAYNO(WS-TX-JDX) - WS-TX-DAYNO(WS-TX-IDX)
                       < WS-WINDOW-DAYS
                   MOVE WS-CASE-COUNT TO WS-TX-CASE-NO(WS-TX-JDX)
               END-IF
           END-PERFORM.

      *> 一个案例：抽数写案例头和逐笔交易，复核报表写案例标题和
      *> 底层审计行。
       WRITE-ONE-CASE.
           MOVE SPACES TO WS-CASE-NAME
           IF WS-CUST-STATUS = "00"
               MOVE WS-CASE-CUST TO CUST-ID
               READ CUSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CASE-NAME
               END-READ
           END-IF
           MOVE SPACES TO AML-CASE-RECORD
           MOVE "C" TO AML-REC-TYPE
           MOVE WS-CASE-COUNT TO AML-CASE-NO
           MOVE WS-CASE-TYPE TO AML-CASE-TYPE
           MOVE WS-CASE-CUST TO AML-CUST-ID
           MOVE WS-CASE-NAME TO AML-CUST-NAME
           MOVE WS-CASE-FIRST TO AML-FIRST-DATE
           MOVE WS-CASE-LAST TO AML-LAST-DATE
           MOVE WS-CASE-TXNS TO AML-TXN-COUNT
           MOVE WS-CASE-USD TO AML-TOTAL-USD
           MOVE WS-CASE-RMB TO AML-TOTAL-RMB
           WRITE AML-CASE-RECORD

           MOVE WS-CASE-COUNT TO WS-D-CASE-NO
           MOVE WS-CASE-TXNS TO WS-D-COUNT
           MOVE WS-CASE-USD TO WS-D-USD
           MOVE WS-CASE-RMB TO WS-D-RMB
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           IF WS-CASE-TYPE = "LRG"
               STRING "CASE " DELIMITED BY SIZE
                   WS-D-CASE-NO DELIMITED BY SIZE
                   "  LARGE VALUE  CUST=" DELIMITED BY SIZE
                   WS-CASE-CUST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CASE-NAME DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           ELSE
               STRING "CASE " DELIMITED BY SIZE
                   WS-D-CASE-NO DELIMITED BY SIZE
                   "  STRUCTURING  CUST=" DELIMITED BY SIZE
                   WS-CASE-CUST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CASE-NAME DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           END-IF
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "  FROM=" DELIMITED BY SIZE
               WS-CASE-FIRST DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               WS-CASE-LAST DELIMITED BY SIZE
               " TXNS=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-COUNT) DELIMITED BY SIZE
               " USD-EQ=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-USD) DELIMITED BY SIZE
               " RMB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-RMB) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD

           PERFORM VARYING WS-TX-JDX FROM 1 BY 1
                   UNTIL WS-TX-JDX > WS-TX-COUNT
               IF WS-TX-CASE-NO(WS-TX-JDX) = WS-CASE-COUNT
                   PERFORM WRITE-CASE-TXN
               END-IF
           END-PERFORM.

       WRITE-CASE-TXN.
           MOVE SPACES TO AML-TXN-RECORD
           MOVE "T" TO AML-TXN-TYPE
           MOVE WS-CASE-COUNT TO AML-TXN-CASE-NO
           MOVE WS-TX-STAMP(WS-TX-JDX) TO AML-TXN-STAMP
           MOVE WS-TX-CHANNEL(WS-TX-JDX) TO AML-TXN-CHANNEL
           MOVE WS-TX-MODE(WS-TX-JDX) TO AML-TXN-MODE
           MOVE WS-TX-CCY(WS-TX-JDX) TO AML-TXN-CCY
           MOVE WS-TX-FOREIGN(WS-TX-JDX) TO AML-TXN-FOREIGN
           MOVE WS-TX-RMB(WS-TX-JDX) TO AML-TXN-RMB
           MOVE WS-TX-USD(WS-TX-JDX) TO AML-TXN-USD
           MOVE WS-TX-SEQ(WS-TX-JDX) TO AML-TXN-SEQ
           MOVE WS-TX-REF(WS-TX-JDX) TO AML-TXN-REF
           MOVE WS-TX-OPER(WS-TX-JDX) TO AML-TXN-OPER
           WRITE AML-TXN-RECORD
           ADD 1 TO WS-EXT-TXNS

           IF WS-TX-CHANNEL(WS-TX-JDX) = "B"
               MOVE "BATCH" TO WS-CHANNEL-NAME
           ELSE
               MOVE "COUNTER" TO WS-CHANNEL-NAME
           END-IF
           MOVE WS-TX-FOREIGN(WS-TX-JDX) TO WS-D-FOREIGN
           MOVE WS-TX-USD(WS-TX-JDX) TO WS-D-USD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "    " DELIMITED BY SIZE
               WS-TX-STAMP(WS-TX-JDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHANNEL-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TX-MODE(WS-TX-JDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TX-CCY(WS-TX-JDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-FOREIGN) DELIMITED BY SIZE
               " USD-EQ=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-USD) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-TX-SEQ(WS-TX-JDX) TO WS-D-SEQ
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "      SEQ=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-SEQ) DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-TX-REF(WS-TX-JDX) DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WS-TX-OPER(WS-TX-JDX) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

       WRITE-REVIEW-HEADER.
           MOVE WS-THRESHOLD TO WS-D-USD
           MOVE WS-NEAR-FLOOR TO WS-D-RMB
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "AML REVIEW REPORT  FROM=" DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               "  TO=" DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "THRESHOLD USD=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-USD) DELIMITED BY SIZE
               "  NEAR-THRESHOLD FROM USD=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-RMB) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-MIN-COUNT TO WS-D-COUNT
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "STRUCTURING: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-COUNT) DELIMITED BY SIZE
               " OR MORE NEAR-THRESHOLD TXNS WITHIN " DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
               MOVE SPACES TO BATCH-RPT-RECORD
               STRING "** AUDIT FILE MISSING: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MISS-NAME(WS-MISS-IDX))
                       DELIMITED BY SIZE
                   " (STATUS=" DELIMITED BY SIZE
                   WS-MISS-STATUS(WS-MISS-IDX) DELIMITED BY SIZE
                   ") - REVIEW IS INCOMPLETE" DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
               WRITE BATCH-RPT-RECORD
           END-PERFORM
           IF WS-TX-FULL = "Y"
               MOVE "** CANDIDATE TABLE FULL - REVIEW IS INCOMPLETE, NARROW THE DATE RANGE"
                   TO BATCH-RPT-RECORD
               WRITE BATCH-RPT-RECORD
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO AML-TRAILER-RECORD
           MOVE "Z" TO AML-TRL-TYPE
           MOVE WS-FROM-DATE TO AML-TRL-FROM
           MOVE WS-TO-DATE TO AML-TRL-TO
           MOVE WS-CASE-COUNT TO AML-TRL-CASES
           MOVE WS-EXT-TXNS TO AML-TRL-TXNS
           MOVE WS-THRESHOLD TO AML-TRL-THRESHOLD
           WRITE AML-TRAILER-RECORD.

       WRITE-REVIEW-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "TOTAL CASES=" DELIMITED BY SIZE
               WS-CASE-COUNT DELIMITED BY SIZE
               "  LARGE VALUE=" DELIMITED BY SIZE
               WS-LRG-CASES DELIMITED BY SIZE
               "  STRUCTURING=" DELIMITED BY SIZE
               WS-STR-CASES DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           IF WS-NORATE-COUNT > 0
               MOVE SPACES TO BATCH-RPT-RECORD
               STRING "** " DELIMITED BY SIZE
                   WS-NORATE-COUNT DELIMITED BY SIZE
                   " LINE(S) NOT SCREENED: NO USD RATE FOR THE DAY"
                       DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
               WRITE BATCH-RPT-RECORD
           END-IF.
