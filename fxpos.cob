       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fxpos INITIAL.
       AUTHOR.	fan
      *> 外币头寸日终作业，Dayend 对完账之后调：把关账营业日的审计
      *> 行按币种滚进头寸台账 FXPOS.DAT（布局见 POSREC），再按
      *> RATEFILE 里该营业日有效的中间价（Ratelkup）重估，出头寸
      *> 报表 FXPOS.RPT：每币种期初头寸、当天收进/付出、期末头寸、
      *> 账面成本、平均成本汇率、收盘汇率、已实现损益、浮动损益和
      *> 当天重估额。平头寸按平均成本出账（口径见 POSREC）。
      *> 重估额（已实现+浮动损益比上次已过账的变动）追加到
      *> FXREVAL.DAT，Glextract 抽同一天的总账时出一对 FCYPOS /
      *> FXREVAL 过账。当天没有交易但台账里有头寸的币种照样重估；
      *> RATEFILE 里查不到汇率的币种只滚头寸和已实现损益，浮动损益
      *> 不重估，报表上收盘汇率印 0。
      *> 台账记录的 POS-LAST-DATE 已经是这一天（关账中断后补跑）就
      *> 不再滚、不再追加重估流水，只把记录里留的当天数字重打一遍。
      *> 平均成本汇率和汇率一个口径（每 1 元人民币合多少外币），可以
      *> 直接和收盘汇率比。
      *> LK-CLOSE-DATE = 要滚的关账营业日 YYYYMMDD。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT POSFILE ASSIGN TO "FXPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CCY
               FILE STATUS IS WS-POS-STATUS.

           SELECT REVALFILE ASSIGN TO "FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT RPTFILE ASSIGN TO "FXPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD POSFILE.
       COPY "posrec.cpy".

       FD REVALFILE.
       COPY "revalrec.cpy".

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACES.
       01 WS-REVAL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-MONTH     PIC 9(6) VALUE 0.
       01 WS-CLOSE-MONTH     PIC 9(6) VALUE 0.
       01 WS-CLOSE-DATE      PIC 9(8) VALUE 0.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-POS-EOF         PIC X(1) VALUE "N".
           88 END-OF-POS             VALUE "Y".

      *> 当天要处理的币种：台账里已有的加上当天有交易的。
       01 WS-PT-COUNT        PIC 9(2) VALUE 0.
       01 WS-PT-IDX          PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX       PIC 9(2) VALUE 0.
       01 WS-POS-TABLE.
           05 WS-PT-ENTRY OCCURS 10 TIMES.
               10 WS-PT-CCY          PIC X(3).
               10 WS-PT-BUY-QTY      PIC S9(10)V99.
               10 WS-PT-BUY-COST     PIC S9(10)V99.
               10 WS-PT-SELL-QTY     PIC S9(10)V99.
               10 WS-PT-SELL-COST    PIC S9(10)V99.

       01 WS-LINE-COST       PIC S9(10)V99 VALUE 0. *>本行外币按中间价折人民币
      *> 滚头寸用的账面：数量、成本，和一笔要记进去的当天净额
       01 WS-BK-QTY          PIC S9(10)V99 VALUE 0.
       01 WS-BK-COST         PIC S9(10)V99 VALUE 0.
       01 WS-TRD-QTY         PIC S9(10)V99 VALUE 0.
       01 WS-TRD-COST        PIC S9(10)V99 VALUE 0.
       01 WS-RELIEVED        PIC S9(10)V99 VALUE 0. *>按平均成本出账的成本
       01 WS-CLOSE-COST      PIC S9(10)V99 VALUE 0. *>翻仓时平掉那部分的人民币
       01 WS-DAY-REALIZED    PIC S9(10)V99 VALUE 0.
       01 WS-POS-NEW         PIC X(1) VALUE "N". *>Y=台账没有这个币种
       01 WS-CLOSE-RATE      PIC 9(3)V9(6) VALUE 0.
       01 WS-RATE-FOUND      PIC X(1) VALUE "N".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0.
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-MKT-VALUE       PIC S9(10)V99 VALUE 0. *>按收盘汇率折的人民币市值
       01 WS-PNL             PIC S9(10)V99 VALUE 0.
       01 WS-AVG-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-TOTAL-PNL       PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-REAL      PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-REVAL     PIC S9(12)V99 VALUE 0.
       01 WS-REVAL-COUNT     PIC 9(2) VALUE 0.

       01 WS-D-OPEN-QTY      PIC -(9)9.99.
       01 WS-D-BUY-QTY       PIC -(9)9.99.
       01 WS-D-SELL-QTY      PIC -(9)9.99.
       01 WS-D-CLOSE-QTY     PIC -(9)9.99.
       01 WS-D-COST          PIC -(9)9.99.
       01 WS-D-AVG-RATE      PIC Z(2)9.999999.
       01 WS-D-CLOSE-RATE    PIC Z(2)9.999999.
       01 WS-D-PNL           PIC -(9)9.99.
       01 WS-D-REAL          PIC -(9)9.99.
       01 WS-D-REVAL         PIC -(9)9.99.
       01 WS-D-TOTAL-PNL     PIC -(11)9.99.
       01 WS-D-TOTAL-REVAL   PIC -(11)9.99.
       01 WS-D-TOTAL-REAL    PIC -(11)9.99.

       LINKAGE SECTION.
       01 LK-CLOSE-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LK-CLOSE-DATE.
       MAIN-LOGIC.
           MOVE LK-CLOSE-DATE TO WS-CLOSE-DATE
           OPEN I-O POSFILE
           IF WS-POS-STATUS = "35"
               OPEN OUTPUT POSFILE
               CLOSE POSFILE
               OPEN I-O POSFILE
           END-IF
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Unable to open position file FXPOS.DAT, "
                   "status=" WS-POS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-POSITION-CCYS

           PERFORM SELECT-AUDIT-SOURCE
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDITFILE
                       AT END
                           SET END-OF-AUDIT TO TRUE
                       NOT AT END
                           PERFORM PROCESS-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

           OPEN EXTEND REVALFILE
           IF WS-REVAL-STATUS = "35"
               OPEN OUTPUT REVALFILE
               CLOSE REVALFILE
               OPEN EXTEND REVALFILE
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM ROLL-ONE-POSITION
               PERFORM WRITE-POSITION-LINES
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE RPTFILE
           CLOSE REVALFILE
           CLOSE POSFILE
           DISPLAY "FX position report written to FXPOS.RPT: date="
               WS-CLOSE-DATE " currencies=" WS-PT-COUNT
               " revaluation entries=" WS-REVAL-COUNT
           GOBACK.

      *> 台账里已有的币种全部列入，当天没交易的头寸也要重估。
       LOAD-POSITION-CCYS.
           MOVE LOW-VALUES TO POS-CCY
           START POSFILE KEY IS >= POS-CCY
               INVALID KEY
                   SET END-OF-POS TO TRUE
           END-START
           PERFORM UNTIL END-OF-POS
               READ POSFILE NEXT RECORD
                   AT END
                       SET END-OF-POS TO TRUE
                   NOT AT END
                       MOVE POS-CCY TO AUD-CCY
                       PERFORM FIND-PT-ENTRY
               END-READ
           END-PERFORM.

      *> 按 AUD-CCY 找表项，没有就加一项（当天数字清零）。
       FIND-PT-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-CCY(WS-PT-IDX) = AUD-CCY
                   MOVE WS-PT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-PT-COUNT < 10
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-FOUND-IDX
               MOVE AUD-CCY TO WS-PT-CCY(WS-FOUND-IDX)
               MOVE 0 TO WS-PT-BUY-QTY(WS-FOUND-IDX)
               MOVE 0 TO WS-PT-BUY-COST(WS-FOUND-IDX)
               MOVE 0 TO WS-PT-SELL-QTY(WS-FOUND-IDX)
               MOVE 0 TO WS-PT-SELL-COST(WS-FOUND-IDX)
           END-IF.

      *> 选日志源和 Recon 同一规则：关账日落在已归档月份读归档。
       SELECT-AUDIT-SOURCE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-MONTH
           MOVE WS-CLOSE-DATE(1:6) TO WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH < WS-TODAY-MONTH
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "CASHAUDIT." DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               END-STRING
               OPEN INPUT AUDITFILE
               IF WS-AUDIT-STATUS = "00"
                   CLOSE AUDITFILE
               ELSE
                   MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
               END-IF
           END-IF.

      *> 收外币（F、X 第一条腿）记收进，付外币（R、X 第二条腿）记
      *> 付出；成本按中间价折人民币，没有 MID= 的老行按 RMB=。冲正
      *> 行在原方向上反号。
       PROCESS-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
      *> 金库调拨行（MODE=T）不动头寸。
           IF AUD-DATE NOT = WS-CLOSE-DATE OR AUD-CCY = SPACES
               OR AUD-MODE = "T"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PT-ENTRY
           IF WS-FOUND-IDX = 0
               DISPLAY "WARNING: position table full, currency "
                   AUD-CCY " skipped."
               EXIT PARAGRAPH
           END-IF
           IF AUD-MID NOT = 0
               COMPUTE WS-LINE-COST ROUNDED = AUD-FOREIGN / AUD-MID
           ELSE
               MOVE AUD-RMB TO WS-LINE-COST
           END-IF
           IF AUD-REV = "Y"
               COMPUTE WS-LINE-COST = 0 - WS-LINE-COST
           END-IF
           IF AUD-MODE = "R" OR AUD-LEG = "2"
               IF AUD-REV = "Y"
                   SUBTRACT AUD-FOREIGN FROM WS-PT-SELL-QTY(WS-FOUND-IDX)
               ELSE
                   ADD AUD-FOREIGN TO WS-PT-SELL-QTY(WS-FOUND-IDX)
               END-IF
               ADD WS-LINE-COST TO WS-PT-SELL-COST(WS-FOUND-IDX)
           ELSE
               IF AUD-REV = "Y"
                   SUBTRACT AUD-FOREIGN FROM WS-PT-BUY-QTY(WS-FOUND-IDX)
               ELSE
                   ADD AUD-FOREIGN TO WS-PT-BUY-QTY(WS-FOUND-IDX)
               END-IF
               ADD WS-LINE-COST TO WS-PT-BUY-COST(WS-FOUND-IDX)
           END-IF.

      *> 滚一个币种：期初=台账现值，先记加头寸的一方、再按平均成本
      *> 记平头寸的一方，按收盘中间价重估，写回台账并追加重估流水。
      *> 今天已经滚过的（补跑）原样不动。
       ROLL-ONE-POSITION.
           MOVE "N" TO WS-POS-NEW
           MOVE WS-PT-CCY(WS-PT-IDX) TO POS-CCY
           READ POSFILE
               INVALID KEY
                   MOVE "Y" TO WS-POS-NEW
                   INITIALIZE POS-RECORD
                   MOVE WS-PT-CCY(WS-PT-IDX) TO POS-CCY
           END-READ
           IF WS-POS-NEW = "N" AND POS-LAST-DATE >= WS-CLOSE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE POS-QTY TO POS-OPEN-QTY
           MOVE POS-COST TO POS-OPEN-COST
           MOVE WS-PT-BUY-QTY(WS-PT-IDX) TO POS-BUY-QTY
           MOVE WS-PT-BUY-COST(WS-PT-IDX) TO POS-BUY-COST
           MOVE WS-PT-SELL-QTY(WS-PT-IDX) TO POS-SELL-QTY
           MOVE WS-PT-SELL-COST(WS-PT-IDX) TO POS-SELL-COST
           MOVE POS-OPEN-QTY TO WS-BK-QTY
           MOVE POS-OPEN-COST TO WS-BK-COST
           MOVE 0 TO WS-DAY-REALIZED
           IF POS-OPEN-QTY < 0
               PERFORM APPLY-DAY-SELLS
               PERFORM APPLY-DAY-BUYS
           ELSE
               PERFORM APPLY-DAY-BUYS
               PERFORM APPLY-DAY-SELLS
           END-IF
           MOVE WS-BK-QTY TO POS-QTY
           MOVE WS-BK-COST TO POS-COST
           ADD WS-DAY-REALIZED TO POS-REALIZED-PNL
           MOVE WS-CLOSE-DATE TO POS-LAST-DATE
           MOVE 0 TO POS-REVAL-AMT

           CALL "Ratelkup" USING POS-CCY WS-CLOSE-DATE WS-CLOSE-RATE
               WS-RATE-FOUND WS-RATE-EFF WS-BUY-RATE WS-SELL-RATE
           IF WS-RATE-FOUND = "Y" AND WS-CLOSE-RATE > 0
               COMPUTE WS-MKT-VALUE ROUNDED = POS-QTY / WS-CLOSE-RATE
               COMPUTE POS-UNREAL-PNL = WS-MKT-VALUE - POS-COST
               MOVE WS-CLOSE-RATE TO POS-REVAL-RATE
           ELSE
               DISPLAY "WARNING: no closing rate for " POS-CCY
                   " on " WS-CLOSE-DATE ", position not revalued."
               MOVE 0 TO POS-REVAL-RATE
      *> 头寸平光了市值就是 0，用不着汇率。
               IF POS-QTY = 0
                   COMPUTE POS-UNREAL-PNL = 0 - POS-COST
               END-IF
           END-IF
           COMPUTE WS-PNL = POS-REALIZED-PNL + POS-UNREAL-PNL
           COMPUTE POS-REVAL-AMT = WS-PNL - POS-PNL-POSTED
           MOVE WS-PNL TO POS-PNL-POSTED

           IF WS-POS-NEW = "Y"
               WRITE POS-RECORD
           ELSE
               REWRITE POS-RECORD
           END-IF
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Position update failed for " POS-CCY
                   ", status=" WS-POS-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> 头寸没落盘（POS-LAST-DATE 还是旧的）就不写重估记录，否则
      *> 重跑时这个币种再滚一次，FXREVAL.DAT 里会多一条、总账重复记。
           MOVE WS-CLOSE-DATE TO REVAL-DATE
           MOVE POS-CCY TO REVAL-CCY
           MOVE POS-REVAL-RATE TO REVAL-RATE
           MOVE POS-QTY TO REVAL-QTY
           MOVE POS-COST TO REVAL-COST
           MOVE POS-UNREAL-PNL TO REVAL-PNL
           MOVE POS-REVAL-AMT TO REVAL-AMT
           WRITE REVAL-RECORD
           IF POS-REVAL-AMT NOT = 0
               ADD 1 TO WS-REVAL-COUNT
           END-IF.

       APPLY-DAY-BUYS.
           MOVE POS-BUY-QTY TO WS-TRD-QTY
           MOVE POS-BUY-COST TO WS-TRD-COST
           PERFORM APPLY-DAY-TRADE.

       APPLY-DAY-SELLS.
           COMPUTE WS-TRD-QTY = 0 - POS-SELL-QTY
           COMPUTE WS-TRD-COST = 0 - POS-SELL-COST
           PERFORM APPLY-DAY-TRADE.

      *> 把一笔带符号的净额（收进为正，付出为负，成本同号）记进账面。
      *> 和头寸同方向的按成本进账；反方向的按平均成本出账，差额记
      *> 已实现；平过头翻了方向的，平掉那部分照样出账，剩下的按这笔
      *> 的成本开新头寸。
       APPLY-DAY-TRADE.
           IF WS-TRD-QTY = 0
               ADD WS-TRD-COST TO WS-BK-COST
               EXIT PARAGRAPH
           END-IF
           IF WS-BK-QTY = 0
               OR (WS-BK-QTY > 0 AND WS-TRD-QTY > 0)
               OR (WS-BK-QTY < 0 AND WS-TRD-QTY < 0)
               ADD WS-TRD-QTY TO WS-BK-QTY
               ADD WS-TRD-COST TO WS-BK-COST
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION ABS(WS-TRD-QTY) <= FUNCTION ABS(WS-BK-QTY)
               COMPUTE WS-RELIEVED ROUNDED =
                   WS-BK-COST * (0 - WS-TRD-QTY) / WS-BK-QTY
               COMPUTE WS-DAY-REALIZED = WS-DAY-REALIZED
                   - WS-TRD-COST - WS-RELIEVED
               SUBTRACT WS-RELIEVED FROM WS-BK-COST
               ADD WS-TRD-QTY TO WS-BK-QTY
               IF WS-BK-QTY = 0
                   MOVE 0 TO WS-BK-COST
               END-IF
           ELSE
               COMPUTE WS-CLOSE-COST ROUNDED =
                   WS-TRD-COST * (0 - WS-BK-QTY) / WS-TRD-QTY
               COMPUTE WS-DAY-REALIZED = WS-DAY-REALIZED
                   - WS-CLOSE-COST - WS-BK-COST
               COMPUTE WS-BK-COST = WS-TRD-COST - WS-CLOSE-COST
               ADD WS-TRD-QTY TO WS-BK-QTY
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "FX POSITION REPORT  DATE=" DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "CCY  OPEN-POSITION  DAY-BUYS       DAY-SELLS      CLOSE-POSITION"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "     BOOK-COST      AVG-RATE    CLOSE-RATE"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "     REALIZED-PNL   UNREAL-PNL     REVALUATION"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

      *> 每币种三行：头寸变动一行，成本一行，损益和重估一行。数字一律取台账
      *> 记录（补跑时就是上次滚完留下的）。
       WRITE-POSITION-LINES.
           MOVE POS-OPEN-QTY TO WS-D-OPEN-QTY
           MOVE POS-BUY-QTY TO WS-D-BUY-QTY
           MOVE POS-SELL-QTY TO WS-D-SELL-QTY
           MOVE POS-QTY TO WS-D-CLOSE-QTY
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING POS-CCY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-OPEN-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-BUY-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-SELL-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-CLOSE-QTY DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD

           MOVE 0 TO WS-AVG-RATE
           IF POS-COST NOT = 0
               AND ((POS-QTY > 0 AND POS-COST > 0)
                 OR (POS-QTY < 0 AND POS-COST < 0))
               COMPUTE WS-AVG-RATE ROUNDED = POS-QTY / POS-COST
                   ON SIZE ERROR
                       MOVE 0 TO WS-AVG-RATE
               END-COMPUTE
           END-IF
           MOVE POS-COST TO WS-D-COST
           MOVE WS-AVG-RATE TO WS-D-AVG-RATE
           MOVE POS-REVAL-RATE TO WS-D-CLOSE-RATE
           MOVE POS-REALIZED-PNL TO WS-D-REAL
           MOVE POS-UNREAL-PNL TO WS-D-PNL
           MOVE POS-REVAL-AMT TO WS-D-REVAL
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "     " DELIMITED BY SIZE
               WS-D-COST DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-AVG-RATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-CLOSE-RATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "     " DELIMITED BY SIZE
               WS-D-REAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-PNL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-REVAL DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           ADD POS-REALIZED-PNL TO WS-TOTAL-REAL
           ADD POS-UNREAL-PNL TO WS-TOTAL-PNL
           ADD POS-REVAL-AMT TO WS-TOTAL-REVAL.

      *> REVAL= 就是 Glextract 同日尾记录的重估哈希。
       WRITE-REPORT-TRAILER.
           MOVE WS-TOTAL-PNL TO WS-D-TOTAL-PNL
           MOVE WS-TOTAL-REVAL TO WS-D-TOTAL-REVAL
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           STRING "CONTROL TOTAL: UNREALIZED-PNL=" DELIMITED BY SIZE
               WS-D-TOTAL-PNL DELIMITED BY SIZE
               "  REVAL=" DELIMITED BY SIZE
               WS-D-TOTAL-REVAL DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-TOTAL-REAL TO WS-D-TOTAL-REAL
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "                 REALIZED-PNL=" DELIMITED BY SIZE
               WS-D-TOTAL-REAL DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.
