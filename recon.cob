      *> Audparse 子程序统一维护，后面再加字段也不用动这里。
      *> 冲正行（REV=Y，Cashrev 写的）按反号净计：被冲的交易和它
      *> 的冲正一正一负轧平，控制合计对出来的就是实际发生数。
      *> 点差收入：审计行带 MID= 的按中间价折出这笔外币"值"多少
      *> 人民币，银行收外币（F、X 第一条腿）时 中间价折算额-RMB=，
      *> 付外币（R、X 第二条腿）时 RMB=-中间价折算额，冲正行反号。
      *> 报表尾按币种把手续费收入和点差收入并列，另给点差控制合计
      *> （Glextract 尾记录的点差哈希要和它相等）。没有 MID= 的老行
      *> 点差记 0。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-GRAND-TOTAL-RMB PIC S9(10)V99 VALUE 0.
       01 WS-GRAND-TOTAL-FEE PIC S9(10)V99 VALUE 0.
       01 WS-GRAND-COUNT     PIC 9(6) VALUE 0.
       01 WS-GRAND-TOTAL-SPREAD PIC S9(10)V99 VALUE 0.
       01 WS-MID-RMB         PIC S9(10)V99 VALUE 0. *>外币按中间价折人民币
       01 WS-LINE-SPREAD     PIC S9(10)V99 VALUE 0. *>本行点差收入
       01 WS-CCY-INCOME      PIC S9(10)V99 VALUE 0.
       01 WS-D-TOTAL-SPREAD  PIC -(9)9.99.
       01 WS-D-INCOME        PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

       PROCESS-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
      *> 金库调拨行（MODE=T）只是现钞换地方放，不是换算，不进对账。
           IF AUD-DATE = WS-RECON-DATE AND AUD-MODE NOT = "T"
               PERFORM ACCUMULATE-RECON-ENTRY
           END-IF.

               MOVE 0 TO RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-RMB(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-FEE(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-SPREAD(WS-FOUND-IDX)
               MOVE 0 TO RECON-TXN-COUNT(WS-FOUND-IDX)
           END-IF
           MOVE AUD-RATE TO RECON-RATE(WS-FOUND-IDX)
           PERFORM COMPUTE-LINE-SPREAD
           IF AUD-REV = "Y"
               SUBTRACT AUD-FOREIGN
                   FROM RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               SUBTRACT AUD-RMB FROM RECON-TOTAL-RMB(WS-FOUND-IDX)
               SUBTRACT AUD-FEE FROM RECON-TOTAL-FEE(WS-FOUND-IDX)
               SUBTRACT WS-LINE-SPREAD
                   FROM RECON-TOTAL-SPREAD(WS-FOUND-IDX)
               IF RECON-TXN-COUNT(WS-FOUND-IDX) > 0
                   SUBTRACT 1 FROM RECON-TXN-COUNT(WS-FOUND-IDX)
               END-IF
               ADD AUD-FOREIGN TO RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               ADD AUD-RMB TO RECON-TOTAL-RMB(WS-FOUND-IDX)
               ADD AUD-FEE TO RECON-TOTAL-FEE(WS-FOUND-IDX)
               ADD WS-LINE-SPREAD TO RECON-TOTAL-SPREAD(WS-FOUND-IDX)
               ADD 1 TO RECON-TXN-COUNT(WS-FOUND-IDX)
           END-IF.

      *> 本行点差收入（人民币，正数=银行赚）：收外币的行是中间价
      *> 折算额多于付给客户的人民币的部分，付外币的行是收进的人民
      *> 币多于中间价折算额的部分。X 第二条腿的 RMB= 是扣费后的
      *> 净额，和它换出去的外币正好对应，手续费不会混进点差。
       COMPUTE-LINE-SPREAD.
           MOVE 0 TO WS-LINE-SPREAD
           IF AUD-MID = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MID-RMB ROUNDED = AUD-FOREIGN / AUD-MID
           IF AUD-MODE = "R" OR AUD-LEG = "2"
               COMPUTE WS-LINE-SPREAD = AUD-RMB - WS-MID-RMB
           ELSE
               COMPUTE WS-LINE-SPREAD = WS-MID-RMB - AUD-RMB
           END-IF.

       WRITE-RECON-REPORT.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "DAILY RECONCILIATION REPORT  DATE=" DELIMITED BY SIZE
               WS-D-COUNT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           PERFORM WRITE-INCOME-SUMMARY.

      *> 收入分两块并列：手续费（FEE=）和点差（按 MID= 算），财务
      *> 问"汇率本身赚了多少"看中间一列。
       WRITE-INCOME-SUMMARY.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "INCOME BY CURRENCY" TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "CCY  FEE-INCOME     SPREAD-INCOME  TOTAL-INCOME"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE 0 TO WS-GRAND-TOTAL-SPREAD
           PERFORM VARYING RECON-IDX FROM 1 BY 1
                   UNTIL RECON-IDX > RECON-ENTRY-COUNT
               COMPUTE WS-CCY-INCOME = RECON-TOTAL-FEE(RECON-IDX)
                   + RECON-TOTAL-SPREAD(RECON-IDX)
               MOVE RECON-TOTAL-FEE(RECON-IDX) TO WS-D-TOTAL-FEE
               MOVE RECON-TOTAL-SPREAD(RECON-IDX) TO WS-D-TOTAL-SPREAD
               MOVE WS-CCY-INCOME TO WS-D-INCOME
               MOVE SPACES TO BATCH-RPT-RECORD
               STRING RECON-CCY(RECON-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-TOTAL-FEE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-TOTAL-SPREAD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-INCOME DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
               WRITE BATCH-RPT-RECORD
               ADD RECON-TOTAL-SPREAD(RECON-IDX)
                   TO WS-GRAND-TOTAL-SPREAD
           END-PERFORM
           COMPUTE WS-CCY-INCOME = WS-GRAND-TOTAL-FEE
               + WS-GRAND-TOTAL-SPREAD
           MOVE WS-GRAND-TOTAL-SPREAD TO WS-D-TOTAL-SPREAD
           MOVE WS-CCY-INCOME TO WS-D-INCOME
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "CONTROL TOTAL: SPREAD=" DELIMITED BY SIZE
               WS-D-TOTAL-SPREAD DELIMITED BY SIZE
               "  INCOME=" DELIMITED BY SIZE
               WS-D-INCOME DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.
