      *> 人民币净额和手续费净收入（冲正行 REV=Y 反号净计，口径和
      *> Recon 完全一致），写定长过账文件 CASHGL.DAT（布局见
      *> GLPOST）：每币种一对平衡的借贷过账，另加每币种一对手续费
      *> 收入过账、一对点差收入过账（按审计行 MID= 算，口径同
      *> Recon），尾记录带明细记录数和哈希合计——哈希合计必须
      *> 等于同日 Recon 报表的控制合计，账务核完这一条就能文件对
      *> 文件过账，不再手抄 CASHRECON.RPT。
      *> 日终重估（Dayend 调 Fxpos 写的 FXREVAL.DAT）里同一天的重估
      *> 额每币种再出一对 FCYPOS / FXREVAL 过账，尾记录的重估哈希
      *> 等于同日 FXPOS.RPT 的 REVAL= 控制合计。重估要等该日关完账
      *> 才有，关账之前抽的文件不带重估对，关完账按日期重抽即可。
      *> Arg1（可选）= 抽数日期 YYYYMMDD，不传按营业日（Getbdate）。
      *> 历史月份的日期按 Recon 的规则读归档文件 CASHAUDIT.YYYYMM
      *> .LOG，没归档就退回主日志。
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVALFILE ASSIGN TO "FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT GLFILE ASSIGN TO "CASHGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD REVALFILE.
       COPY "revalrec.cpy".

       FD GLFILE.
       COPY "glpost.cpy".


       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-GL-STATUS       PIC X(2) VALUE SPACES.
       01 WS-REVAL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-REVAL-EOF       PIC X(1) VALUE "N".
           88 END-OF-REVAL           VALUE "Y".
       01 WS-POST-CCY        PIC X(3) VALUE SPACES. *>明细记录的币种
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-TODAY-MONTH     PIC 9(6) VALUE 0.
       01 WS-POST-MONTH      PIC 9(6) VALUE 0.
       01 WS-REC-COUNT       PIC 9(6) VALUE 0.
       01 WS-HASH-RMB        PIC S9(12)V99 VALUE 0.
       01 WS-HASH-FEE        PIC S9(12)V99 VALUE 0.
       01 WS-HASH-SPREAD     PIC S9(12)V99 VALUE 0.
       01 WS-HASH-REVAL      PIC S9(12)V99 VALUE 0.
       01 WS-MID-RMB         PIC S9(10)V99 VALUE 0.
       01 WS-LINE-SPREAD     PIC S9(10)V99 VALUE 0.
       01 WS-POST-AMT        PIC 9(10)V99 VALUE 0.
       01 WS-NET-AMT         PIC S9(10)V99 VALUE 0.
       01 WS-DR-SIDE         PIC X(1) VALUE SPACES.

           OPEN OUTPUT GLFILE
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-REVAL-POSTINGS
           PERFORM WRITE-GL-TRAILER
           CLOSE GLFILE
           DISPLAY "GL extract written to CASHGL.DAT: records="

       PROCESS-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
      *> 金库调拨行（MODE=T）不过账，和 Recon 一样跳过。
           IF AUD-DATE = WS-POST-DATE AND AUD-MODE NOT = "T"
               PERFORM ACCUMULATE-RECON-ENTRY
           END-IF.

               MOVE 0 TO RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-RMB(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-FEE(WS-FOUND-IDX)
               MOVE 0 TO RECON-TOTAL-SPREAD(WS-FOUND-IDX)
               MOVE 0 TO RECON-TXN-COUNT(WS-FOUND-IDX)
           END-IF
           PERFORM COMPUTE-LINE-SPREAD
           IF AUD-REV = "Y"
               SUBTRACT AUD-FOREIGN
                   FROM RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               SUBTRACT AUD-RMB FROM RECON-TOTAL-RMB(WS-FOUND-IDX)
               SUBTRACT AUD-FEE FROM RECON-TOTAL-FEE(WS-FOUND-IDX)
               SUBTRACT WS-LINE-SPREAD
                   FROM RECON-TOTAL-SPREAD(WS-FOUND-IDX)
           ELSE
               ADD AUD-FOREIGN TO RECON-TOTAL-FOREIGN(WS-FOUND-IDX)
               ADD AUD-RMB TO RECON-TOTAL-RMB(WS-FOUND-IDX)
               ADD AUD-FEE TO RECON-TOTAL-FEE(WS-FOUND-IDX)
               ADD WS-LINE-SPREAD TO RECON-TOTAL-SPREAD(WS-FOUND-IDX)
           END-IF.

      *> 点差口径抄 Recon 的 COMPUTE-LINE-SPREAD，两边必须一致，
      *> 否则尾记录的点差哈希对不上。
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

       WRITE-GL-POSTINGS.
               PERFORM WRITE-ONE-CCY-POSTINGS
           END-PERFORM.

      *> 每币种三对过账：头寸对人民币现金、手续费收入、点差收入
      *> （头寸按中间价计，点差从头寸转到 SPRDINC）。净到负数
      *> 的借贷方向对调、金额取绝对值；哈希合计按带符号原值累计，
      *> 和 Recon 的控制合计一个口径。
       WRITE-ONE-CCY-POSTINGS.
           MOVE RECON-CCY(RECON-IDX) TO WS-POST-CCY
           MOVE RECON-TOTAL-RMB(RECON-IDX) TO WS-NET-AMT
           IF WS-NET-AMT NOT = 0
               IF WS-NET-AMT < 0
               MOVE "FEE INCOME" TO GL-DESC
               PERFORM WRITE-GL-DETAIL
               ADD WS-NET-AMT TO WS-HASH-FEE
           END-IF
           MOVE RECON-TOTAL-SPREAD(RECON-IDX) TO WS-NET-AMT
           IF WS-NET-AMT NOT = 0
               IF WS-NET-AMT < 0
                   MOVE "C" TO WS-DR-SIDE
                   MOVE "D" TO WS-CR-SIDE
                   COMPUTE WS-POST-AMT = 0 - WS-NET-AMT
               ELSE
                   MOVE "D" TO WS-DR-SIDE
                   MOVE "C" TO WS-CR-SIDE
                   MOVE WS-NET-AMT TO WS-POST-AMT
               END-IF
               MOVE "FCYPOS" TO GL-ACCOUNT
               MOVE WS-DR-SIDE TO GL-DR-CR
               MOVE "SPREAD ADJUSTMENT" TO GL-DESC
               PERFORM WRITE-GL-DETAIL
               MOVE "SPRDINC" TO GL-ACCOUNT
               MOVE WS-CR-SIDE TO GL-DR-CR
               MOVE "SPREAD INCOME" TO GL-DESC
               PERFORM WRITE-GL-DETAIL
               ADD WS-NET-AMT TO WS-HASH-SPREAD
           END-IF.

      *> 重估对：浮动收益 DR FCYPOS / CR FXREVAL，浮动亏损方向对调。
      *> 重估流水没有（还没关账）或当天重估额为 0 的币种不出。
       WRITE-REVAL-POSTINGS.
           OPEN INPUT REVALFILE
           IF WS-REVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REVAL
               READ REVALFILE
                   AT END
                       SET END-OF-REVAL TO TRUE
                   NOT AT END
                       IF REVAL-DATE = WS-POST-DATE AND REVAL-AMT NOT = 0
                           PERFORM WRITE-ONE-REVAL-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVALFILE.

       WRITE-ONE-REVAL-PAIR.
           MOVE REVAL-CCY TO WS-POST-CCY
           MOVE REVAL-AMT TO WS-NET-AMT
           IF WS-NET-AMT < 0
               MOVE "C" TO WS-DR-SIDE
               MOVE "D" TO WS-CR-SIDE
               COMPUTE WS-POST-AMT = 0 - WS-NET-AMT
           ELSE
               MOVE "D" TO WS-DR-SIDE
               MOVE "C" TO WS-CR-SIDE
               MOVE WS-NET-AMT TO WS-POST-AMT
           END-IF
           MOVE "FCYPOS" TO GL-ACCOUNT
           MOVE WS-DR-SIDE TO GL-DR-CR
           MOVE "POSITION REVALUATION" TO GL-DESC
           PERFORM WRITE-GL-DETAIL
           MOVE "FXREVAL" TO GL-ACCOUNT
           MOVE WS-CR-SIDE TO GL-DR-CR
           MOVE "UNREALIZED FX P&L" TO GL-DESC
           PERFORM WRITE-GL-DETAIL
           ADD WS-NET-AMT TO WS-HASH-REVAL.

       WRITE-GL-DETAIL.
           MOVE "D" TO GL-REC-TYPE
           MOVE WS-POST-DATE TO GL-POST-DATE
           MOVE WS-POST-CCY TO GL-CCY
           MOVE WS-POST-AMT TO GL-AMOUNT
           WRITE GL-POST-RECORD
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO GL-TRL-COUNT
           MOVE WS-HASH-RMB TO GL-TRL-HASH-RMB
           MOVE WS-HASH-FEE TO GL-TRL-HASH-FEE
           MOVE WS-HASH-SPREAD TO GL-TRL-HASH-SPREAD
           MOVE WS-HASH-REVAL TO GL-TRL-HASH-REVAL
           WRITE GL-TRAILER-RECORD.
