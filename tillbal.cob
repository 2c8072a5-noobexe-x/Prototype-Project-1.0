      *> 现金进出口径和 Cash 记账一致：F=收外币付人民币净额，
      *> R=收人民币净额（连费）付外币，X=收来源币付目标币（人民
      *> 币轧差不过柜）。
      *> 金库调拨（Vaultxfr 写的 MODE=T 行）也算现金进出：XFER=I 是
      *> 金库领给本柜员的钱箱收进，XFER=S 是交回金库付出；D/O 是金库
      *> 和现金中心之间的，不过钱箱。
      *> 每个币种的轧差结果另落一条到长短款历史 TILLDIFF.DAT（见
      *> TDIFFREC，键=操作员+营业日+币种），报表每次签退覆盖，历史
      *> 不覆盖；Opexcept 按它出柜员异常报表。外币长短款按当天中间
      *> 价（Ratelkup）折人民币一起存。历史写不进去只告警，不影响
      *> 签退。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DIFFFILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDIF-KEY
               FILE STATUS IS WS-DIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TILLFILE.
       FD RPTFILE.
       COPY "batchrpt.cpy".

       FD DIFFFILE.
       COPY "tdiffrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-TILL-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-DIFF-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPER-ID         PIC X(8) VALUE SPACES.
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".
       01 WS-TODAY-DATE      PIC 9(8). *>营业日，Getbdate 取
       01 WS-D-COUNTED       PIC Z(9)9.99.
       01 WS-D-DIFF          PIC -(9)9.99.
       01 WS-DIFF            PIC S9(10)V99 VALUE 0.
       01 WS-DIFF-RMB        PIC S9(10)V99 VALUE 0. *>长短款折人民币
       01 WS-SIGNOFF-TS      PIC X(21) VALUE SPACES.
      *> Ratelkup 参数，折人民币只用中间价
       01 WS-RATE-MID        PIC 9(3)V9(6) VALUE 0.
       01 WS-RATE-FOUND      PIC X(1) VALUE "N".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0.
       01 WS-RATE-BUY        PIC 9(3)V9(6) VALUE 0.
       01 WS-RATE-SELL       PIC 9(3)V9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-CLOSING-COUNTS
           PERFORM WRITE-BALANCE-REPORT
           DISPLAY "Till balancing report written to TILLBAL.RPT"
           PERFORM WRITE-DIFF-HISTORY
           GOBACK.

       LOAD-TILL-OPENINGS.
                           = WS-BAL-EXPECT(WS-FOUND-IDX)
                           + WS-REV-SIGN * AUD-FOREIGN
                   END-IF
               WHEN "T"
                   IF AUD-XFER = "I" OR AUD-XFER = "S"
                       MOVE AUD-CCY TO WS-WORK-CCY
                       PERFORM FIND-BAL-ENTRY
                   END-IF
                   EVALUATE AUD-XFER
                       WHEN "I"
                           ADD AUD-AMT TO WS-BAL-EXPECT(WS-FOUND-IDX)
                       WHEN "S"
                           SUBTRACT AUD-AMT
                               FROM WS-BAL-EXPECT(WS-FOUND-IDX)
                   END-EVALUATE
           END-EVALUATE.

      *> 换算里出现了签到没清点过的币种就补一行期初 0，差额
               DISPLAY "Till " WS-BAL-CCY(WS-BAL-IDX) " over/short "
                   FUNCTION TRIM(WS-D-DIFF)
           END-IF.

      *> 签退时刻和 TILL-STAMP 一个口径：日期部分写营业日。
       WRITE-DIFF-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-SIGNOFF-TS
           MOVE WS-TODAY-DATE TO WS-SIGNOFF-TS(1:8)
           OPEN I-O DIFFFILE
           IF WS-DIFF-STATUS = "35"
               OPEN OUTPUT DIFFFILE
               CLOSE DIFFFILE
               OPEN I-O DIFFFILE
           END-IF
           IF WS-DIFF-STATUS NOT = "00"
               DISPLAY "WARNING: till difference history not updated, "
                   "TILLDIFF.DAT status=" WS-DIFF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               PERFORM WRITE-ONE-DIFF-HISTORY
           END-PERFORM
           CLOSE DIFFFILE.

      *> 同一天第二班另加一班；同一班重跑（清点时刻相同）先把上次
      *> 记的那班减掉再加这次的。
       WRITE-ONE-DIFF-HISTORY.
           COMPUTE WS-DIFF = WS-BAL-COUNTED(WS-BAL-IDX)
               - WS-BAL-EXPECT(WS-BAL-IDX)
           PERFORM CONVERT-DIFF-TO-RMB
           MOVE WS-OPER-ID TO TDIF-OPER-ID
           MOVE WS-TODAY-DATE TO TDIF-DATE
           MOVE WS-BAL-CCY(WS-BAL-IDX) TO TDIF-CCY
           READ DIFFFILE
               INVALID KEY
                   MOVE 0 TO TDIF-DIFF-AMT
                   MOVE 0 TO TDIF-DIFF-RMB
                   MOVE 0 TO TDIF-SESSIONS
                   MOVE SPACES TO TDIF-LAST-STAMP
                   MOVE 0 TO TDIF-LAST-DIFF
                   MOVE 0 TO TDIF-LAST-RMB
           END-READ
           IF WS-DIFF-STATUS = "00" AND TDIF-LAST-STAMP = WS-MIN-STAMP
               SUBTRACT TDIF-LAST-DIFF FROM TDIF-DIFF-AMT
               SUBTRACT TDIF-LAST-RMB FROM TDIF-DIFF-RMB
           ELSE
               ADD 1 TO TDIF-SESSIONS
           END-IF
           ADD WS-DIFF TO TDIF-DIFF-AMT
           ADD WS-DIFF-RMB TO TDIF-DIFF-RMB
           MOVE WS-BAL-OPEN(WS-BAL-IDX) TO TDIF-OPEN-AMT
           MOVE WS-BAL-EXPECT(WS-BAL-IDX) TO TDIF-EXPECT-AMT
           MOVE WS-BAL-COUNTED(WS-BAL-IDX) TO TDIF-COUNTED-AMT
           MOVE WS-MIN-STAMP TO TDIF-LAST-STAMP
           MOVE WS-DIFF TO TDIF-LAST-DIFF
           MOVE WS-DIFF-RMB TO TDIF-LAST-RMB
           MOVE WS-SIGNOFF-TS(1:14) TO TDIF-SIGNOFF
           IF WS-DIFF-STATUS = "00"
               REWRITE TDIF-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: unable to update till "
                           "difference history for "
                           WS-BAL-CCY(WS-BAL-IDX)
                           ", file status=" WS-DIFF-STATUS
               END-REWRITE
           ELSE
               WRITE TDIF-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: unable to write till "
                           "difference history for "
                           WS-BAL-CCY(WS-BAL-IDX)
                           ", file status=" WS-DIFF-STATUS
               END-WRITE
           END-IF.

      *> 中间价是一元人民币换多少外币（同 Recon 折算口径），外币
      *> 除以它就是人民币。
       CONVERT-DIFF-TO-RMB.
           IF WS-BAL-CCY(WS-BAL-IDX) = "RMB"
               MOVE WS-DIFF TO WS-DIFF-RMB
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIFF-RMB
           IF WS-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           CALL "Ratelkup" USING WS-BAL-CCY(WS-BAL-IDX) WS-TODAY-DATE
               WS-RATE-MID WS-RATE-FOUND WS-RATE-EFF WS-RATE-BUY
               WS-RATE-SELL
           IF WS-RATE-FOUND = "Y" AND WS-RATE-MID > 0
               COMPUTE WS-DIFF-RMB ROUNDED = WS-DIFF / WS-RATE-MID
                   ON SIZE ERROR
                       MOVE 0 TO WS-DIFF-RMB
               END-COMPUTE
           END-IF.
