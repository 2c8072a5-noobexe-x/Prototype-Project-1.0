       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ratesprd.
       AUTHOR.	fan
      *> 点差子程序：按币种查 RATESPRD.DAT 的单边点差（见 SPRDREC），
      *> 从中间价推出银行买入价和卖出价。Rateappr 放行人工汇率、
      *> Rateimp 导入不带买卖价的行情、Ratelkup 碰到加点差之前的
      *> 老汇率记录都调它，点差口径只有这一份。文件不存在或该币种
      *> 没配就买卖都按中间价、LK-FOUND=N，换算照常走（和 Feecalc
      *> 没配费率不收费一个道理）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPRDFILE ASSIGN TO "RATESPRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPRDFILE.
       COPY "sprdrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SPRD-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-SPRD            VALUE "Y".
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-SPRD-PCT        PIC 9(2)V9(4) VALUE 0.

       LINKAGE SECTION.
       01 LK-CCY             PIC X(3).
       01 LK-MID-RATE        PIC 9(3)V9(6). *>中间价
       01 LK-BUY-RATE        PIC 9(3)V9(6). *>推出的买入价
       01 LK-SELL-RATE       PIC 9(3)V9(6). *>推出的卖出价
       01 LK-FOUND           PIC X(1). *>Y=配了点差 N=没配(买卖=中间价)

       PROCEDURE DIVISION USING LK-CCY LK-MID-RATE LK-BUY-RATE
               LK-SELL-RATE LK-FOUND.
       MAIN-LOGIC.
           MOVE "N" TO LK-FOUND
           MOVE LK-MID-RATE TO LK-BUY-RATE
           MOVE LK-MID-RATE TO LK-SELL-RATE
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-SPRD-PCT
           OPEN INPUT SPRDFILE
           IF WS-SPRD-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-SPRD
               READ SPRDFILE
                   AT END
                       SET END-OF-SPRD TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SPREAD
               END-READ
           END-PERFORM
           CLOSE SPRDFILE
           IF LK-FOUND = "Y"
               COMPUTE LK-BUY-RATE ROUNDED
                   = LK-MID-RATE * (100 + WS-SPRD-PCT) / 100
                   ON SIZE ERROR
                       MOVE LK-MID-RATE TO LK-BUY-RATE
               END-COMPUTE
               COMPUTE LK-SELL-RATE ROUNDED
                   = LK-MID-RATE * (100 - WS-SPRD-PCT) / 100
           END-IF
           GOBACK.

      *> 坏行跳过（和 Feecalc 读费率表一样）；单边点差 50% 以上的
      *> 肯定是敲错了（卖出价要被压到一半以下），也当坏行。同币种
      *> 多行取最后一行，运营改点差在文件尾追加一行就行。
       CHECK-ONE-SPREAD.
           IF SPRD-CCY NOT = LK-CCY
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(SPRD-PCT) TO WS-NUMVAL-POS
               IF WS-NUMVAL-POS NOT = 0 OR SPRD-PCT = SPACES
                   CONTINUE
               ELSE
                   IF FUNCTION NUMVAL(SPRD-PCT) < 0
                       OR FUNCTION NUMVAL(SPRD-PCT) >= 50
                       CONTINUE
                   ELSE
                       MOVE FUNCTION NUMVAL(SPRD-PCT) TO WS-SPRD-PCT
                       MOVE "Y" TO LK-FOUND
                   END-IF
               END-IF
           END-IF.
