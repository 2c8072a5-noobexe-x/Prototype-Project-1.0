      *> 是同一个人（双人复核），同一人只能跳过。复核员身份从
      *> Menu 签到会话（Getoper）拿，不再手敲；同意的汇率记录带上
      *> 复核员号落盘，查 RATEFILE 就知道每条汇率是谁放行的。
      *> 录入的是中间价；同意时按 RATESPRD.DAT 的点差推出买入价/
      *> 卖出价（Ratesprd）一起落盘并打给复核员看，放行之后再改
      *> 点差不会回头改动已经生效的汇率。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RJCT-COUNT      PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT      PIC 9(4) VALUE 0.
       01 WS-D-RATE          PIC Z(2)9.999999.
       01 WS-D-BUY           PIC Z(2)9.999999.
       01 WS-D-SELL          PIC Z(2)9.999999.
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-SPRD-FOUND      PIC X(1) VALUE "N".
       01 WS-APPLY-OK        PIC X(1) VALUE "N".
           88 APPLY-OK               VALUE "Y".

           DISPLAY "Pending: " PEND-CCY " effective " PEND-EFF-DATE
               " = " WS-D-RATE " entered by "
               FUNCTION TRIM(PEND-MAKER-ID) " at " PEND-ENTRY-TIME
           CALL "Ratesprd" USING PEND-CCY PEND-VALUE WS-BUY-RATE
               WS-SELL-RATE WS-SPRD-FOUND
           MOVE WS-BUY-RATE TO WS-D-BUY
           MOVE WS-SELL-RATE TO WS-D-SELL
           IF WS-SPRD-FOUND = "Y"
               DISPLAY "         buy " FUNCTION TRIM(WS-D-BUY)
                   "  sell " FUNCTION TRIM(WS-D-SELL)
                   " (RATESPRD.DAT spread)"
           ELSE
               DISPLAY "         no spread configured for " PEND-CCY
                   " - buy and sell at the mid rate"
           END-IF
           IF PEND-MAKER-ID = WS-IN-OPER
               DISPLAY "Entered by you - a different operator must "
                   "review it. Skipped."
               MOVE PEND-EFF-DATE TO RATE-EFF-DATE
               MOVE PEND-VALUE TO RATE-VALUE
               MOVE WS-IN-OPER TO RATE-OPER-ID
               MOVE WS-BUY-RATE TO RATE-BUY-VALUE
               MOVE WS-SELL-RATE TO RATE-SELL-VALUE
               WRITE RATE-RECORD
                   INVALID KEY
                       REWRITE RATE-RECORD
