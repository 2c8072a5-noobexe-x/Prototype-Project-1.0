      *> 时在 Cash 的提示录入里输报价号，有效期内按报价锁定的汇率
      *> 转成正式交易。
      *> 必须先跑 Menu 签到，报价单记柜员号。
      *> 汇率按方向取买入/卖出价（规则同 Cash），登记簿锁的就是这个
      *> 价，中间价另存一份给成交时写审计行 MID= 用。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 RATE2-FOUND            VALUE "Y".
       01 WS-RATE-EFF        PIC 9(8) VALUE 0.
       01 WS-RATE2-EFF       PIC 9(8) VALUE 0.
       01 WS-MID             PIC 9(3)V9(6) VALUE 0. *>PI 对应的中间价
       01 WS-MID2            PIC 9(3)V9(6) VALUE 0. *>PI2 对应的中间价
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-C-C-CALC        PIC 9(9)V99 VALUE 0.
       01 WS-J-C-CALC        PIC 9(9)V99 VALUE 0.
       01 WS-RESULT          PIC 9(9)V99 VALUE 0. *>客户所得
               END-IF
           END-IF.

      *> 取哪一边和 Cash 的 LOOK-UP-RATES 一致：收外币取买入价，
      *> 付外币取卖出价。
       LOOK-UP-RATES.
           CALL "Ratelkup" USING WS-IN-CCY WS-TODAY-DATE WS-MID
               WS-RATE-FOUND WS-RATE-EFF WS-BUY-RATE WS-SELL-RATE
           IF NOT RATE-FOUND
               DISPLAY "No effective exchange rate on file for "
                   WS-IN-CCY " as of " WS-TODAY-DATE "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IN-MODE = "R"
               MOVE WS-SELL-RATE TO PI
           ELSE
               MOVE WS-BUY-RATE TO PI
           END-IF
           IF WS-IN-MODE = "X"
               CALL "Ratelkup" USING WS-IN-TGT WS-TODAY-DATE WS-MID2
                   WS-RATE2-FOUND WS-RATE2-EFF WS-BUY-RATE
                   WS-SELL-RATE
               IF NOT RATE2-FOUND
                   DISPLAY "No effective exchange rate on file for "
                       WS-IN-TGT " as of " WS-TODAY-DATE "."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-SELL-RATE TO PI2
           END-IF.

      *> 算术和 Cash 一条一条对齐：同样的除/乘方向、同样的溢出
           MOVE WS-RATE-EFF TO QUOTE-RATE-EFF
           MOVE PI2 TO QUOTE-RATE2
           MOVE WS-RATE2-EFF TO QUOTE-RATE2-EFF
           MOVE WS-MID TO QUOTE-MID
           MOVE WS-MID2 TO QUOTE-MID2
           MOVE WS-FEE-AMT TO QUOTE-FEE
           MOVE WS-RESULT TO QUOTE-RESULT
           MOVE WS-EXPIRY TO QUOTE-EXPIRY
               DISPLAY "TARGET   : " WS-IN-TGT
           END-IF
           DISPLAY "AMOUNT   : " FUNCTION TRIM(WS-D-AMT)
           IF WS-IN-MODE = "R"
               DISPLAY "RATE     : " FUNCTION TRIM(WS-D-RATE)
                   " (SELL)  EFFECTIVE " WS-RATE-EFF
           ELSE
               DISPLAY "RATE     : " FUNCTION TRIM(WS-D-RATE)
                   " (BUY)  EFFECTIVE " WS-RATE-EFF
           END-IF
           IF WS-IN-MODE = "X"
               MOVE PI2 TO WS-D-RATE
               DISPLAY "RATE 2   : " FUNCTION TRIM(WS-D-RATE)
                   " (SELL)  EFFECTIVE " WS-RATE2-EFF
           END-IF
           DISPLAY "FEE (RMB): " FUNCTION TRIM(WS-D-FEE)
           DISPLAY "CUSTOMER GETS: " FUNCTION TRIM(WS-D-RESULT)
