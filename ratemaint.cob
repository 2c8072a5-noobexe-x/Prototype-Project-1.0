       01 WS-PREV-FOUND      PIC X(1) VALUE "N".
           88 PREV-FOUND             VALUE "Y".
       01 WS-PREV-EFF        PIC 9(8) VALUE 0. *>Ratelkup 返回的生效日
       01 WS-PREV-BUY        PIC 9(3)V9(6) VALUE 0. *>容差只比中间价，买卖价不用
       01 WS-PREV-SELL       PIC 9(3)V9(6) VALUE 0.
       01 WS-RATE-DIFF       PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-PCT         PIC 9(4)V99 VALUE 0.
       01 WS-TOL-PCT         PIC 9(3)V99 VALUE 10. *>没配置时的缺省容差
           MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-EFF-DATE.

       PROMPT-RATE.
           DISPLAY "New mid rate (e.g. 5.123456): " WITH NO ADVANCING
           ACCEPT WS-IN-RATE
           MOVE FUNCTION TEST-NUMVAL(WS-IN-RATE) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0
           END-IF
           MOVE "N" TO WS-PREV-FOUND
           CALL "Ratelkup" USING WS-IN-CCY WS-EFF-DATE WS-PREV-RATE
               WS-PREV-FOUND WS-PREV-EFF WS-PREV-BUY WS-PREV-SELL
           IF PREV-FOUND AND WS-PREV-RATE > 0
               IF WS-NEW-RATE > WS-PREV-RATE
                   COMPUTE WS-RATE-DIFF = WS-NEW-RATE - WS-PREV-RATE
