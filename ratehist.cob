      *> RATEFILE.DAT，每个币种按生效日期列出全部汇率和相邻两条的
      *> 环比百分比变化，财务问 "EUR 上周二用的什么汇率、什么时候
      *> 改的" 不用再找程序员 dump 索引文件。每个币种最新生效日期
      *> 距今超过陈旧天数（营业日，按 HOLIDAY.DAT 营业日历数，周末
      *> 和节假日不算，见 Bizday）的标 ** STALE，赶在 Ratelkup 拿
      *> 上礼拜的旧汇率去换算之前发现没导行情。每条带写入人（复核员或
      *> RATEFEED），"什么时候改的、谁改的"一张报表答完。
      *> 环比按中间价算，每条后面带买入价/卖出价（老记录没有的按
      *> 当前点差现推，和 Ratelkup 一个口径）。
      *> Arg1（可选）= 陈旧营业日数阈值，不传按 5 个营业日。报表写
      *> RATEHIST.RPT。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ARG-COUNT       PIC 9(2) VALUE 0.
       01 WS-ARG-DAYS        PIC X(4).
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-STALE-DAYS      PIC 9(3) VALUE 5. *>陈旧营业日数阈值，Arg1 可改
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-LATEST-INT      PIC S9(7) COMP VALUE 0.
       01 WS-AGE-DAYS        PIC S9(5) COMP VALUE 0.
      *> Bizday 参数：最新生效日之后到今天（含）有几个营业日
       01 WS-BIZ-FUNC        PIC X(1) VALUE "A".
       01 WS-BIZ-DAYS        PIC S9(5) VALUE 0.
       01 WS-BIZ-IS-BUS      PIC X(1) VALUE SPACE.

       01 WS-CUR-CCY         PIC X(3) VALUE SPACES.
       01 WS-PREV-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-REC-COUNT       PIC 9(6) VALUE 0.

       01 WS-D-RATE          PIC Z(2)9.999999.
       01 WS-D-BUY           PIC Z(2)9.999999.
       01 WS-D-SELL          PIC Z(2)9.999999.
       01 WS-BUY-RATE        PIC 9(3)V9(6) VALUE 0.
       01 WS-SELL-RATE       PIC 9(3)V9(6) VALUE 0.
       01 WS-SPRD-FOUND      PIC X(1) VALUE "N".
       01 WS-D-PCT           PIC +(3)9.99.
       01 WS-D-AGE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-STALE-DAYS

           OPEN INPUT RATEFILE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "  EFF-DATE   RATE         CHANGE%   OPER      BUY         SELL" TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

      *> 环比：和同币种上一条生效汇率比，第一条没得比就空着。
       WRITE-HISTORY-LINE.
           MOVE RATE-VALUE TO WS-D-RATE
           MOVE RATE-BUY-VALUE TO WS-BUY-RATE
           MOVE RATE-SELL-VALUE TO WS-SELL-RATE
           IF WS-BUY-RATE = 0 OR WS-SELL-RATE = 0
               CALL "Ratesprd" USING RATE-CCY RATE-VALUE WS-BUY-RATE
                   WS-SELL-RATE WS-SPRD-FOUND
           END-IF
           MOVE WS-BUY-RATE TO WS-D-BUY
           MOVE WS-SELL-RATE TO WS-D-SELL
           MOVE SPACES TO BATCH-RPT-RECORD
           IF WS-FIRST-OF-CCY = "Y" OR WS-PREV-RATE = 0
               STRING "  " DELIMITED BY SIZE
                   WS-D-RATE DELIMITED BY SIZE
                   "        -   " DELIMITED BY SIZE
                   RATE-OPER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-BUY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-SELL DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           ELSE
                   WS-D-PCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RATE-OPER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-BUY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-D-SELL DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           END-IF
           WRITE BATCH-RPT-RECORD.

      *> 币种收尾：键序保证最后一条就是最新生效日期，算距今营业
      *> 日数（周五生效、周一看算 1 个营业日，不会每周一误报），
      *> 超过阈值标 STALE；生效日期本身无效算不出天数的也标出来。
       FINISH-CURRENCY.
           COMPUTE WS-LATEST-INT
               WRITE BATCH-RPT-RECORD
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE "A" TO WS-BIZ-FUNC
               CALL "Bizday" USING WS-BIZ-FUNC WS-LATEST-DATE WS-BIZ-DAYS
                   WS-TODAY-DATE WS-BIZ-IS-BUS
               MOVE WS-BIZ-DAYS TO WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-STALE-DAYS
                   MOVE WS-AGE-DAYS TO WS-D-AGE
                   MOVE SPACES TO BATCH-RPT-RECORD
                       WS-LATEST-DATE DELIMITED BY SIZE
                       " IS " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-D-AGE) DELIMITED BY SIZE
                       " BUSINESS DAYS OLD" DELIMITED BY SIZE
                       INTO BATCH-RPT-RECORD
                   END-STRING
                   WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "RATE HISTORY REPORT  DATE=" DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "  STALE-BUS-DAYS=" DELIMITED BY SIZE
               WS-STALE-DAYS DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
