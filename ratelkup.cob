      *> 查找小于等于指定日期的最新生效汇率，避免每个程序各抄一份。
      *> 同时返回命中那条汇率的生效日期（报价单要印"按哪天的汇率
      *> 报的"），没找到时生效日期为 0。
      *> LK-RATE 是中间价；买入价/卖出价另外两个参数返回，调用方按
      *> 方向挑：收外币（F、X 第一条腿）用买入价，付外币（R、X 第二
      *> 条腿）用卖出价，审计行的 MID= 写中间价。命中的是加点差之前
      *> 的老记录（买卖价为 0）就按 RATESPRD.DAT 现推（Ratesprd）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-SPRD-FOUND      PIC X(1) VALUE "N".

       LINKAGE SECTION.
       01 LK-CCY             PIC X(3).
       01 LK-AS-OF-DATE      PIC 9(8).
       01 LK-RATE            PIC 9(3)V9(6). *>中间价
       01 LK-FOUND           PIC X(1). *>Y=找到 N=未找到
       01 LK-EFF-DATE        PIC 9(8). *>命中汇率的生效日
       01 LK-BUY-RATE        PIC 9(3)V9(6). *>银行买入价（收外币用）
       01 LK-SELL-RATE       PIC 9(3)V9(6). *>银行卖出价（付外币用）

       PROCEDURE DIVISION USING LK-CCY LK-AS-OF-DATE LK-RATE LK-FOUND
               LK-EFF-DATE LK-BUY-RATE LK-SELL-RATE.
       MAIN-LOGIC.
           MOVE "N" TO LK-FOUND
           MOVE 0 TO LK-RATE
           MOVE 0 TO LK-EFF-DATE
           MOVE 0 TO LK-BUY-RATE
           MOVE 0 TO LK-SELL-RATE
           OPEN INPUT RATEFILE
           MOVE LK-CCY TO RATE-CCY
           MOVE ZEROS TO RATE-EFF-DATE
                           IF RATE-EFF-DATE <= LK-AS-OF-DATE
                               MOVE RATE-VALUE TO LK-RATE
                               MOVE RATE-EFF-DATE TO LK-EFF-DATE
                               MOVE RATE-BUY-VALUE TO LK-BUY-RATE
                               MOVE RATE-SELL-VALUE TO LK-SELL-RATE
                               MOVE "Y" TO LK-FOUND
                           ELSE
                               MOVE "10" TO WS-RATE-STATUS
               END-READ
           END-PERFORM
           CLOSE RATEFILE
           IF LK-FOUND = "Y"
               AND (LK-BUY-RATE = 0 OR LK-SELL-RATE = 0)
               CALL "Ratesprd" USING LK-CCY LK-RATE LK-BUY-RATE
                   LK-SELL-RATE WS-SPRD-FOUND
           END-IF
           GOBACK.
