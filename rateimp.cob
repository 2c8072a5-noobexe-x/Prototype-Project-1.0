      *> 生效，不过 Ratemaint 的双人复核（那是防手滑的）。导入的
      *> 汇率记录写入人记 RATEFEED（有签到会话就记签到人），和人工
      *> 复核放行的区分开。
      *> 行情带买入价/卖出价两列的照抄进 RATEFILE（两列要么都给
      *> 要么都空，且买入价 >= 中间价 >= 卖出价，否则当坏行报错）；
      *> 两列都空的按 RATESPRD.DAT 的点差从中间价推（Ratesprd）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-FEED-DATE       PIC 9(8) VALUE 0.
       01 WS-FEED-VALUE      PIC 9(3)V9(6) VALUE 0.
       01 WS-FEED-BUY        PIC 9(3)V9(6) VALUE 0.
       01 WS-FEED-SELL       PIC 9(3)V9(6) VALUE 0.
       01 WS-SPRD-FOUND      PIC X(1) VALUE "N".
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-OPER-ID         PIC X(8) VALUE SPACES. *>写入人
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".

       01 WS-D-LINE-NO       PIC ZZZZZ9.
       01 WS-D-RATE          PIC Z(2)9.999999.
       01 WS-D-BUY           PIC Z(2)9.999999.
       01 WS-D-SELL          PIC Z(2)9.999999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                           TO WS-FEED-VALUE
                   END-IF
               END-IF
           END-IF
           IF REC-OK
               PERFORM VALIDATE-FEED-SIDES
           END-IF.

       VALIDATE-FEED-SIDES.
           IF FEED-BUY-RATE = SPACES AND FEED-SELL-RATE = SPACES
               CALL "Ratesprd" USING FEED-CCY WS-FEED-VALUE
                   WS-FEED-BUY WS-FEED-SELL WS-SPRD-FOUND
               EXIT PARAGRAPH
           END-IF
           IF FEED-BUY-RATE = SPACES OR FEED-SELL-RATE = SPACES
               MOVE "N" TO WS-REC-OK
               MOVE "BUY/SELL RATE MISSING" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FEED-BUY-RATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(FEED-SELL-RATE) NOT = 0
               MOVE "N" TO WS-REC-OK
               MOVE "INVALID BUY/SELL RATE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FEED-BUY-RATE) > 999.999999
               OR FUNCTION NUMVAL(FEED-SELL-RATE) NOT > 0
               MOVE "N" TO WS-REC-OK
               MOVE "BUY/SELL RATE OUT OF RANGE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FEED-BUY-RATE) TO WS-FEED-BUY
           MOVE FUNCTION NUMVAL(FEED-SELL-RATE) TO WS-FEED-SELL
           IF WS-FEED-BUY < WS-FEED-VALUE OR WS-FEED-SELL > WS-FEED-VALUE
               MOVE "N" TO WS-REC-OK
               MOVE "BUY/SELL RATES DO NOT BRACKET MID" TO WS-REJ-REASON
           END-IF.

       LOAD-FEED-RATE.
           MOVE WS-FEED-DATE TO RATE-EFF-DATE
           MOVE WS-FEED-VALUE TO RATE-VALUE
           MOVE WS-OPER-ID TO RATE-OPER-ID
           MOVE WS-FEED-BUY TO RATE-BUY-VALUE
           MOVE WS-FEED-SELL TO RATE-SELL-VALUE
           WRITE RATE-RECORD
               INVALID KEY
                   REWRITE RATE-RECORD
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "LINE    CCY EFF-DATE  RATE        BUY         SELL        STATUS"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

       WRITE-LOADED-LINE.
           MOVE WS-LINE-NO TO WS-D-LINE-NO
           MOVE WS-FEED-VALUE TO WS-D-RATE
           MOVE WS-FEED-BUY TO WS-D-BUY
           MOVE WS-FEED-SELL TO WS-D-SELL
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-D-LINE-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FEED-EFF-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-RATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-BUY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-SELL DELIMITED BY SIZE
               "  LOADED" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
