      *> 行本身也不能被再冲。只认主日志里的行：归档的历史月份
      *> 不在柜面冲正范围，那是调账科目的事。
      *> 必须先跑 Menu 签到，冲正行 OP= 记做冲正的人。
      *> 原行带 BR= 分行号的照抄，月报按分行净计时冲正落回原分行。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-ORIG-CCY        PIC X(3).
               10 WS-ORIG-FOREIGN    PIC 9(10)V99.
               10 WS-ORIG-RATE       PIC 9(3)V9(6).
               10 WS-ORIG-MID        PIC 9(3)V9(6).
               10 WS-ORIG-RMB        PIC 9(10)V99.
               10 WS-ORIG-FEE        PIC 9(10)V99.
               10 WS-ORIG-CUST       PIC X(8).
               10 WS-ORIG-LEG        PIC X(1).
               10 WS-ORIG-XCCY       PIC X(3).
               10 WS-ORIG-XRATE      PIC 9(3)V9(6).
               10 WS-ORIG-BRANCH     PIC X(4).
       01 WS-ORIG-COUNT      PIC 9(1) VALUE 0.
       01 WS-ORIG-IDX        PIC 9(1) VALUE 0.

           MOVE AUD-CCY TO WS-ORIG-CCY(WS-ORIG-COUNT)
           MOVE AUD-FOREIGN TO WS-ORIG-FOREIGN(WS-ORIG-COUNT)
           MOVE AUD-RATE TO WS-ORIG-RATE(WS-ORIG-COUNT)
           MOVE AUD-MID TO WS-ORIG-MID(WS-ORIG-COUNT)
           MOVE AUD-RMB TO WS-ORIG-RMB(WS-ORIG-COUNT)
           MOVE AUD-FEE TO WS-ORIG-FEE(WS-ORIG-COUNT)
           MOVE AUD-CUST TO WS-ORIG-CUST(WS-ORIG-COUNT)
           MOVE AUD-REF TO WS-ORIG-REF(WS-ORIG-COUNT)
           MOVE AUD-LEG TO WS-ORIG-LEG(WS-ORIG-COUNT)
           MOVE AUD-XCCY TO WS-ORIG-XCCY(WS-ORIG-COUNT)
           MOVE AUD-XRATE TO WS-ORIG-XRATE(WS-ORIG-COUNT)
           MOVE AUD-BRANCH TO WS-ORIG-BRANCH(WS-ORIG-COUNT).

       DISPLAY-ORIGINALS.
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           CLOSE AUDITFILE.

      *> 反向行除 REV=Y ORIG= 外字段和原行一致（时间戳和 OP= 是
      *> 冲正当时的），消费端按标签认字段、按 REV=Y 反号。原行带
      *> MID= 的照抄，点差收入跟着反号冲掉。
       WRITE-ONE-REVERSAL-LINE.
           MOVE WS-ORIG-FOREIGN(WS-ORIG-IDX) TO WS-AUDIT-FOREIGN
           MOVE WS-ORIG-RATE(WS-ORIG-IDX) TO WS-AUDIT-RATE
               INTO AUDIT-LINE-RECORD
               WITH POINTER WS-PTR
           END-STRING
           IF WS-ORIG-MID(WS-ORIG-IDX) NOT = 0
               MOVE WS-ORIG-MID(WS-ORIG-IDX) TO WS-AUDIT-RATE
               STRING " MID=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-RATE) DELIMITED BY SIZE
                   INTO AUDIT-LINE-RECORD
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF WS-ORIG-REF(WS-ORIG-IDX) NOT = SPACES
               STRING " REF=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORIG-REF(WS-ORIG-IDX))
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF WS-ORIG-BRANCH(WS-ORIG-IDX) NOT = SPACES
               STRING " BR=" DELIMITED BY SIZE
                   WS-ORIG-BRANCH(WS-ORIG-IDX) DELIMITED BY SIZE
                   INTO AUDIT-LINE-RECORD
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           STRING " REV=Y ORIG=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MATCH-KEY) DELIMITED BY SIZE
               INTO AUDIT-LINE-RECORD
