      *> 登记簿里，超过保留期的归档连文件带登记一起清掉。
      *> Recon 对历史月份出报表时按同样的命名规则直接读归档文件，
      *> 一年前的审计行从此不再拖累每天的日终对账。
      *> 当前月取日历月和营业日（Getbdate）所在月里早的那个：月末
      *> 最后一个营业日还没关账就过了零点，这个营业月的行还在往
      *> 主日志里写，不能切走。
      *> Arg1（可选）= 归档保留月数，不传按 24 个月。
      *> 切割做法：逐行分流，旧月份写归档、当前月写 CASHAUDIT.TMP，
      *> 分完用 TMP 顶替主日志；先删后改名，改名失败主日志还在
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-KEEP-MONTHS     PIC 9(3) VALUE 24. *>归档保留月数
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-BUS-DATE        PIC 9(8) VALUE 0.
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-CUR-MONTH-X.
           05 WS-CUR-YEAR        PIC 9(4).
           05 WS-CUR-MM          PIC 9(2).
       MAIN-LOGIC.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-CUR-MONTH-X
           CALL "Getbdate" USING WS-BUS-DATE WS-BUS-STATE WS-BUS-FOUND
           IF WS-BUS-FOUND = "Y" AND WS-BUS-DATE(1:6) < WS-CUR-MONTH-X
               MOVE WS-BUS-DATE(1:6) TO WS-CUR-MONTH-X
           END-IF
           PERFORM GET-KEEP-MONTHS
           PERFORM COMPUTE-CUTOFF-MONTH
           PERFORM LOAD-ARCHIVE-DIR
