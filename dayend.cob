      *>    一刻起拒绝新换算；
      *> 2) 跑 Recon 出关账营业日的对账报表（Recon 缺省日期走
      *>    Getbdate，正是还没翻的关账日）；
      *>    接着调 Fxpos 把当天审计行滚进外币头寸台账、按收盘汇率
      *>    重估并出 FXPOS.RPT；头寸没滚成功就停在 C 不翻日，补跑
      *>    时 Fxpos 自己认得已经滚过的币种，不会滚两遍；
      *>    再调 Vaultrpt 出金库库存报表 VAULTPOS.RPT，低于最低库存
      *>    的币种写进给现金中心的调款单 CASHORD.DAT——报表出不来
      *>    只告警，不挡关账；
      *> 3) 清 CUSTUSE.DAT 里超过保留期的按日用量记录——该文件
      *>    一客户一天一条，不清会无限长；保留天数配在 BUSRET.DAT
      *>    （一行数字，按营业日数），没配按 92 个营业日；
      *> 4) 营业日翻到下一个营业日（按 HOLIDAY.DAT 营业日历跳过
      *>    周末和节假日，调休上班的周末照常翻到，见 Bizday）、状态
      *>    回 O，BUS-LAST-CLOSED 记下刚关完的营业日。
      *> 上次关账没跑完（状态还停在 C）就拦住不翻日，操作员确认
      *> 后才接着把没做完的关账补完——没对完账的日子不能被悄悄
      *> 翻过去。BUSDATE.DAT 不存在时先按日历日初始化再关账。
       01 WS-LAST-CLOSED     PIC 9(8) VALUE 0.
       01 WS-KEEP-DAYS       PIC 9(3) VALUE 92. *>用量记录保留天数
       01 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE       PIC 9(8) VALUE 0.
      *> Bizday 参数
       01 WS-BIZ-FUNC        PIC X(1) VALUE "N".
       01 WS-BIZ-DAYS        PIC S9(5) VALUE 0.
       01 WS-BIZ-IS-BUS      PIC X(1) VALUE SPACE.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-IN-CONFIRM      PIC X(1) VALUE SPACES.
       01 WS-RESUMING        PIC X(1) VALUE "N".
           CALL "Recon"
           MOVE 0 TO RETURN-CODE

           CALL "Fxpos" USING WS-CLOSE-DATE
           IF RETURN-CODE NOT = 0
               DISPLAY "Day-end close stopped: FX position update "
                   "failed, business date " WS-CLOSE-DATE
                   " left in closing state."
               STOP RUN
           END-IF

           CALL "Vaultrpt" USING WS-CLOSE-DATE
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: vault position report failed - "
                   "check VAULTPOS.RPT / CASHORD.DAT and rerun Vaultrpt."
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-RETENTION-DAYS
           PERFORM PURGE-USAGE-RECORDS
           PERFORM PURGE-REF-REGISTER

           MOVE WS-CLOSE-DATE TO WS-LAST-CLOSED
           MOVE "N" TO WS-BIZ-FUNC
           CALL "Bizday" USING WS-BIZ-FUNC WS-CLOSE-DATE WS-BIZ-DAYS
               WS-NEXT-DATE WS-BIZ-IS-BUS
           MOVE WS-NEXT-DATE TO WS-CUR-DATE
           MOVE "O" TO WS-CUR-STATE
           PERFORM SAVE-BUSINESS-DATE
               CLOSE RETFILE
           END-IF.

      *> 保留期界限从关账日往前数 KEEP-DAYS 个营业日（Bizday），
      *> 长假不会把假前几天的记录提前清掉。
      *> 早于保留期界限的按日用量记录整条删掉；限额检查只看当天，
      *> 老记录只有对账单还会用，对账单走审计日志不走这个文件。
       PURGE-USAGE-RECORDS.
           MOVE "B" TO WS-BIZ-FUNC
           MOVE WS-KEEP-DAYS TO WS-BIZ-DAYS
           CALL "Bizday" USING WS-BIZ-FUNC WS-CLOSE-DATE WS-BIZ-DAYS
               WS-CUTOFF-DATE WS-BIZ-IS-BUS
           OPEN I-O CUSEFILE
           IF WS-CUSE-STATUS NOT = "00"
               EXIT PARAGRAPH
