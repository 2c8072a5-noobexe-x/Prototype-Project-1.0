      *> 柜面菜单：操作员先签到（对 OPERFILE.DAT 校验在档且有效），
      *> 签到信息写进会话文件 OPERSESS.DAT，之后 Cash / Ratemaint /
      *> Rateappr / Recon 都从会话文件拿操作员号落审计。选 X 退出
      *> 时把会话文件删掉算签退，换班必须重新签到。合规专员签到后
      *> 选 8 处理合规暂停队列（角色由 Holdrev 自己校验）。选 9 做
      *> 金库调拨（金库和钱箱、金库和现金中心之间搬现钞，管库员
      *> 会签，见 Vaultxfr）。
      *> 被调的交易程序都带 INITIAL、用 GOBACK 收尾，出错回到菜单
      *> 接着做下一笔，不会把整个柜面会话带崩。
      *> 签到后逐币种清点钱箱期初数写 TILLFILE.DAT（人民币+CCYTAB
           DISPLAY "5 = Customer statement"
           DISPLAY "6 = Reverse a conversion"
           DISPLAY "7 = Quote (price only, no commit)"
           DISPLAY "8 = Compliance hold review"
           DISPLAY "9 = Vault transfer"
           DISPLAY "X = Sign off and exit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-IN-CHOICE
                   CALL "Cashrev"
               WHEN "7"
                   CALL "Quote"
               WHEN "8"
                   CALL "Holdrev"
               WHEN "9"
                   CALL "Vaultxfr"
               WHEN "X"
                   SET MENU-DONE TO TRUE
               WHEN OTHER
