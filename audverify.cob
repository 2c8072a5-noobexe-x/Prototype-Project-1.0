       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audverify INITIAL.
       AUTHOR.	fan
      *> 审计日志完整性校验作业：按 AUDARCH.DIR 登记簿从最早的归档
      *> 月份到主日志顺序扫一遍，对 Audseal 盖过章的行逐行验证：
      *> 保留期清掉），跳过校验值比对只接链，报表里单独说明。
      *> 结果写 AUDVERIFY.RPT：问题逐条列，最后一行 PASS/FAIL，
      *> 审计来问"日志全不全"拿报告回答。
      *> Rebuild 重建派生文件之前先 CALL 本程序验链，RETURN-CODE
      *> 8=FAIL，所以结尾用 GOBACK 不用 STOP RUN。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           PERFORM WRITE-VERIFY-SUMMARY
           CLOSE RPTFILE
           GOBACK.

       LOAD-ARCHIVE-DIR.
           OPEN INPUT DIRFILE
