       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opexcept INITIAL.
       AUTHOR.	fan
      *> 柜员异常报表（给营运主管）：一段日期区间内按操作员汇总
      *>   长短款：钱箱长短款历史 TILLDIFF.DAT（Tillbal 签退时写，见
      *>     TDIFFREC）里的签退天数、有长短款的天数、长短款净额和
      *>     绝对值累计（人民币等值），另按币种列原币净额/绝对值；
      *>   主管放行：审计行带 SUPV= 的笔数和人民币金额，记在经办
      *>     柜员（OP=）名下；
      *>   冲正：Cashrev 写的冲正行（REV=Y）笔数和人民币金额，记在
      *>     做冲正的操作员（冲正行的 OP=）名下；
      *>   报价成交率：报价登记簿 QUOTEREG.DAT 里本人报的价（报价号
      *>     日期在区间内），已成交（U）/（已成交+已过期没成交），
      *>     还在有效期里的不算。
      *> 笔数口径同 Custlim / Amlscan：F/R 一行一笔，X 只算第一条
      *> 腿；金库调拨行（MODE=T）不算。
      *> 上限/下限在 OPEXPARM.DAT（见 OPEXPARM），超过的项在该操作员
      *> 下面标 ** REVIEW 并列出是哪几项，报表尾再把要复核的操作员
      *> 汇总列一遍。报表写 OPEXCEPT.RPT。
      *> 区间跨进已归档月份时按 AUDARCH.DIR 逐月读归档文件（做法
      *> 同 Amlscan），当前月和没归档的月份从主日志里挑。有归档文件
      *> 打不开或操作员表满时报表表头逐条注明、返回码给 4。
      *> Arg1=起始日 Arg2=截止日（YYYYMMDD）；不带参数按营业日
      *> （Getbdate）往前 31 天到营业日。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DIRFILE ASSIGN TO "AUDARCH.DIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.

           SELECT PARMFILE ASSIGN TO "OPEXPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DIFFFILE ASSIGN TO "TILLDIFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDIF-KEY
               FILE STATUS IS WS-DIFF-STATUS.

           SELECT QUOTEFILE ASSIGN TO "QUOTEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-NO
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT OPERFILE ASSIGN TO "OPERFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT RPTFILE ASSIGN TO "OPEXCEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD DIRFILE.
       01 DIR-RECORD            PIC X(6).

       FD PARMFILE.
       COPY "opexparm.cpy".

       FD DIFFFILE.
       COPY "tdiffrec.cpy".

       FD QUOTEFILE.
       COPY "quoterec.cpy".

       FD OPERFILE.
       COPY "operrec.cpy".

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS      PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.
       01 WS-DIFF-STATUS     PIC X(2) VALUE SPACES.
       01 WS-QUOTE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPER-STATUS     PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-DIR-EOF         PIC X(1) VALUE "N".
           88 END-OF-DIR             VALUE "Y".
       01 WS-FILE-EOF        PIC X(1) VALUE "N".
           88 END-OF-FILE            VALUE "Y".

       01 WS-ARG-COUNT       PIC 9(2) VALUE 0.
       01 WS-IN-DATE         PIC X(8) VALUE SPACES.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TO-DATE         PIC 9(8) VALUE 0.
       01 WS-FROM-MONTH      PIC 9(6) VALUE 0.
       01 WS-TO-MONTH        PIC 9(6) VALUE 0.
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-NOW-STAMP       PIC X(21) VALUE SPACES.

      *> 上限/下限，OPEXPARM.DAT 没有或敲坏的项用这里的缺省值
       01 WS-MAX-DIFF-DAYS   PIC 9(3) VALUE 3.
       01 WS-MAX-DIFF-RMB    PIC 9(10)V99 VALUE 500.
       01 WS-MAX-OVR-COUNT   PIC 9(4) VALUE 10.
       01 WS-MAX-OVR-RMB     PIC 9(10)V99 VALUE 500000.
       01 WS-MAX-REV-COUNT   PIC 9(4) VALUE 5.
       01 WS-MAX-REV-RMB     PIC 9(10)V99 VALUE 100000.
       01 WS-MIN-QUOTE-PCT   PIC 9(3) VALUE 50.
       01 WS-MIN-QUOTE-CNT   PIC 9(4) VALUE 10.

       01 WS-DIR-TABLE.
           05 WS-DIR-MONTH       OCCURS 120 TIMES PIC 9(6).
       01 WS-DIR-COUNT       PIC 9(3) VALUE 0.
       01 WS-DIR-IDX         PIC 9(3) VALUE 0.
       01 WS-MONTH-ARCHIVED  PIC X(1) VALUE "N".
       01 WS-NEED-LIVE       PIC X(1) VALUE "N".
       01 WS-SCAN-MONTH-X.
           05 WS-SCAN-YEAR       PIC 9(4).
           05 WS-SCAN-MM         PIC 9(2).
       01 WS-SCAN-MONTH REDEFINES WS-SCAN-MONTH-X
                             PIC 9(6).

      *> 按操作员汇总
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID           PIC X(8).
               10 WS-OP-SIGNOFFS     PIC 9(5).
               10 WS-OP-DIFF-DAYS    PIC 9(5).
               10 WS-OP-NET-RMB      PIC S9(12)V99.
               10 WS-OP-ABS-RMB      PIC 9(12)V99.
               10 WS-OP-OVR-COUNT    PIC 9(5).
               10 WS-OP-OVR-RMB      PIC 9(12)V99.
               10 WS-OP-REV-COUNT    PIC 9(5).
               10 WS-OP-REV-RMB      PIC 9(12)V99.
               10 WS-OP-Q-USED       PIC 9(5).
               10 WS-OP-Q-LAPSED     PIC 9(5).
               10 WS-OP-FLAGGED      PIC X(1).
       01 WS-OP-SWAP             PIC X(95).
       01 WS-OP-COUNT        PIC 9(3) VALUE 0.
       01 WS-OP-IDX          PIC 9(3) VALUE 0.
       01 WS-OP-JDX          PIC 9(3) VALUE 0.
       01 WS-OP-FOUND        PIC 9(3) VALUE 0.
       01 WS-WORK-OPER       PIC X(8) VALUE SPACES.

      *> 按操作员+币种的原币长短款
       01 WS-OC-TABLE.
           05 WS-OC-ENTRY OCCURS 600 TIMES.
               10 WS-OC-OPER         PIC X(8).
               10 WS-OC-CCY          PIC X(3).
               10 WS-OC-NET          PIC S9(12)V99.
               10 WS-OC-ABS          PIC 9(12)V99.
       01 WS-OC-COUNT        PIC 9(3) VALUE 0.
       01 WS-OC-IDX          PIC 9(3) VALUE 0.
       01 WS-OC-FOUND        PIC 9(3) VALUE 0.

       01 WS-TABLE-FULL      PIC X(1) VALUE "N".
       01 WS-INCOMPLETE      PIC X(1) VALUE "N". *>Y=归档打不开或操作员表满
      *> 打不开的审计文件，报表开出来以后写进表头
       01 WS-MISS-TABLE.
           05 WS-MISS-ENTRY OCCURS 20 TIMES.
               10 WS-MISS-NAME       PIC X(20).
               10 WS-MISS-STATUS     PIC X(2).
       01 WS-MISS-COUNT      PIC 9(2) VALUE 0.
       01 WS-MISS-IDX        PIC 9(2) VALUE 0.
       01 WS-LAST-DAY-KEY    PIC X(16) VALUE SPACES. *>操作员+营业日
       01 WS-LAST-DIFF-KEY   PIC X(16) VALUE SPACES.
       01 WS-Q-DATE-X        PIC X(8) VALUE SPACES.
       01 WS-Q-DATE REDEFINES WS-Q-DATE-X
                             PIC 9(8).
       01 WS-QUOTE-DECIDED   PIC 9(5) VALUE 0.
       01 WS-QUOTE-PCT       PIC 9(3)V9 VALUE 0.
       01 WS-FLAG-TEXT       PIC X(66) VALUE SPACES.
       01 WS-FLAG-PTR        PIC S9(4) COMP VALUE 1.
       01 WS-FLAG-COUNT      PIC 9(3) VALUE 0.
       01 WS-OPER-NAME       PIC X(30) VALUE SPACES.
       01 WS-OPER-OPEN       PIC X(1) VALUE "N".

       01 WS-D-AMT           PIC -(11)9.99.
       01 WS-D-AMT2          PIC -(11)9.99.
       01 WS-D-CNT           PIC ZZZZ9.
       01 WS-D-CNT2          PIC ZZZZ9.
       01 WS-D-PCT           PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-EXCEPT-ARGS
           PERFORM LOAD-EXCEPT-PARMS
           PERFORM LOAD-DIFF-HISTORY
           PERFORM LOAD-ARCHIVE-DIR
           MOVE WS-FROM-DATE(1:6) TO WS-FROM-MONTH
           MOVE WS-TO-DATE(1:6) TO WS-TO-MONTH
           MOVE WS-FROM-MONTH TO WS-SCAN-MONTH-X
           PERFORM UNTIL WS-SCAN-MONTH > WS-TO-MONTH
               PERFORM SCAN-ONE-MONTH
               PERFORM NEXT-SCAN-MONTH
           END-PERFORM
           IF WS-NEED-LIVE = "Y"
               MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
               PERFORM SCAN-AUDIT-FILE
           END-IF
           PERFORM LOAD-QUOTE-REGISTER
           PERFORM SORT-OPER-TABLE

           OPEN OUTPUT RPTFILE
           OPEN INPUT OPERFILE
           IF WS-OPER-STATUS = "00"
               MOVE "Y" TO WS-OPER-OPEN
           END-IF
           PERFORM WRITE-EXCEPT-HEADER
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM WRITE-ONE-OPERATOR
           END-PERFORM
           PERFORM WRITE-EXCEPT-TRAILER
           IF WS-OPER-OPEN = "Y"
               CLOSE OPERFILE
           END-IF
           CLOSE RPTFILE
           DISPLAY "Operator exception report " WS-FROM-DATE "-"
               WS-TO-DATE ": operators=" WS-OP-COUNT
               " flagged for review=" WS-FLAG-COUNT
           DISPLAY "Report written to OPEXCEPT.RPT"
           IF WS-INCOMPLETE = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-EXCEPT-ARGS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-EXCEPT-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-FROM-DATE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-IN-DATE FROM ARGUMENT-VALUE
               PERFORM VALIDATE-EXCEPT-DATE
               MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-TO-DATE
           ELSE
               CALL "Getbdate" USING WS-TO-DATE WS-BUS-STATE
                   WS-BUS-FOUND
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 31)
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid range: from date " WS-FROM-DATE
                   " is after to date " WS-TO-DATE "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.

       VALIDATE-EXCEPT-DATE.
           MOVE FUNCTION TEST-NUMVAL(WS-IN-DATE) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0 OR WS-IN-DATE = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-IN-DATE)) NOT = 8
               DISPLAY "Invalid date: '" WS-IN-DATE
                   "' is not a valid YYYYMMDD date."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> 参数文件是主管维护的一行文本，哪项敲坏就那项按缺省值。
       LOAD-EXCEPT-PARMS.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = "00"
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-EXCEPT-PARMS
               END-READ
               CLOSE PARMFILE
           END-IF.

       APPLY-EXCEPT-PARMS.
           MOVE FUNCTION TEST-NUMVAL(OPXP-DIFF-DAYS) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-DIFF-DAYS NOT = SPACES
               MOVE FUNCTION NUMVAL(OPXP-DIFF-DAYS) TO WS-MAX-DIFF-DAYS
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-DIFF-RMB) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-DIFF-RMB NOT = SPACES
               IF FUNCTION NUMVAL(OPXP-DIFF-RMB) >= 0
                   MOVE FUNCTION NUMVAL(OPXP-DIFF-RMB) TO WS-MAX-DIFF-RMB
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-OVR-COUNT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-OVR-COUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(OPXP-OVR-COUNT) TO WS-MAX-OVR-COUNT
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-OVR-RMB) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-OVR-RMB NOT = SPACES
               IF FUNCTION NUMVAL(OPXP-OVR-RMB) >= 0
                   MOVE FUNCTION NUMVAL(OPXP-OVR-RMB) TO WS-MAX-OVR-RMB
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-REV-COUNT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-REV-COUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(OPXP-REV-COUNT) TO WS-MAX-REV-COUNT
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-REV-RMB) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-REV-RMB NOT = SPACES
               IF FUNCTION NUMVAL(OPXP-REV-RMB) >= 0
                   MOVE FUNCTION NUMVAL(OPXP-REV-RMB) TO WS-MAX-REV-RMB
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-QUOTE-PCT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-QUOTE-PCT NOT = SPACES
               IF FUNCTION NUMVAL(OPXP-QUOTE-PCT) <= 100
                   MOVE FUNCTION NUMVAL(OPXP-QUOTE-PCT)
                       TO WS-MIN-QUOTE-PCT
               END-IF
           END-IF
           MOVE FUNCTION TEST-NUMVAL(OPXP-QUOTE-MIN) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS = 0 AND OPXP-QUOTE-MIN NOT = SPACES
               IF FUNCTION NUMVAL(OPXP-QUOTE-MIN) >= 1
                   MOVE FUNCTION NUMVAL(OPXP-QUOTE-MIN)
                       TO WS-MIN-QUOTE-CNT
               END-IF
           END-IF.

      *> 历史文件按操作员+营业日+币种排好序，顺序读一遍；同一个
      *> 操作员同一天的几个币种只算一个签退日，哪个币种有长短款
      *> 这一天就算一个有长短款的日子。
       LOAD-DIFF-HISTORY.
           OPEN INPUT DIFFFILE
           IF WS-DIFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL END-OF-FILE
               READ DIFFFILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TDIF-DATE >= WS-FROM-DATE
                           AND TDIF-DATE <= WS-TO-DATE
                           PERFORM ADD-DIFF-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIFFFILE.

       ADD-DIFF-RECORD.
           MOVE TDIF-OPER-ID TO WS-WORK-OPER
           PERFORM FIND-OPER-ENTRY
           IF WS-OP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF TDIF-KEY(1:16) NOT = WS-LAST-DAY-KEY
               ADD 1 TO WS-OP-SIGNOFFS(WS-OP-FOUND)
               MOVE TDIF-KEY(1:16) TO WS-LAST-DAY-KEY
           END-IF
           IF TDIF-DIFF-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF TDIF-KEY(1:16) NOT = WS-LAST-DIFF-KEY
               ADD 1 TO WS-OP-DIFF-DAYS(WS-OP-FOUND)
               MOVE TDIF-KEY(1:16) TO WS-LAST-DIFF-KEY
           END-IF
           ADD TDIF-DIFF-RMB TO WS-OP-NET-RMB(WS-OP-FOUND)
           IF TDIF-DIFF-RMB < 0
               SUBTRACT TDIF-DIFF-RMB FROM WS-OP-ABS-RMB(WS-OP-FOUND)
           ELSE
               ADD TDIF-DIFF-RMB TO WS-OP-ABS-RMB(WS-OP-FOUND)
           END-IF
           MOVE 0 TO WS-OC-FOUND
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
                   OR WS-OC-FOUND > 0
               IF WS-OC-OPER(WS-OC-IDX) = TDIF-OPER-ID
                   AND WS-OC-CCY(WS-OC-IDX) = TDIF-CCY
                   MOVE WS-OC-IDX TO WS-OC-FOUND
               END-IF
           END-PERFORM
           IF WS-OC-FOUND = 0
               IF WS-OC-COUNT >= 600
                   PERFORM NOTE-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OC-COUNT
               MOVE WS-OC-COUNT TO WS-OC-FOUND
               MOVE TDIF-OPER-ID TO WS-OC-OPER(WS-OC-FOUND)
               MOVE TDIF-CCY TO WS-OC-CCY(WS-OC-FOUND)
               MOVE 0 TO WS-OC-NET(WS-OC-FOUND)
               MOVE 0 TO WS-OC-ABS(WS-OC-FOUND)
           END-IF
           ADD TDIF-DIFF-AMT TO WS-OC-NET(WS-OC-FOUND)
           IF TDIF-DIFF-AMT < 0
               SUBTRACT TDIF-DIFF-AMT FROM WS-OC-ABS(WS-OC-FOUND)
           ELSE
               ADD TDIF-DIFF-AMT TO WS-OC-ABS(WS-OC-FOUND)
           END-IF.

       FIND-OPER-ENTRY.
           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   OR WS-OP-FOUND > 0
               IF WS-OP-ID(WS-OP-IDX) = WS-WORK-OPER
                   MOVE WS-OP-IDX TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT >= 200
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-FOUND
           MOVE WS-WORK-OPER TO WS-OP-ID(WS-OP-FOUND)
           MOVE 0 TO WS-OP-SIGNOFFS(WS-OP-FOUND)
           MOVE 0 TO WS-OP-DIFF-DAYS(WS-OP-FOUND)
           MOVE 0 TO WS-OP-NET-RMB(WS-OP-FOUND)
           MOVE 0 TO WS-OP-ABS-RMB(WS-OP-FOUND)
           MOVE 0 TO WS-OP-OVR-COUNT(WS-OP-FOUND)
           MOVE 0 TO WS-OP-OVR-RMB(WS-OP-FOUND)
           MOVE 0 TO WS-OP-REV-COUNT(WS-OP-FOUND)
           MOVE 0 TO WS-OP-REV-RMB(WS-OP-FOUND)
           MOVE 0 TO WS-OP-Q-USED(WS-OP-FOUND)
           MOVE 0 TO WS-OP-Q-LAPSED(WS-OP-FOUND)
           MOVE "N" TO WS-OP-FLAGGED(WS-OP-FOUND).

       NOTE-TABLE-FULL.
           IF WS-TABLE-FULL = "N"
               DISPLAY "WARNING: operator table full, some operators "
                   "not reported."
               MOVE "Y" TO WS-TABLE-FULL
               MOVE "Y" TO WS-INCOMPLETE
           END-IF.

       LOAD-ARCHIVE-DIR.
           OPEN INPUT DIRFILE
           IF WS-DIR-STATUS = "00"
               PERFORM UNTIL END-OF-DIR
                   READ DIRFILE
                       AT END
                           SET END-OF-DIR TO TRUE
                       NOT AT END
                           IF DIR-RECORD NOT = SPACES
                               AND WS-DIR-COUNT < 120
                               ADD 1 TO WS-DIR-COUNT
                               MOVE FUNCTION NUMVAL(DIR-RECORD)
                                   TO WS-DIR-MONTH(WS-DIR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIRFILE
           END-IF.

       SCAN-ONE-MONTH.
           MOVE "N" TO WS-MONTH-ARCHIVED
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-MONTH(WS-DIR-IDX) = WS-SCAN-MONTH
                   MOVE "Y" TO WS-MONTH-ARCHIVED
               END-IF
           END-PERFORM
           IF WS-MONTH-ARCHIVED = "Y"
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "CASHAUDIT." DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               END-STRING
               PERFORM SCAN-AUDIT-FILE
           ELSE
               MOVE "Y" TO WS-NEED-LIVE
           END-IF.

       NEXT-SCAN-MONTH.
           IF WS-SCAN-MM = 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MM
           ELSE
               ADD 1 TO WS-SCAN-MM
           END-IF.

      *> 登记簿说归档了却打不开的月份不能悄悄跳过，放行/冲正笔数
      *> 会看着正常、实际少算了一个月。
       SCAN-AUDIT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: audit file "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                   " could not be opened (status=" WS-AUDIT-STATUS
                   ") - exception report is incomplete."
               MOVE "Y" TO WS-INCOMPLETE
               IF WS-MISS-COUNT < 20
                   ADD 1 TO WS-MISS-COUNT
                   MOVE WS-AUDIT-FILE-NAME TO WS-MISS-NAME(WS-MISS-COUNT)
                   MOVE WS-AUDIT-STATUS TO WS-MISS-STATUS(WS-MISS-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDITFILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM SELECT-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

      *> 冲正行记做冲正的人；非冲正行带 SUPV= 的记经办柜员的放行。
       SELECT-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
           IF AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
               OR AUD-MODE = "T" OR AUD-OPER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AUD-MODE = "X" AND AUD-LEG = "2"
               EXIT PARAGRAPH
           END-IF
           IF AUD-REV NOT = "Y" AND AUD-SUPV = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-OPER TO WS-WORK-OPER
           PERFORM FIND-OPER-ENTRY
           IF WS-OP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF AUD-REV = "Y"
               ADD 1 TO WS-OP-REV-COUNT(WS-OP-FOUND)
               ADD AUD-RMB TO WS-OP-REV-RMB(WS-OP-FOUND)
           ELSE
               ADD 1 TO WS-OP-OVR-COUNT(WS-OP-FOUND)
               ADD AUD-RMB TO WS-OP-OVR-RMB(WS-OP-FOUND)
           END-IF.

      *> 报价不过夜（Quote 失效时刻封顶当日 235959），状态还是 O
      *> 且已过失效时刻的就是客户没成交、报价作废了。
       LOAD-QUOTE-REGISTER.
           OPEN INPUT QUOTEFILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL END-OF-FILE
               READ QUOTEFILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-QUOTE-RECORD
               END-READ
           END-PERFORM
           CLOSE QUOTEFILE.

       ADD-QUOTE-RECORD.
           MOVE QUOTE-NO(2:8) TO WS-Q-DATE-X
           IF WS-Q-DATE-X NOT NUMERIC OR QUOTE-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-DATE < WS-FROM-DATE OR WS-Q-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF QUOTE-STATUS NOT = "U"
               AND QUOTE-EXPIRY >= WS-NOW-STAMP(1:14)
               EXIT PARAGRAPH
           END-IF
           MOVE QUOTE-OPER-ID TO WS-WORK-OPER
           PERFORM FIND-OPER-ENTRY
           IF WS-OP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF QUOTE-STATUS = "U"
               ADD 1 TO WS-OP-Q-USED(WS-OP-FOUND)
           ELSE
               ADD 1 TO WS-OP-Q-LAPSED(WS-OP-FOUND)
           END-IF.

       SORT-OPER-TABLE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX >= WS-OP-COUNT
               PERFORM VARYING WS-OP-JDX FROM 1 BY 1
                       UNTIL WS-OP-JDX >= WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-JDX) > WS-OP-ID(WS-OP-JDX + 1)
                       MOVE WS-OP-ENTRY(WS-OP-JDX) TO WS-OP-SWAP
                       MOVE WS-OP-ENTRY(WS-OP-JDX + 1)
                           TO WS-OP-ENTRY(WS-OP-JDX)
                       MOVE WS-OP-SWAP TO WS-OP-ENTRY(WS-OP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-EXCEPT-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "OPERATOR EXCEPTION REPORT  FROM=" DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               "  TO=" DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-MAX-DIFF-DAYS TO WS-D-CNT
           MOVE WS-MAX-DIFF-RMB TO WS-D-AMT
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "LIMITS: TILL DIFF DAYS>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-CNT) DELIMITED BY SIZE
               "  TILL DIFF RMB>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-AMT) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-MAX-OVR-COUNT TO WS-D-CNT
           MOVE WS-MAX-OVR-RMB TO WS-D-AMT
           MOVE WS-MAX-REV-COUNT TO WS-D-CNT2
           MOVE WS-MAX-REV-RMB TO WS-D-AMT2
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "        OVERRIDES>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-CNT) DELIMITED BY SIZE
               " OR RMB>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-AMT) DELIMITED BY SIZE
               "  REVERSALS>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-CNT2) DELIMITED BY SIZE
               " OR RMB>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-AMT2) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-MIN-QUOTE-PCT TO WS-D-CNT
           MOVE WS-MIN-QUOTE-CNT TO WS-D-CNT2
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "        QUOTE CONVERSION<" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-CNT) DELIMITED BY SIZE
               "% (WHEN AT LEAST " DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-CNT2) DELIMITED BY SIZE
               " QUOTES DECIDED)" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
               MOVE SPACES TO BATCH-RPT-RECORD
               STRING "** INCOMPLETE: AUDIT FILE MISSING: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MISS-NAME(WS-MISS-IDX))
                       DELIMITED BY SIZE
                   " (STATUS=" DELIMITED BY SIZE
                   WS-MISS-STATUS(WS-MISS-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
               WRITE BATCH-RPT-RECORD
           END-PERFORM
           IF WS-TABLE-FULL = "Y"
               MOVE "** INCOMPLETE: OPERATOR TABLE FULL"
                   TO BATCH-RPT-RECORD
               WRITE BATCH-RPT-RECORD
           END-IF.

      *> 一个操作员一段：长短款、放行、冲正、报价，最后是超限项。
       WRITE-ONE-OPERATOR.
           MOVE SPACES TO WS-OPER-NAME
           IF WS-OPER-OPEN = "Y"
               MOVE WS-OP-ID(WS-OP-IDX) TO OPER-ID
               READ OPERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-NAME TO WS-OPER-NAME
               END-READ
           END-IF
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "OPERATOR " DELIMITED BY SIZE
               WS-OP-ID(WS-OP-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPER-NAME DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD

           MOVE WS-OP-SIGNOFFS(WS-OP-IDX) TO WS-D-CNT
           MOVE WS-OP-DIFF-DAYS(WS-OP-IDX) TO WS-D-CNT2
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "  TILL      SIGN-OFF DAYS=" DELIMITED BY SIZE
               WS-D-CNT DELIMITED BY SIZE
               "  DAYS WITH DIFFERENCE=" DELIMITED BY SIZE
               WS-D-CNT2 DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-OP-NET-RMB(WS-OP-IDX) TO WS-D-AMT
           MOVE WS-OP-ABS-RMB(WS-OP-IDX) TO WS-D-AMT2
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "            RMB EQV NET=" DELIMITED BY SIZE
               WS-D-AMT DELIMITED BY SIZE
               "  ABS=" DELIMITED BY SIZE
               WS-D-AMT2 DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-OPER(WS-OC-IDX) = WS-OP-ID(WS-OP-IDX)
                   PERFORM WRITE-ONE-CCY-DIFF
               END-IF
           END-PERFORM

           MOVE WS-OP-OVR-COUNT(WS-OP-IDX) TO WS-D-CNT
           MOVE WS-OP-OVR-RMB(WS-OP-IDX) TO WS-D-AMT
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "  OVERRIDES COUNT=" DELIMITED BY SIZE
               WS-D-CNT DELIMITED BY SIZE
               "  VALUE RMB=" DELIMITED BY SIZE
               WS-D-AMT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE WS-OP-REV-COUNT(WS-OP-IDX) TO WS-D-CNT
           MOVE WS-OP-REV-RMB(WS-OP-IDX) TO WS-D-AMT
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "  REVERSALS COUNT=" DELIMITED BY SIZE
               WS-D-CNT DELIMITED BY SIZE
               "  VALUE RMB=" DELIMITED BY SIZE
               WS-D-AMT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD

           COMPUTE WS-QUOTE-DECIDED = WS-OP-Q-USED(WS-OP-IDX)
               + WS-OP-Q-LAPSED(WS-OP-IDX)
           MOVE WS-OP-Q-USED(WS-OP-IDX) TO WS-D-CNT
           MOVE WS-OP-Q-LAPSED(WS-OP-IDX) TO WS-D-CNT2
           MOVE SPACES TO BATCH-RPT-RECORD
           IF WS-QUOTE-DECIDED = 0
               STRING "  QUOTES    CONVERTED=" DELIMITED BY SIZE
                   WS-D-CNT DELIMITED BY SIZE
                   "  LAPSED=" DELIMITED BY SIZE
                   WS-D-CNT2 DELIMITED BY SIZE
                   "  CONVERSION=  N/A" DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           ELSE
               COMPUTE WS-QUOTE-PCT ROUNDED =
                   WS-OP-Q-USED(WS-OP-IDX) * 100 / WS-QUOTE-DECIDED
               MOVE WS-QUOTE-PCT TO WS-D-PCT
               STRING "  QUOTES    CONVERTED=" DELIMITED BY SIZE
                   WS-D-CNT DELIMITED BY SIZE
                   "  LAPSED=" DELIMITED BY SIZE
                   WS-D-CNT2 DELIMITED BY SIZE
                   "  CONVERSION=" DELIMITED BY SIZE
                   WS-D-PCT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO BATCH-RPT-RECORD
               END-STRING
           END-IF
           WRITE BATCH-RPT-RECORD
           PERFORM CHECK-OPER-LIMITS.

       WRITE-ONE-CCY-DIFF.
           MOVE WS-OC-NET(WS-OC-IDX) TO WS-D-AMT
           MOVE WS-OC-ABS(WS-OC-IDX) TO WS-D-AMT2
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "            " DELIMITED BY SIZE
               WS-OC-CCY(WS-OC-IDX) DELIMITED BY SIZE
               "     NET=" DELIMITED BY SIZE
               WS-D-AMT DELIMITED BY SIZE
               "  ABS=" DELIMITED BY SIZE
               WS-D-AMT2 DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

      *> 超限项逐个列出来，主管一眼能看出是哪方面的问题。
       CHECK-OPER-LIMITS.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF WS-OP-DIFF-DAYS(WS-OP-IDX) > WS-MAX-DIFF-DAYS
               STRING " DIFF-DAYS" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-OP-ABS-RMB(WS-OP-IDX) > WS-MAX-DIFF-RMB
               STRING " DIFF-AMT" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-OP-OVR-COUNT(WS-OP-IDX) > WS-MAX-OVR-COUNT
               STRING " OVR-COUNT" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-OP-OVR-RMB(WS-OP-IDX) > WS-MAX-OVR-RMB
               STRING " OVR-AMT" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-OP-REV-COUNT(WS-OP-IDX) > WS-MAX-REV-COUNT
               STRING " REV-COUNT" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-OP-REV-RMB(WS-OP-IDX) > WS-MAX-REV-RMB
               STRING " REV-AMT" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-QUOTE-DECIDED >= WS-MIN-QUOTE-CNT
               AND WS-QUOTE-PCT < WS-MIN-QUOTE-PCT
               STRING " QUOTE-CONV" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-FLAG-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OP-FLAGGED(WS-OP-IDX)
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "  ** REVIEW:" DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

       WRITE-EXCEPT-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "OPERATORS=" DELIMITED BY SIZE
               WS-OP-COUNT DELIMITED BY SIZE
               "  FLAGGED FOR REVIEW=" DELIMITED BY SIZE
               WS-FLAG-COUNT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-FLAGGED(WS-OP-IDX) = "Y"
                   MOVE SPACES TO BATCH-RPT-RECORD
                   STRING "  REVIEW " DELIMITED BY SIZE
                       WS-OP-ID(WS-OP-IDX) DELIMITED BY SIZE
                       INTO BATCH-RPT-RECORD
                   END-STRING
                   WRITE BATCH-RPT-RECORD
               END-IF
           END-PERFORM.
