       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bizday.
       AUTHOR.	fan
      *> 营业日判断子程序：按营业日历 HOLIDAY.DAT（见 CALREC）和
      *> 星期几判断哪天营业。周一到周五营业、周六周日不营业，日历
      *> 里登记 H 的工作日放假、登记 W 的周末上班。日历文件没有就
      *> 只按星期几算。LK-FUNC 选功能：
      *>   C=判断 LK-DATE 是不是营业日，结果在 LK-IS-BUS；
      *>   N=LK-DATE 之后的下一个营业日 -> LK-OUT-DATE（Dayend 翻日）；
      *>   B=从 LK-DATE 往前数 LK-DAYS 个营业日 -> LK-OUT-DATE
      *>     （Dayend 按营业日算保留期界限）；
      *>   A=LK-DATE 之后到 LK-OUT-DATE（含）之间有几个营业日
      *>     -> LK-DAYS（Ratehist 算汇率放了几个营业日）。
      *> LK-IS-BUS: Y=营业日 N=非营业日 E=LK-DATE 不是有效日期（此时
      *> 其他出参不动）。往前往后找日子最多走十年，日历登记错成
      *> 全年放假也不会死循环。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALFILE.
       COPY "calrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS      PIC X(2) VALUE SPACES.
       01 WS-CAL-OPEN        PIC X(1) VALUE "N". *>Y=日历文件打开了
       01 WS-CHK-DATE        PIC 9(8) VALUE 0.
       01 WS-CHK-INT         PIC S9(7) COMP VALUE 0.
       01 WS-CHK-BUS         PIC X(1) VALUE "N".
       01 WS-DOW             PIC 9(1) VALUE 0. *>0=周一 ... 5=周六 6=周日
       01 WS-END-INT         PIC S9(7) COMP VALUE 0.
       01 WS-STEP-COUNT      PIC S9(5) COMP VALUE 0.
       01 WS-BUS-COUNT       PIC S9(5) COMP VALUE 0.
       01 WS-MAX-STEPS       PIC S9(5) COMP VALUE 3660.

       LINKAGE SECTION.
       01 LK-FUNC            PIC X(1). *>C/N/B/A
       01 LK-DATE            PIC 9(8).
       01 LK-DAYS            PIC S9(5).
       01 LK-OUT-DATE        PIC 9(8).
       01 LK-IS-BUS          PIC X(1). *>Y/N/E

       PROCEDURE DIVISION USING LK-FUNC LK-DATE LK-DAYS LK-OUT-DATE
               LK-IS-BUS.
       MAIN-LOGIC.
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATE) NOT = 0
               MOVE "E" TO LK-IS-BUS
               GOBACK
           END-IF
           MOVE "N" TO WS-CAL-OPEN
           OPEN INPUT CALFILE
           IF WS-CAL-STATUS = "00"
               MOVE "Y" TO WS-CAL-OPEN
           END-IF
           MOVE LK-DATE TO WS-CHK-DATE
           PERFORM CHECK-ONE-DATE
           MOVE WS-CHK-BUS TO LK-IS-BUS
           EVALUATE LK-FUNC
               WHEN "N"
                   PERFORM FIND-NEXT-BUSINESS-DAY
               WHEN "B"
                   PERFORM STEP-BACK-BUSINESS-DAYS
               WHEN "A"
                   PERFORM COUNT-BUSINESS-DAYS
           END-EVALUATE
           IF WS-CAL-OPEN = "Y"
               CLOSE CALFILE
           END-IF
           GOBACK.

      *> 1601-01-01（INTEGER-OF-DATE 的第 1 天）是星期一。
       CHECK-ONE-DATE.
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-CHK-INT - 1, 7)
           IF WS-DOW >= 5
               MOVE "N" TO WS-CHK-BUS
           ELSE
               MOVE "Y" TO WS-CHK-BUS
           END-IF
           IF WS-CAL-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-DATE TO CAL-DATE
           READ CALFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE CAL-TYPE
                       WHEN "H"
                           MOVE "N" TO WS-CHK-BUS
                       WHEN "W"
                           MOVE "Y" TO WS-CHK-BUS
                   END-EVALUATE
           END-READ.

       FIND-NEXT-BUSINESS-DAY.
           MOVE "N" TO WS-CHK-BUS
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-CHK-BUS = "Y"
                   OR WS-STEP-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LK-DATE) + WS-STEP-COUNT)
               PERFORM CHECK-ONE-DATE
           END-PERFORM
           MOVE WS-CHK-DATE TO LK-OUT-DATE.

      *> 往前一天一天退，每退到一个营业日记一个数，数够了就停在
      *> 那一天；LK-DAYS 不是正数就原样返回 LK-DATE。
       STEP-BACK-BUSINESS-DAYS.
           MOVE LK-DATE TO LK-OUT-DATE
           MOVE 0 TO WS-BUS-COUNT
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-BUS-COUNT >= LK-DAYS
                   OR WS-STEP-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LK-DATE) - WS-STEP-COUNT)
               PERFORM CHECK-ONE-DATE
               IF WS-CHK-BUS = "Y"
                   ADD 1 TO WS-BUS-COUNT
               END-IF
           END-PERFORM
           IF WS-STEP-COUNT > 0
               MOVE WS-CHK-DATE TO LK-OUT-DATE
           END-IF.

       COUNT-BUSINESS-DAYS.
           MOVE 0 TO LK-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-OUT-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LK-OUT-DATE)
           MOVE 0 TO WS-BUS-COUNT
           MOVE 0 TO WS-STEP-COUNT
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(LK-DATE) + 1
           PERFORM UNTIL WS-CHK-INT > WS-END-INT
                   OR WS-STEP-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
               PERFORM CHECK-ONE-DATE
               IF WS-CHK-BUS = "Y"
                   ADD 1 TO WS-BUS-COUNT
               END-IF
               COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
                   + 1
           END-PERFORM
           MOVE WS-BUS-COUNT TO LK-DAYS.
