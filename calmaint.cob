       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calmaint.
       AUTHOR.	fan
      *> 营业日历维护交易：键入日期和类型写 HOLIDAY.DAT（见 CALREC），
      *> 已有的日期就覆盖。H=放假日（法定节假日、调休放假），W=调休
      *> 上班的周末，X=删掉这天的登记（恢复按星期几算）。每年国务院
      *> 放假安排一公布就把全年的放假日和调休上班日录进来；Dayend
      *> 翻日、Batch 校验起息日、Ratehist 算汇率陈旧都按这个日历
      *> 走（Bizday 子程序）。录完回显这天最终是不是营业日。

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
       01 WS-IN-DATE         PIC X(8).
       01 WS-IN-TYPE         PIC X(1).
       01 WS-IN-DESC         PIC X(30).
       01 WS-CAL-DATE        PIC 9(8) VALUE 0.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
      *> Bizday 参数
       01 WS-BIZ-FUNC        PIC X(1) VALUE "C".
       01 WS-BIZ-DAYS        PIC S9(5) VALUE 0.
       01 WS-BIZ-OUT         PIC 9(8) VALUE 0.
       01 WS-BIZ-IS-BUS      PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-DATE
           PERFORM PROMPT-TYPE
           IF WS-IN-TYPE = "X"
               PERFORM DELETE-CAL-RECORD
           ELSE
               PERFORM PROMPT-DESC
               PERFORM WRITE-CAL-RECORD
           END-IF
           IF RETURN-CODE = 0
               MOVE "C" TO WS-BIZ-FUNC
               CALL "Bizday" USING WS-BIZ-FUNC WS-CAL-DATE WS-BIZ-DAYS
                   WS-BIZ-OUT WS-BIZ-IS-BUS
               IF WS-BIZ-IS-BUS = "Y"
                   DISPLAY WS-CAL-DATE " is now a business day."
               ELSE
                   DISPLAY WS-CAL-DATE " is now a non-business day."
               END-IF
           END-IF
           STOP RUN.

       PROMPT-DATE.
           DISPLAY "Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-DATE
           MOVE FUNCTION TEST-NUMVAL(WS-IN-DATE) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0 OR WS-IN-DATE = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-IN-DATE)) NOT = 8
               DISPLAY "Invalid date: '" FUNCTION TRIM(WS-IN-DATE)
                   "' must be YYYYMMDD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-CAL-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE) NOT = 0
               DISPLAY "Invalid date: '" FUNCTION TRIM(WS-IN-DATE)
                   "' is not a calendar date."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROMPT-TYPE.
           DISPLAY "Type (H=holiday W=working weekend X=remove): "
               WITH NO ADVANCING
           ACCEPT WS-IN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
           IF WS-IN-TYPE NOT = "H" AND WS-IN-TYPE NOT = "W"
               AND WS-IN-TYPE NOT = "X"
               DISPLAY "Invalid type: '" WS-IN-TYPE
                   "' must be H, W or X."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROMPT-DESC.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-IN-DESC
           MOVE FUNCTION UPPER-CASE(WS-IN-DESC) TO WS-IN-DESC.

       WRITE-CAL-RECORD.
           OPEN I-O CALFILE
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALFILE
               CLOSE CALFILE
               OPEN I-O CALFILE
           END-IF
           MOVE WS-CAL-DATE TO CAL-DATE
           MOVE WS-IN-TYPE TO CAL-TYPE
           MOVE WS-IN-DESC TO CAL-DESC
           WRITE CAL-RECORD
               INVALID KEY
                   REWRITE CAL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write calendar record, "
                               "file status=" WS-CAL-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-WRITE
           CLOSE CALFILE
           IF RETURN-CODE = 0
               DISPLAY "Calendar recorded: " CAL-DATE " type=" CAL-TYPE
                   " " FUNCTION TRIM(CAL-DESC)
           END-IF.

       DELETE-CAL-RECORD.
           OPEN I-O CALFILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "No calendar on file (HOLIDAY.DAT status="
                   WS-CAL-STATUS ") - nothing to remove."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAL-DATE TO CAL-DATE
           DELETE CALFILE RECORD
               INVALID KEY
                   DISPLAY "Date " WS-CAL-DATE
                       " is not on the calendar - nothing to remove."
                   MOVE 16 TO RETURN-CODE
           END-DELETE
           CLOSE CALFILE
           IF RETURN-CODE = 0
               DISPLAY "Calendar entry removed: " WS-CAL-DATE
           END-IF.
