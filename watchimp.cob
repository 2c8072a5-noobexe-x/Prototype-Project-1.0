       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Watchimp.
       AUTHOR.	fan
      *> 观察名单装载：读合规部发来的完整名单 WATCHFEED.DAT（定长
      *> 字段见 WLFEED，制裁名单和行内关注名单在一个文件里），逐条
      *> 校验名单代码/条目号/名称，合格的名称过一遍 Namenorm 规整
      *> 后写进 WATCHLST.DAT（见 WATCHREC），装载报表 WATCHIMP.RPT
      *> 逐条列明装入/跳过/报错和件数合计，证明新名单确实生效了。
      *> 每次都是整份替换：先写 WATCHLST.TMP，一条都没装上（发错
      *> 文件、空文件）就不动现有名单、报错退出，免得一份坏名单把
      *> 筛查整个放空；装上了才删旧名单、把 TMP 改名顶上。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLFFILE ASSIGN TO "WATCHFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLF-STATUS.

           SELECT WATCHFILE ASSIGN TO "WATCHLST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT RPTFILE ASSIGN TO "WATCHIMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WLFFILE.
       COPY "wlfeed.cpy".

       FD WATCHFILE.
       COPY "watchrec.cpy".

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WLF-STATUS      PIC X(2) VALUE SPACES.
       01 WS-WATCH-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-WLF             VALUE "Y".
       01 WS-REC-OK          PIC X(1) VALUE "N".
           88 REC-OK                 VALUE "Y".
       01 WS-REJ-REASON      PIC X(40) VALUE SPACES.
       01 WS-NORM-NAME       PIC X(30) VALUE SPACES.
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-DEL-NAME        PIC X(20) VALUE SPACES.
       01 WS-OLD-NAME        PIC X(20) VALUE SPACES.
       01 WS-NEW-NAME        PIC X(20) VALUE SPACES.

       01 WS-LINE-NO         PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT      PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT      PIC 9(6) VALUE 0.
       01 WS-ERR-COUNT       PIC 9(6) VALUE 0.
       01 WS-SANC-COUNT      PIC 9(6) VALUE 0. *>制裁名单条数
       01 WS-INT-COUNT       PIC 9(6) VALUE 0. *>行内关注名单条数

       01 WS-D-LINE-NO       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT WLFFILE
           IF WS-WLF-STATUS NOT = "00"
               DISPLAY "Unable to open watchlist delivery file "
                   "WATCHFEED.DAT, file status=" WS-WLF-STATUS
                   " - current watchlist left in place."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WATCHFILE
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY "Unable to create WATCHLST.TMP, file status="
                   WS-WATCH-STATUS " - current watchlist left in place."
               CLOSE WLFFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL END-OF-WLF
               READ WLFFILE
                   AT END
                       SET END-OF-WLF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-ENTRY
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER
           CLOSE WLFFILE
           CLOSE WATCHFILE
           CLOSE RPTFILE

           IF WS-LOAD-COUNT = 0
               MOVE "WATCHLST.TMP" TO WS-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
               DISPLAY "No valid entries in WATCHFEED.DAT - current "
                   "watchlist left in place, see WATCHIMP.RPT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPLACE-WATCHLIST
           DISPLAY "Watchlist load complete: loaded=" WS-LOAD-COUNT
               " skipped=" WS-SKIP-COUNT " errors=" WS-ERR-COUNT
           STOP RUN.

       PROCESS-ONE-ENTRY.
           ADD 1 TO WS-LINE-NO
           IF WLF-RECORD = SPACES
               ADD 1 TO WS-SKIP-COUNT
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               PERFORM VALIDATE-ENTRY-FIELDS
               IF REC-OK
                   PERFORM LOAD-ONE-ENTRY
               ELSE
                   ADD 1 TO WS-ERR-COUNT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

      *> 名称规整之后是空的（全是标点）也当坏行：这种条目什么名字
      *> 都比不上，装进去只会让人以为它在起作用。
       VALIDATE-ENTRY-FIELDS.
           MOVE "Y" TO WS-REC-OK
           MOVE SPACES TO WS-REJ-REASON
           MOVE FUNCTION UPPER-CASE(WLF-LIST) TO WLF-LIST
           IF WLF-LIST NOT = "S" AND WLF-LIST NOT = "I"
               MOVE "N" TO WS-REC-OK
               MOVE "INVALID LIST CODE" TO WS-REJ-REASON
           END-IF
           IF REC-OK
               IF WLF-ENTRY-ID = SPACES
                   MOVE "N" TO WS-REC-OK
                   MOVE "MISSING ENTRY ID" TO WS-REJ-REASON
               END-IF
           END-IF
           IF REC-OK
               CALL "Namenorm" USING WLF-NAME WS-NORM-NAME
               IF WS-NORM-NAME = SPACES
                   MOVE "N" TO WS-REC-OK
                   MOVE "MISSING NAME" TO WS-REJ-REASON
               END-IF
           END-IF.

       LOAD-ONE-ENTRY.
           MOVE SPACES TO WATCH-RECORD
           MOVE WLF-LIST TO WL-LIST
           MOVE WLF-ENTRY-ID TO WL-ENTRY-ID
           MOVE WLF-NAME TO WL-NAME
           MOVE WS-NORM-NAME TO WL-NORM-NAME
           WRITE WATCH-RECORD
           ADD 1 TO WS-LOAD-COUNT
           IF WL-LIST = "S"
               ADD 1 TO WS-SANC-COUNT
           ELSE
               ADD 1 TO WS-INT-COUNT
           END-IF
           PERFORM WRITE-LOADED-LINE.

      *> 和 Audarch 换主日志一个做法：先删旧名单再把 TMP 改名顶上，
      *> 两步之间断了的话新名单都还在 TMP 里，人工改名或重跑都行。
       REPLACE-WATCHLIST.
           MOVE "WATCHLST.DAT" TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           MOVE "WATCHLST.TMP" TO WS-OLD-NAME
           MOVE "WATCHLST.DAT" TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "Rename of WATCHLST.TMP failed, the new list is "
                   "still in WATCHLST.TMP - rerun after checking the "
                   "files."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "WATCHLIST LOAD REPORT  DATE=" DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "LINE    L ENTRY-ID   NAME                            STATUS"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

       WRITE-LOADED-LINE.
           MOVE WS-LINE-NO TO WS-D-LINE-NO
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-D-LINE-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WL-LIST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WL-ENTRY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WL-NAME DELIMITED BY SIZE
               "  LOADED" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

       WRITE-SKIPPED-LINE.
           MOVE WS-LINE-NO TO WS-D-LINE-NO
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-D-LINE-NO DELIMITED BY SIZE
               "  BLANK LINE  SKIPPED" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

       WRITE-ERROR-LINE.
           MOVE WS-LINE-NO TO WS-D-LINE-NO
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-D-LINE-NO DELIMITED BY SIZE
               "  ** " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJ-REASON) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WLF-RECORD) DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           STRING "LOADED=" DELIMITED BY SIZE
               WS-LOAD-COUNT DELIMITED BY SIZE
               "  SANCTIONS=" DELIMITED BY SIZE
               WS-SANC-COUNT DELIMITED BY SIZE
               "  INTERNAL=" DELIMITED BY SIZE
               WS-INT-COUNT DELIMITED BY SIZE
               "  SKIPPED=" DELIMITED BY SIZE
               WS-SKIP-COUNT DELIMITED BY SIZE
               "  ERRORS=" DELIMITED BY SIZE
               WS-ERR-COUNT DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.
