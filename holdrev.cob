       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Holdrev INITIAL.
       AUTHOR.	fan
      *> 合规暂停队列处理交易：逐条过 COMPHOLD.DAT 里待处理（P）的
      *> 暂停（Custscrn 筛查命中观察名单时登记，见 HOLDREC），合规
      *> 专员看过客户名称和命中的名单条目后选 R 放行 / D 拒绝 /
      *> S 跳过。只有 OPER-ROLE=C 的合规专员能进来，登记这条暂停的
      *> 经办柜员本人不能处理（和 Rateappr 双人复核一个道理），只能
      *> 跳过。操作员身份从 Menu 签到会话（Getoper）拿，决定人和
      *> 决定时刻（营业日+挂钟时分秒）写回暂停记录。
      *> 放行：这个名单条目对这个客户名称认定误报，Custscrn 以后
      *> 不再拦；被拦的柜面交易由柜员重做，Batch 的那笔在暂停文件
      *> CASHBATCH.REJ 里挂着 R013，RESUBMIT 重提交即可。拒绝：坐实
      *> 命中，该客户此后 Cash / Batch 一律拒绝换算。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO "COMPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPERFILE ASSIGN TO "OPERFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDFILE.
       COPY "holdrec.cpy".

       FD OPERFILE.
       COPY "operrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPER-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-HOLD            VALUE "Y".
       01 WS-IN-OPER         PIC X(8). *>签到操作员号，Getoper 填
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".
       01 WS-OPER-ROLE       PIC X(1) VALUE SPACE.
       01 WS-OPER-ACTIVE     PIC X(1) VALUE SPACE.
       01 WS-IN-DECISION     PIC X(1).
       01 WS-RLSE-COUNT      PIC 9(4) VALUE 0.
       01 WS-DECL-COUNT      PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT      PIC 9(4) VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-NOW-TS          PIC X(21) VALUE SPACES.
       01 WS-DECIDED-AT      PIC X(14) VALUE SPACES.
       01 WS-D-SOURCE        PIC X(9) VALUE SPACES.
       01 WS-D-MATCH         PIC X(20) VALUE SPACES.
       01 WS-D-LIST          PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-OPERATOR
           CALL "Getbdate" USING WS-TODAY-DATE WS-BUS-STATE
               WS-BUS-FOUND
           OPEN I-O HOLDFILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No compliance holds on file (COMPHOLD.DAT "
                   "status=" WS-HOLD-STATUS ")."
               GOBACK
           END-IF
           MOVE LOW-VALUES TO HOLD-NO
           START HOLDFILE KEY IS >= HOLD-NO
               INVALID KEY
                   SET END-OF-HOLD TO TRUE
           END-START
           PERFORM UNTIL END-OF-HOLD
               READ HOLDFILE NEXT RECORD
                   AT END
                       SET END-OF-HOLD TO TRUE
                   NOT AT END
                       IF HOLD-STATUS = "P"
                           PERFORM REVIEW-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDFILE
           DISPLAY "Hold review complete: released=" WS-RLSE-COUNT
               " declined=" WS-DECL-COUNT
               " skipped=" WS-SKIP-COUNT
           GOBACK.

      *> 签到的必须是在档、有效、角色为合规专员的操作员；柜员签到
      *> 进来直接拒绝，不能自己放行自己拦下的客户。
       PROMPT-OPERATOR.
           CALL "Getoper" USING WS-IN-OPER WS-OPER-FOUND
           IF WS-OPER-FOUND NOT = "Y"
               DISPLAY "No operator signed on - run Menu to sign on "
                   "first."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACE TO WS-OPER-ROLE
           MOVE SPACE TO WS-OPER-ACTIVE
           OPEN INPUT OPERFILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-IN-OPER TO OPER-ID
               READ OPERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-ROLE TO WS-OPER-ROLE
                       MOVE OPER-ACTIVE TO WS-OPER-ACTIVE
               END-READ
               CLOSE OPERFILE
           END-IF
           IF WS-OPER-ROLE NOT = "C" OR WS-OPER-ACTIVE NOT = "Y"
               DISPLAY "Operator '" FUNCTION TRIM(WS-IN-OPER)
                   "' is not an active compliance officer - holds "
                   "can only be decided by compliance."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       REVIEW-ONE-HOLD.
           EVALUATE HOLD-SOURCE
               WHEN "M"
                   MOVE "CUSTMAINT" TO WS-D-SOURCE
               WHEN "C"
                   MOVE "CASH" TO WS-D-SOURCE
               WHEN "B"
                   MOVE "BATCH" TO WS-D-SOURCE
               WHEN OTHER
                   MOVE HOLD-SOURCE TO WS-D-SOURCE
           END-EVALUATE
           EVALUATE HOLD-MATCH
               WHEN "E"
                   MOVE "EXACT NAME MATCH" TO WS-D-MATCH
               WHEN "C"
                   MOVE "CLOSE NAME MATCH" TO WS-D-MATCH
               WHEN "P"
                   MOVE "CUSTOMER ON HOLD" TO WS-D-MATCH
               WHEN "D"
                   MOVE "PREVIOUSLY DECLINED" TO WS-D-MATCH
               WHEN OTHER
                   MOVE HOLD-MATCH TO WS-D-MATCH
           END-EVALUATE
           IF HOLD-WL-LIST = "S"
               MOVE "SANCTIONS" TO WS-D-LIST
           ELSE
               MOVE "INTERNAL" TO WS-D-LIST
           END-IF
           DISPLAY " "
           DISPLAY "Hold " HOLD-NO " from " FUNCTION TRIM(WS-D-SOURCE)
               " raised by " FUNCTION TRIM(HOLD-OPER-ID)
               " at " HOLD-RAISED-AT
           DISPLAY "  Customer " HOLD-CUST-ID " "
               FUNCTION TRIM(HOLD-CUST-NAME)
               " - " FUNCTION TRIM(WS-D-MATCH)
           IF HOLD-WL-ID NOT = SPACES
               DISPLAY "  " FUNCTION TRIM(WS-D-LIST) " list entry "
                   FUNCTION TRIM(HOLD-WL-ID) " "
                   FUNCTION TRIM(HOLD-WL-NAME)
           END-IF
           IF HOLD-TRAN-REF NOT = SPACES
               DISPLAY "  Batch reference " FUNCTION TRIM(HOLD-TRAN-REF)
           END-IF
           IF HOLD-TRAN-DATA NOT = SPACES
               DISPLAY "  Transaction: " FUNCTION TRIM(HOLD-TRAN-DATA)
           END-IF
           IF HOLD-OPER-ID = WS-IN-OPER
               DISPLAY "Raised in your own session - a different "
                   "compliance officer must decide it. Skipped."
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM PROMPT-DECISION
               EVALUATE WS-IN-DECISION
                   WHEN "R"
                       PERFORM RECORD-DECISION
                   WHEN "D"
                       PERFORM RECORD-DECISION
                   WHEN OTHER
                       ADD 1 TO WS-SKIP-COUNT
               END-EVALUATE
           END-IF.

       PROMPT-DECISION.
           DISPLAY "Release, Decline or Skip? (R/D/S): "
               WITH NO ADVANCING
           ACCEPT WS-IN-DECISION
           MOVE FUNCTION UPPER-CASE(WS-IN-DECISION) TO WS-IN-DECISION.

      *> 决定时刻和审计行时间戳一个口径：日期部分写营业日。
       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-TODAY-DATE TO WS-DECIDED-AT(1:8)
           MOVE WS-NOW-TS(9:6) TO WS-DECIDED-AT(9:6)
           MOVE WS-IN-DECISION TO HOLD-STATUS
           MOVE WS-IN-OPER TO HOLD-DECIDED-BY
           MOVE WS-DECIDED-AT TO HOLD-DECIDED-AT
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to update hold " HOLD-NO
                       ", file status=" WS-HOLD-STATUS
                       " - left pending."
                   MOVE 16 TO RETURN-CODE
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
           END-REWRITE
           IF WS-IN-DECISION = "R"
               ADD 1 TO WS-RLSE-COUNT
               EVALUATE HOLD-SOURCE
                   WHEN "B"
                       DISPLAY "Released by " FUNCTION TRIM(WS-IN-OPER)
                           " - resubmit the R013 line from "
                           "CASHBATCH.REJ."
                   WHEN "C"
                       DISPLAY "Released by " FUNCTION TRIM(WS-IN-OPER)
                           " - the teller may redo the conversion."
                   WHEN OTHER
                       DISPLAY "Released by " FUNCTION TRIM(WS-IN-OPER)
                           "."
               END-EVALUATE
           ELSE
               ADD 1 TO WS-DECL-COUNT
               DISPLAY "Declined by " FUNCTION TRIM(WS-IN-OPER)
                   " - customer " FUNCTION TRIM(HOLD-CUST-ID)
                   " is barred from further conversions."
           END-IF.
