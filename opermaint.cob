      *> 操作员号就覆盖（停用离职柜员就把状态改成 N，Menu 签到会
      *> 拒绝）。新柜员给个小额度，超过的 Cash 会要主管当场复核
      *> 放行（见 Cash 的 SUPV= 审计标签）。
      *> 角色 C=合规专员，可以在 Holdrev 里处理合规暂停队列；默认
      *> T=柜员。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-IN-NAME         PIC X(30).
       01 WS-IN-ACTIVE       PIC X(1).
       01 WS-IN-AUTH         PIC X(14).
       01 WS-IN-ROLE         PIC X(1).
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-AUTH-LEN        PIC S9(4) COMP VALUE 0.
       01 WS-D-AUTH          PIC Z(9)9.99.
           PERFORM PROMPT-NAME
           PERFORM PROMPT-ACTIVE
           PERFORM PROMPT-AUTH-LIMIT
           PERFORM PROMPT-ROLE
           PERFORM WRITE-OPER-RECORD
           STOP RUN.

               STOP RUN
           END-IF.

       PROMPT-ROLE.
           DISPLAY "Role (T=teller C=compliance officer, blank=T): "
               WITH NO ADVANCING
           ACCEPT WS-IN-ROLE
           MOVE FUNCTION UPPER-CASE(WS-IN-ROLE) TO WS-IN-ROLE
           IF WS-IN-ROLE = SPACE
               MOVE "T" TO WS-IN-ROLE
           END-IF
           IF WS-IN-ROLE NOT = "T" AND WS-IN-ROLE NOT = "C"
               DISPLAY "Invalid role: '" WS-IN-ROLE
                   "' must be T or C."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-OPER-RECORD.
           OPEN I-O OPERFILE
           IF WS-OPER-STATUS = "35"
           MOVE WS-IN-NAME TO OPER-NAME
           MOVE WS-IN-ACTIVE TO OPER-ACTIVE
           MOVE FUNCTION NUMVAL(WS-IN-AUTH) TO OPER-AUTH-LIMIT
           MOVE WS-IN-ROLE TO OPER-ROLE
           WRITE OPER-RECORD
               INVALID KEY
                   REWRITE OPER-RECORD
               DISPLAY "Operator recorded: " OPER-ID " "
                   FUNCTION TRIM(OPER-NAME) " active=" OPER-ACTIVE
                   " authority RMB " FUNCTION TRIM(WS-D-AUTH)
                   " role=" OPER-ROLE
           END-IF.
