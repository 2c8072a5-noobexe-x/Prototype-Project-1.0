      *> 客户主档维护交易：键入客户号、名称、每日兑换上限（人民币
      *> 等值），写 CUSTFILE.DAT，已有客户号就覆盖。没建档的客户
      *> Cash / Batch 一律拒绝换算，所以新客户先在这里建档。
      *> 建档和改档都过一遍观察名单筛查（Custscrn）：命中的客户照样
      *> 落档，但同时进合规暂停队列，合规专员在 Holdrev 放行之前
      *> Cash / Batch 不给他换算。柜面只提示已暂停和暂停号，不说命中
      *> 了哪个名单条目。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-IN-LIMIT        PIC X(14).
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-D-LIMIT         PIC Z(9)9.99.
       01 WS-OPER-ID         PIC X(8) VALUE SPACES. *>签到操作员号
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES.
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-SCRN-SOURCE     PIC X(1) VALUE "M".
       01 WS-SCRN-REF        PIC X(10) VALUE SPACES.
       01 WS-SCRN-DATA       PIC X(60) VALUE SPACES. *>暂停记录里的交易摘要
       01 WS-SCRN-RESULT     PIC X(1) VALUE SPACES. *>Custscrn 返回 C/H/D
       01 WS-HOLD-NO         PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PROMPT-NAME
           PERFORM PROMPT-LIMIT
           PERFORM WRITE-CUST-RECORD
           IF RETURN-CODE = 0
               PERFORM SCREEN-CUSTOMER
           END-IF
           STOP RUN.

       PROMPT-CUST-ID.
                   FUNCTION TRIM(CUST-NAME) " daily limit RMB "
                   FUNCTION TRIM(WS-D-LIMIT)
           END-IF.

      *> 没签到（Custmaint 可以不经 Menu 直接跑）经办人记 CUSTMNT，
      *> 这样任何合规专员都能处理这条暂停。
       SCREEN-CUSTOMER.
           CALL "Getoper" USING WS-OPER-ID WS-OPER-FOUND
           IF WS-OPER-FOUND NOT = "Y"
               MOVE "CUSTMNT " TO WS-OPER-ID
           END-IF
           CALL "Getbdate" USING WS-TODAY-DATE WS-BUS-STATE
               WS-BUS-FOUND
           MOVE SPACES TO WS-SCRN-DATA
           STRING "CUSTOMER MAINTENANCE LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-LIMIT) DELIMITED BY SIZE
               INTO WS-SCRN-DATA
           END-STRING
           CALL "Custscrn" USING WS-IN-CUST-ID WS-IN-NAME
               WS-SCRN-SOURCE WS-OPER-ID WS-TODAY-DATE WS-SCRN-REF
               WS-SCRN-DATA WS-SCRN-RESULT WS-HOLD-NO
           IF WS-SCRN-RESULT NOT = "C"
               DISPLAY "Customer " FUNCTION TRIM(WS-IN-CUST-ID)
                   " placed on compliance hold "
                   FUNCTION TRIM(WS-HOLD-NO)
                   " - no conversions until compliance has reviewed it."
           END-IF.
