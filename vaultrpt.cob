       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vaultrpt INITIAL.
       AUTHOR.	fan
      *> 金库日终库存报表，Dayend 滚完外币头寸之后调：人民币和
      *> CCYTAB 的每个外币（加上金库文件里有的其他币种）各列一段，
      *> 关账营业日的调拨发生额（现金中心送款入库 D / 缴回现金中心
      *> O / 领给柜员钱箱 I / 柜员交回 S，取 Vaultxfr 写的 MODE=T
      *> 审计行）、VAULTFILE.DAT 的账面库存，以及 VAULTMIN.DAT 配的
      *> 最低库存和目标库存（见 VMINREC）。账面库存低于最低库存的
      *> 币种在报表上标 BELOW MIN，并往向总行现金中心的调款单
      *> CASHORD.DAT（见 CASHORD）写一条，要款补到目标库存。
      *> 报表 VAULTPOS.RPT 和调款单每次整份重写，关账中断补跑时
      *> 重出一遍即可。审计行的选源规则和 Fxpos 一样：关账日落在
      *> 已归档月份读归档文件。
      *> LK-CLOSE-DATE = 关账营业日 YYYYMMDD。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT VAULTFILE ASSIGN TO "VAULTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-CCY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT VMINFILE ASSIGN TO "VAULTMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VMIN-STATUS.

           SELECT ORDFILE ASSIGN TO "CASHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT RPTFILE ASSIGN TO "VAULTPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD VAULTFILE.
       COPY "vaultrec.cpy".

       FD VMINFILE.
       COPY "vminrec.cpy".

       FD ORDFILE.
       01 ORD-LINE              PIC X(64).

       FD RPTFILE.
       COPY "batchrpt.cpy".

       WORKING-STORAGE SECTION.
       COPY "audfld.cpy".
       COPY "ccytab.cpy".
       COPY "cashord.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-VAULT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-VMIN-STATUS     PIC X(2) VALUE SPACES.
       01 WS-ORD-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(20) VALUE "CASHAUDIT.LOG".
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-MONTH     PIC 9(6) VALUE 0.
       01 WS-CLOSE-MONTH     PIC 9(6) VALUE 0.
       01 WS-CLOSE-DATE      PIC 9(8) VALUE 0.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-AUDIT           VALUE "Y".
       01 WS-VAULT-EOF       PIC X(1) VALUE "N".
           88 END-OF-VAULT           VALUE "Y".
       01 WS-VMIN-EOF        PIC X(1) VALUE "N".
           88 END-OF-VMIN            VALUE "Y".
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-WORK-CCY        PIC X(3) VALUE SPACES.

      *> 币种就是人民币加 CCYTAB 那几个，内存小表够用
       01 WS-VT-COUNT        PIC 9(2) VALUE 0.
       01 WS-VT-IDX          PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX       PIC 9(2) VALUE 0.
       01 WS-VAULT-TABLE.
           05 WS-VT-ENTRY OCCURS 10 TIMES.
               10 WS-VT-CCY          PIC X(3).
               10 WS-VT-BOOK         PIC S9(10)V99.
               10 WS-VT-HAS-MIN      PIC X(1). *>Y=VAULTMIN.DAT 配了最低库存
               10 WS-VT-MIN          PIC 9(10)V99.
               10 WS-VT-TARGET       PIC 9(10)V99.
               10 WS-VT-DELIVERED    PIC 9(10)V99. *>当天 D
               10 WS-VT-RETURNED     PIC 9(10)V99. *>当天 O
               10 WS-VT-ISSUED       PIC 9(10)V99. *>当天 I
               10 WS-VT-SURRENDERED  PIC 9(10)V99. *>当天 S

       01 WS-STOCK           PIC 9(10)V99 VALUE 0. *>账面库存，负数按 0
       01 WS-ORDER-AMT       PIC 9(10)V99 VALUE 0.
       01 WS-LOW-FLAG        PIC X(10) VALUE SPACES.
       01 WS-LOW-COUNT       PIC 9(4) VALUE 0.
       01 WS-MIN-LOADED      PIC 9(4) VALUE 0.

       01 WS-D-DELIVERED     PIC Z(9)9.99.
       01 WS-D-RETURNED      PIC Z(9)9.99.
       01 WS-D-ISSUED        PIC Z(9)9.99.
       01 WS-D-SURRENDERED   PIC Z(9)9.99.
       01 WS-D-BOOK          PIC -(9)9.99.
       01 WS-D-MIN           PIC Z(9)9.99.
       01 WS-D-TARGET        PIC Z(9)9.99.
       01 WS-D-ORDER         PIC Z(9)9.99.

       LINKAGE SECTION.
       01 LK-CLOSE-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LK-CLOSE-DATE.
       MAIN-LOGIC.
           MOVE LK-CLOSE-DATE TO WS-CLOSE-DATE
           MOVE "RMB" TO WS-WORK-CCY
           PERFORM FIND-VT-ENTRY
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               MOVE CCY-TABLE-ENTRY(CCY-IDX) TO WS-WORK-CCY
               PERFORM FIND-VT-ENTRY
           END-PERFORM
           PERFORM LOAD-VAULT-BOOKS
           PERFORM LOAD-MINIMUM-STOCKS
           PERFORM SCAN-AUDIT-TRANSFERS

           OPEN OUTPUT RPTFILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to create VAULTPOS.RPT, file status="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ORDFILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "Unable to create CASHORD.DAT, file status="
                   WS-ORD-STATUS
               CLOSE RPTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               PERFORM REPORT-ONE-CCY
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           PERFORM WRITE-ORDER-TRAILER
           CLOSE ORDFILE
           CLOSE RPTFILE
           IF WS-MIN-LOADED = 0
               DISPLAY "WARNING: no minimum stock levels in "
                   "VAULTMIN.DAT - no cash order raised."
           END-IF
           DISPLAY "Vault position report written to VAULTPOS.RPT: "
               "date=" WS-CLOSE-DATE " below minimum=" WS-LOW-COUNT
           GOBACK.

      *> 按 WS-WORK-CCY 找表项，没有就加一项（数字清零）。
       FIND-VT-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               IF WS-VT-CCY(WS-VT-IDX) = WS-WORK-CCY
                   MOVE WS-VT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-VT-COUNT < 10
               ADD 1 TO WS-VT-COUNT
               MOVE WS-VT-COUNT TO WS-FOUND-IDX
               MOVE WS-WORK-CCY TO WS-VT-CCY(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-BOOK(WS-FOUND-IDX)
               MOVE "N" TO WS-VT-HAS-MIN(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-MIN(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-TARGET(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-DELIVERED(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-RETURNED(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-ISSUED(WS-FOUND-IDX)
               MOVE 0 TO WS-VT-SURRENDERED(WS-FOUND-IDX)
           END-IF.

       LOAD-VAULT-BOOKS.
           OPEN INPUT VAULTFILE
           IF WS-VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO VAULT-CCY
           START VAULTFILE KEY IS >= VAULT-CCY
               INVALID KEY
                   SET END-OF-VAULT TO TRUE
           END-START
           PERFORM UNTIL END-OF-VAULT
               READ VAULTFILE NEXT RECORD
                   AT END
                       SET END-OF-VAULT TO TRUE
                   NOT AT END
                       MOVE VAULT-CCY TO WS-WORK-CCY
                       PERFORM FIND-VT-ENTRY
                       IF WS-FOUND-IDX NOT = 0
                           MOVE VAULT-CUR-AMT
                               TO WS-VT-BOOK(WS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULTFILE.

      *> 金额敲坏的行整行不认，当没配；目标库存不能比最低库存低。
       LOAD-MINIMUM-STOCKS.
           OPEN INPUT VMINFILE
           IF WS-VMIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-VMIN
               READ VMINFILE
                   AT END
                       SET END-OF-VMIN TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-MINIMUM
               END-READ
           END-PERFORM
           CLOSE VMINFILE.

       LOAD-ONE-MINIMUM.
           IF VMIN-CCY = SPACES OR VMIN-MIN-AMT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TEST-NUMVAL(VMIN-MIN-AMT) TO WS-NUMVAL-POS
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "WARNING: VAULTMIN.DAT minimum for "
                   VMIN-CCY " is not numeric - ignored."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(VMIN-CCY) TO WS-WORK-CCY
           PERFORM FIND-VT-ENTRY
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(VMIN-MIN-AMT)
               TO WS-VT-MIN(WS-FOUND-IDX)
           MOVE WS-VT-MIN(WS-FOUND-IDX) TO WS-VT-TARGET(WS-FOUND-IDX)
           IF VMIN-TARGET-AMT NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(VMIN-TARGET-AMT)
                   TO WS-NUMVAL-POS
               IF WS-NUMVAL-POS = 0
                   AND FUNCTION NUMVAL(VMIN-TARGET-AMT)
                       > WS-VT-MIN(WS-FOUND-IDX)
                   MOVE FUNCTION NUMVAL(VMIN-TARGET-AMT)
                       TO WS-VT-TARGET(WS-FOUND-IDX)
               END-IF
           END-IF
           MOVE "Y" TO WS-VT-HAS-MIN(WS-FOUND-IDX)
           ADD 1 TO WS-MIN-LOADED.

       SCAN-AUDIT-TRANSFERS.
           PERFORM SELECT-AUDIT-SOURCE
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDITFILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM APPLY-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

      *> 选日志源和 Fxpos 同一规则：关账日落在已归档月份读归档。
       SELECT-AUDIT-SOURCE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-MONTH
           MOVE WS-CLOSE-DATE(1:6) TO WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH < WS-TODAY-MONTH
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "CASHAUDIT." DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               END-STRING
               OPEN INPUT AUDITFILE
               IF WS-AUDIT-STATUS = "00"
                   CLOSE AUDITFILE
               ELSE
                   MOVE "CASHAUDIT.LOG" TO WS-AUDIT-FILE-NAME
               END-IF
           END-IF.

       APPLY-AUDIT-LINE.
           CALL "Audparse" USING AUDIT-LINE-RECORD AUD-FIELDS
           IF AUD-DATE NOT = WS-CLOSE-DATE OR AUD-MODE NOT = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-CCY TO WS-WORK-CCY
           PERFORM FIND-VT-ENTRY
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-XFER
               WHEN "D"
                   ADD AUD-AMT TO WS-VT-DELIVERED(WS-FOUND-IDX)
               WHEN "O"
                   ADD AUD-AMT TO WS-VT-RETURNED(WS-FOUND-IDX)
               WHEN "I"
                   ADD AUD-AMT TO WS-VT-ISSUED(WS-FOUND-IDX)
               WHEN "S"
                   ADD AUD-AMT TO WS-VT-SURRENDERED(WS-FOUND-IDX)
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "VAULT POSITION REPORT  DATE=" DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           MOVE "CCY  FROM-CENTRE    TO-CENTRE      TO-TILLS       FROM-TILLS"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE "     BOOK-STOCK     MINIMUM        TARGET         ORDER"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD.

      *> 每币种两行：当天调拨一行，库存和调款一行。没配最低库存的
      *> 币种最低/目标印 0，不出调款。
       REPORT-ONE-CCY.
           MOVE WS-VT-DELIVERED(WS-VT-IDX) TO WS-D-DELIVERED
           MOVE WS-VT-RETURNED(WS-VT-IDX) TO WS-D-RETURNED
           MOVE WS-VT-ISSUED(WS-VT-IDX) TO WS-D-ISSUED
           MOVE WS-VT-SURRENDERED(WS-VT-IDX) TO WS-D-SURRENDERED
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING WS-VT-CCY(WS-VT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-DELIVERED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-RETURNED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-ISSUED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-SURRENDERED DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD

           IF WS-VT-BOOK(WS-VT-IDX) > 0
               MOVE WS-VT-BOOK(WS-VT-IDX) TO WS-STOCK
           ELSE
               MOVE 0 TO WS-STOCK
           END-IF
           MOVE 0 TO WS-ORDER-AMT
           MOVE SPACES TO WS-LOW-FLAG
           IF WS-VT-HAS-MIN(WS-VT-IDX) = "Y"
               AND WS-STOCK < WS-VT-MIN(WS-VT-IDX)
               COMPUTE WS-ORDER-AMT = WS-VT-TARGET(WS-VT-IDX) - WS-STOCK
               MOVE "BELOW MIN" TO WS-LOW-FLAG
               ADD 1 TO WS-LOW-COUNT
               PERFORM WRITE-ORDER-LINE
           END-IF
           MOVE WS-VT-BOOK(WS-VT-IDX) TO WS-D-BOOK
           MOVE WS-VT-MIN(WS-VT-IDX) TO WS-D-MIN
           MOVE WS-VT-TARGET(WS-VT-IDX) TO WS-D-TARGET
           MOVE WS-ORDER-AMT TO WS-D-ORDER
           MOVE SPACES TO BATCH-RPT-RECORD
           STRING "     " DELIMITED BY SIZE
               WS-D-BOOK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-MIN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-TARGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-D-ORDER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LOW-FLAG DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD
           IF WS-LOW-FLAG NOT = SPACES
               DISPLAY "Vault " WS-VT-CCY(WS-VT-IDX)
                   " below minimum stock - ordering "
                   FUNCTION TRIM(WS-D-ORDER)
           END-IF.

       WRITE-ORDER-LINE.
           MOVE SPACES TO CORD-DETAIL-RECORD
           MOVE "D" TO CORD-REC-TYPE
           MOVE WS-CLOSE-DATE TO CORD-BUS-DATE
           MOVE WS-VT-CCY(WS-VT-IDX) TO CORD-CCY
           MOVE WS-STOCK TO CORD-BOOK-AMT
           MOVE WS-VT-MIN(WS-VT-IDX) TO CORD-MIN-AMT
           MOVE WS-VT-TARGET(WS-VT-IDX) TO CORD-TARGET-AMT
           MOVE WS-ORDER-AMT TO CORD-ORDER-AMT
           MOVE CORD-DETAIL-RECORD TO ORD-LINE
           WRITE ORD-LINE.

       WRITE-ORDER-TRAILER.
           MOVE SPACES TO CORD-TRAILER-RECORD
           MOVE "T" TO CORD-TRL-TYPE
           MOVE WS-CLOSE-DATE TO CORD-TRL-BUS-DATE
           MOVE WS-LOW-COUNT TO CORD-TRL-COUNT
           MOVE CORD-TRAILER-RECORD TO ORD-LINE
           WRITE ORD-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           STRING "CURRENCIES BELOW MINIMUM=" DELIMITED BY SIZE
               WS-LOW-COUNT DELIMITED BY SIZE
               "  CASH ORDER FILE=CASHORD.DAT" DELIMITED BY SIZE
               INTO BATCH-RPT-RECORD
           END-STRING
           WRITE BATCH-RPT-RECORD.
