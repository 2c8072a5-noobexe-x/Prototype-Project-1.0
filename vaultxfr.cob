       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vaultxfr INITIAL.
       AUTHOR.	fan
      *> 金库调拨交易（Menu 选 9）：分行金库和柜员钱箱之间、金库和
      *> 总行现金中心之间的现钞调拨，一笔一个币种。调拨类型：
      *>   I=领用：金库付给签到柜员的钱箱（午间补外币头寸之类）；
      *>   S=上缴：签到柜员的钱箱交回金库；
      *>   D=送款入库：现金中心按调款单送来的现钞入库；
      *>   O=缴回：金库多余的现钞缴回现金中心。
      *> 两头都要签：签到的操作员是一头（I/S 是钱箱的主人，D/O 是
      *> 经办入出库的人），另一头由管库员当场录入操作员号会签，必须
      *> 是在档、有效、且不是签到的操作员本人——和 Cash 的主管放行
      *> 一样，一个人没法自己给自己搬钱。
      *> 每笔写一行审计（MODE=T，XFER= 调拨类型，AMT= 金额，OP= 签到
      *> 操作员，VOP= 会签管库员，盖 Audseal 章），再改金库账面库存
      *> VAULTFILE.DAT（见 VAULTREC）；I/S 同时经 Tillupd 改钱箱账面
      *> 数，签退时 Tillbal 按这行审计把调拨算进应有数，午间领的
      *> 外币不会再被轧成长款。金库账面不够付（I/O）的直接拒绝。
      *> Recon / Glextract / Fxpos 不把调拨当换算：现钞只是换了个
      *> 地方放，银行的头寸没有变。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "CASHAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT VAULTFILE ASSIGN TO "VAULTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-CCY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT OPERFILE ASSIGN TO "OPERFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY "auditrec.cpy".

       FD VAULTFILE.
       COPY "vaultrec.cpy".

       FD OPERFILE.
       COPY "operrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "ccytab.cpy".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-VAULT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPER-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPER-ID         PIC X(8) VALUE SPACES. *>签到操作员号
       01 WS-OPER-FOUND      PIC X(1) VALUE "N".
       01 WS-VOPER-ID        PIC X(8) VALUE SPACES. *>会签管库员
       01 WS-VOPER-FOUND     PIC X(1) VALUE "N".
       01 WS-VOPER-ACTIVE    PIC X(1) VALUE SPACE.
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-BUS-STATE       PIC X(1) VALUE SPACES. *>Getbdate 返回 O/C
       01 WS-BUS-FOUND       PIC X(1) VALUE "N".
       01 WS-XFER-TYPE       PIC X(1) VALUE SPACE. *>I/S/D/O
       01 WS-XFER-CCY        PIC X(3) VALUE SPACES.
       01 WS-CCY-VALID       PIC X(1) VALUE "N".
           88 CCY-VALID              VALUE "Y".
       01 WS-IN-AMT          PIC X(14) VALUE SPACES.
       01 WS-XFER-AMT        PIC 9(10)V99 VALUE 0.
       01 WS-NUMVAL-POS      PIC S9(4) COMP VALUE 0.
       01 WS-AMT-LEN         PIC S9(4) COMP VALUE 0.
       01 WS-VAULT-NEW       PIC X(1) VALUE "N". *>Y=金库还没有这个币种
       01 WS-AUDIT-TS        PIC X(21) VALUE SPACES. *>日期部分=营业日
       01 WS-AUDIT-AMT       PIC Z(9)9.99.
       01 WS-D-VAULT         PIC -(9)9.99.
       01 WS-D-TYPE          PIC X(30) VALUE SPACES.
       01 WS-TILL-SIGN       PIC X(1) VALUE SPACE. *>Tillupd 参数

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "Getoper" USING WS-OPER-ID WS-OPER-FOUND
           IF WS-OPER-FOUND NOT = "Y"
               DISPLAY "No operator signed on - run Menu to sign on "
                   "first."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "Getbdate" USING WS-TODAY-DATE WS-BUS-STATE
               WS-BUS-FOUND
           IF WS-BUS-STATE = "C"
               DISPLAY "Transfer rejected: day-end close is in "
                   "progress, no vault movements until the business "
                   "date rolls."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PROMPT-TRANSFER
           PERFORM PROMPT-COUNTERSIGN
           PERFORM POST-VAULT-SIDE
           IF WS-XFER-TYPE = "I" OR WS-XFER-TYPE = "S"
               CALL "Tillupd" USING WS-OPER-ID WS-XFER-CCY
                   WS-TILL-SIGN WS-XFER-AMT
           END-IF
           MOVE VAULT-CUR-AMT TO WS-D-VAULT
           DISPLAY FUNCTION TRIM(WS-D-TYPE) " " WS-XFER-CCY " "
               FUNCTION TRIM(WS-AUDIT-AMT) " recorded, countersigned by "
               FUNCTION TRIM(WS-VOPER-ID) "."
           DISPLAY "Vault book " WS-XFER-CCY " now "
               FUNCTION TRIM(WS-D-VAULT)
           GOBACK.

       PROMPT-TRANSFER.
           DISPLAY "Transfer type: I=vault to till  S=till to vault"
           DISPLAY "               D=delivery from cash centre  "
               "O=return to cash centre"
           DISPLAY "Type: " WITH NO ADVANCING
           ACCEPT WS-XFER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-XFER-TYPE) TO WS-XFER-TYPE
      *> 钱箱一头记收进还是付出：领用是钱箱收进，上缴是付出。
           EVALUATE WS-XFER-TYPE
               WHEN "I"
                   MOVE "Issue to till" TO WS-D-TYPE
                   MOVE "+" TO WS-TILL-SIGN
               WHEN "S"
                   MOVE "Surrender to vault" TO WS-D-TYPE
                   MOVE "-" TO WS-TILL-SIGN
               WHEN "D"
                   MOVE "Cash centre delivery" TO WS-D-TYPE
               WHEN "O"
                   MOVE "Return to cash centre" TO WS-D-TYPE
               WHEN OTHER
                   DISPLAY "Transfer rejected: unknown transfer type '"
                       WS-XFER-TYPE "'."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           DISPLAY "Currency (blank=RMB): " WITH NO ADVANCING
           ACCEPT WS-XFER-CCY
           MOVE FUNCTION UPPER-CASE(WS-XFER-CCY) TO WS-XFER-CCY
           IF WS-XFER-CCY = SPACES
               MOVE "RMB" TO WS-XFER-CCY
           END-IF
           MOVE "N" TO WS-CCY-VALID
           IF WS-XFER-CCY = "RMB"
               MOVE "Y" TO WS-CCY-VALID
           END-IF
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               IF CCY-TABLE-ENTRY(CCY-IDX) = WS-XFER-CCY
                   MOVE "Y" TO WS-CCY-VALID
               END-IF
           END-PERFORM
           IF NOT CCY-VALID
               DISPLAY "Transfer rejected: unsupported currency '"
                   FUNCTION TRIM(WS-XFER-CCY) "'."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-IN-AMT
           MOVE FUNCTION TEST-NUMVAL(WS-IN-AMT) TO WS-NUMVAL-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-AMT)) TO WS-AMT-LEN
           EVALUATE TRUE
               WHEN WS-IN-AMT = SPACES OR WS-NUMVAL-POS NOT = 0
                   DISPLAY "Transfer rejected: '"
                       FUNCTION TRIM(WS-IN-AMT)
                       "' is not a valid numeric value."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN WS-AMT-LEN > 13
                   DISPLAY "Transfer rejected: '"
                       FUNCTION TRIM(WS-IN-AMT)
                       "' is too long to be a valid amount."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN FUNCTION NUMVAL(WS-IN-AMT) <= 0
                   DISPLAY "Transfer rejected: the amount must be "
                       "greater than zero."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN FUNCTION NUMVAL(WS-IN-AMT) > 9999999999.99
                   DISPLAY "Transfer rejected: '"
                       FUNCTION TRIM(WS-IN-AMT)
                       "' exceeds the amount field."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           MOVE FUNCTION NUMVAL(WS-IN-AMT) TO WS-XFER-AMT
           MOVE WS-XFER-AMT TO WS-AUDIT-AMT.

      *> 会签人查操作员主档，口径和 Cash 的主管放行一样。
       PROMPT-COUNTERSIGN.
           DISPLAY "Vault custodian ID (countersign, blank = cancel): "
               WITH NO ADVANCING
           ACCEPT WS-VOPER-ID
           MOVE FUNCTION UPPER-CASE(WS-VOPER-ID) TO WS-VOPER-ID
           IF WS-VOPER-ID = SPACES
               DISPLAY "Transfer cancelled: no countersignature given."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-VOPER-ID = WS-OPER-ID
               DISPLAY "Transfer rejected: the countersigning custodian "
                   "must be a different operator."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-VOPER-FOUND
           MOVE SPACE TO WS-VOPER-ACTIVE
           OPEN INPUT OPERFILE
           IF WS-OPER-STATUS = "00"
               MOVE WS-VOPER-ID TO OPER-ID
               READ OPERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VOPER-FOUND
                       MOVE OPER-ACTIVE TO WS-VOPER-ACTIVE
               END-READ
               CLOSE OPERFILE
           END-IF
           IF WS-VOPER-FOUND NOT = "Y"
               DISPLAY "Transfer rejected: custodian '"
                   FUNCTION TRIM(WS-VOPER-ID)
                   "' is not on the operator file."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-VOPER-ACTIVE NOT = "Y"
               DISPLAY "Transfer rejected: custodian '"
                   FUNCTION TRIM(WS-VOPER-ID) "' is not active."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> 先查金库账面够不够付，够了才落审计、改库存；审计行在前，
      *> 改库存失败的话审计里有这笔，对账能查出来补。
       POST-VAULT-SIDE.
           OPEN I-O VAULTFILE
           IF WS-VAULT-STATUS = "35"
               OPEN OUTPUT VAULTFILE
               CLOSE VAULTFILE
               OPEN I-O VAULTFILE
           END-IF
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "Unable to open vault file VAULTFILE.DAT, "
                   "status=" WS-VAULT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-XFER-CCY TO VAULT-CCY
           MOVE "N" TO WS-VAULT-NEW
           READ VAULTFILE
               INVALID KEY
                   MOVE "Y" TO WS-VAULT-NEW
                   MOVE WS-XFER-CCY TO VAULT-CCY
                   MOVE 0 TO VAULT-CUR-AMT
           END-READ
           IF (WS-XFER-TYPE = "I" OR WS-XFER-TYPE = "O")
               AND VAULT-CUR-AMT < WS-XFER-AMT
               MOVE VAULT-CUR-AMT TO WS-D-VAULT
               DISPLAY "Transfer rejected: vault book for "
                   WS-XFER-CCY " is only " FUNCTION TRIM(WS-D-VAULT) "."
               CLOSE VAULTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-XFER-TYPE = "I" OR WS-XFER-TYPE = "O"
               SUBTRACT WS-XFER-AMT FROM VAULT-CUR-AMT
           ELSE
               ADD WS-XFER-AMT TO VAULT-CUR-AMT
           END-IF
           MOVE WS-AUDIT-TS(1:14) TO VAULT-STAMP
           IF WS-VAULT-NEW = "Y"
               WRITE VAULT-RECORD
           ELSE
               REWRITE VAULT-RECORD
           END-IF
           CLOSE VAULTFILE.

      *> 时间戳的日期部分写营业日，和 Cash 一个口径，Tillbal 按它
      *> 选本班的行。
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS
           MOVE WS-TODAY-DATE TO WS-AUDIT-TS(1:8)
           OPEN EXTEND AUDITFILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
               OPEN EXTEND AUDITFILE
           END-IF
           MOVE SPACES TO AUDIT-LINE-RECORD
           STRING
               WS-AUDIT-TS DELIMITED BY SIZE
               " MODE=T CCY=" DELIMITED BY SIZE
               WS-XFER-CCY DELIMITED BY SIZE
               " XFER=" DELIMITED BY SIZE
               WS-XFER-TYPE DELIMITED BY SIZE
               " AMT=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-AMT) DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
               " VOP=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VOPER-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE-RECORD
           END-STRING
           CALL "Audseal" USING AUDIT-LINE-RECORD
           WRITE AUDIT-LINE-RECORD
           CLOSE AUDITFILE.
