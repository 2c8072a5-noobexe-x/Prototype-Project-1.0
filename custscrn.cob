       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custscrn.
       AUTHOR.	fan
      *> 客户名称筛查子程序，Custmaint / Cash / Batch 共用：客户名称
      *> 规整（Namenorm）后对观察名单 WATCHLST.DAT（Watchimp 装载）
      *> 逐条比，完全一致或近似（见 COMPARE-ONE-ENTRY）都算命中；
      *> 命中或者客户名下已有待处理的暂停，就在合规暂停队列
      *> COMPHOLD.DAT（见 HOLDREC）登记一条，带上被拦的交易，等
      *> 合规专员在 Holdrev 里放行或拒绝。
      *> LK-CUST-NAME 为空时按客户号读 CUSTFILE.DAT 取名称（Cash /
      *> Batch 只有客户号）；客户不在档按 C 返回，由 Custlim 按
      *> 未建档拒绝，两处不重复报。
      *> LK-RESULT: C=通过 H=已进暂停队列（LK-HOLD-NO=暂停号；暂停
      *> 记录写不进去时 LK-HOLD-NO 为空，照样按 H 拦住交易）
      *> D=合规已拒绝该客户（Cash / Batch 直接拒，不再登记）。
      *> 命中的是哪个名单条目只记在暂停记录里，不返回给柜员，免得
      *> 柜面当场把筛查结果透露给客户。
      *> 没有名单文件（还没装过）就没有可比的条目，只剩暂停状态
      *> 检查；合规放行过的"条目+客户名称"组合以后不再拦，客户
      *> 改了名要重新筛。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT WATCHFILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT HOLDFILE ASSIGN TO "COMPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY "custrec.cpy".

       FD WATCHFILE.
       COPY "watchrec.cpy".

       FD HOLDFILE.
       COPY "holdrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC X(2) VALUE SPACES.
       01 WS-WATCH-STATUS    PIC X(2) VALUE SPACES.
       01 WS-HOLD-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF             PIC X(1) VALUE "N".
           88 END-OF-FILE            VALUE "Y".
       01 WS-CUST-NAME       PIC X(30) VALUE SPACES. *>本次筛查的客户名称
       01 WS-NOW-TS          PIC X(21) VALUE SPACES.

      *> 客户名称的三种形态：规整后、去掉空格、拆成词
       01 WS-CUST-NORM       PIC X(30) VALUE SPACES.
       01 WS-CUST-SQZ        PIC X(30) VALUE SPACES.
       01 WS-CUST-SQZ-LEN    PIC 9(2) VALUE 0.
       01 WS-CUST-WORDS.
           05 WS-CUST-WORD       OCCURS 8 TIMES PIC X(30).
       01 WS-CUST-WORD-COUNT PIC 9(2) VALUE 0.
      *> 当前名单条目的同样三种形态
       01 WS-WL-SQZ          PIC X(30) VALUE SPACES.
       01 WS-WL-SQZ-LEN      PIC 9(2) VALUE 0.
       01 WS-WL-WORDS.
           05 WS-WL-WORD         OCCURS 8 TIMES PIC X(30).
       01 WS-WL-WORD-COUNT   PIC 9(2) VALUE 0.

      *> 去空格/拆词/差一个字符比较用的工作区
       01 WS-SQZ-IN          PIC X(30) VALUE SPACES.
       01 WS-SQZ-OUT         PIC X(30) VALUE SPACES.
       01 WS-SQZ-LEN         PIC 9(2) VALUE 0.
       01 WS-CHR-IDX         PIC 9(2) VALUE 0.
       01 WS-WORD-IDX        PIC 9(2) VALUE 0.
       01 WS-WORD-IDX2       PIC 9(2) VALUE 0.
       01 WS-WORD-FOUND      PIC X(1) VALUE "N".
       01 WS-WORDS-SAME      PIC X(1) VALUE "N".
       01 WS-SHORT           PIC X(30) VALUE SPACES.
       01 WS-LONG            PIC X(30) VALUE SPACES.
       01 WS-SHORT-LEN       PIC 9(2) VALUE 0.
       01 WS-LONG-LEN        PIC 9(2) VALUE 0.
       01 WS-S-IDX           PIC 9(2) VALUE 0.
       01 WS-L-IDX           PIC 9(2) VALUE 0.
       01 WS-EDIT-COUNT      PIC 9(2) VALUE 0.
       01 WS-ONE-EDIT        PIC X(1) VALUE "N".

      *> 单个条目的比对结果和全名单最好的一条
       01 WS-THIS-MATCH      PIC X(1) VALUE SPACE. *>E/C/空
       01 WS-HIT-MATCH       PIC X(1) VALUE SPACE.
       01 WS-HIT-LIST        PIC X(1) VALUE SPACE.
       01 WS-HIT-ID          PIC X(10) VALUE SPACES.
       01 WS-HIT-NAME        PIC X(30) VALUE SPACES.

      *> 客户名下已有的暂停：待处理的、最近一次决定、已放行的条目
       01 WS-PENDING         PIC X(1) VALUE "N".
       01 WS-REUSE-NO        PIC X(14) VALUE SPACES. *>同一笔已登记过的暂停号
       01 WS-LAST-DECIDED    PIC X(14) VALUE SPACES.
       01 WS-LAST-STATUS     PIC X(1) VALUE SPACE.
       01 WS-CLEAR-TABLE.
           05 WS-CLEAR-ENTRY OCCURS 50 TIMES.
               10 WS-CLEAR-ID        PIC X(10).
               10 WS-CLEAR-NORM      PIC X(30).
       01 WS-CLEAR-COUNT     PIC 9(2) VALUE 0.
       01 WS-CLEAR-IDX       PIC 9(2) VALUE 0.
       01 WS-IS-CLEARED      PIC X(1) VALUE "N".
       01 WS-HOLD-NORM       PIC X(30) VALUE SPACES.

       01 WS-NEW-HOLD-NO     PIC X(14) VALUE SPACES.
       01 WS-HOLD-SEQ        PIC 9(5) VALUE 0.
       01 WS-HOLD-TRIES      PIC 9(2) VALUE 0.
       01 WS-HOLD-WRITTEN    PIC X(1) VALUE "N". *>Y=已登记 F=登记失败

       LINKAGE SECTION.
       01 LK-CUST-ID         PIC X(8).
       01 LK-CUST-NAME       PIC X(30). *>空=按客户号读主档
       01 LK-SOURCE          PIC X(1).  *>M=Custmaint C=Cash B=Batch
       01 LK-OPER-ID         PIC X(8).  *>经办柜员
       01 LK-BUS-DATE        PIC 9(8).  *>营业日
       01 LK-TRAN-REF        PIC X(10). *>Batch 流水号，其余为空
       01 LK-TRAN-DATA       PIC X(60). *>被拦交易的内容
       01 LK-RESULT          PIC X(1).  *>C/H/D
       01 LK-HOLD-NO         PIC X(14).

       PROCEDURE DIVISION USING LK-CUST-ID LK-CUST-NAME LK-SOURCE
               LK-OPER-ID LK-BUS-DATE LK-TRAN-REF LK-TRAN-DATA
               LK-RESULT LK-HOLD-NO.
       MAIN-LOGIC.
           MOVE "C" TO LK-RESULT
           MOVE SPACES TO LK-HOLD-NO
           MOVE "N" TO WS-PENDING
           MOVE SPACES TO WS-REUSE-NO
           MOVE SPACES TO WS-LAST-DECIDED
           MOVE SPACE TO WS-LAST-STATUS
           MOVE 0 TO WS-CLEAR-COUNT
           MOVE SPACE TO WS-HIT-MATCH
           MOVE SPACE TO WS-HIT-LIST
           MOVE SPACES TO WS-HIT-ID
           MOVE SPACES TO WS-HIT-NAME

           MOVE LK-CUST-NAME TO WS-CUST-NAME
           IF WS-CUST-NAME = SPACES
               PERFORM READ-CUST-NAME
               IF WS-CUST-NAME = SPACES
                   GOBACK
               END-IF
           END-IF
           CALL "Namenorm" USING WS-CUST-NAME WS-CUST-NORM
           MOVE WS-CUST-NORM TO WS-SQZ-IN
           PERFORM SQUEEZE-NAME
           MOVE WS-SQZ-OUT TO WS-CUST-SQZ
           MOVE WS-SQZ-LEN TO WS-CUST-SQZ-LEN
           MOVE SPACES TO WS-CUST-WORDS
           MOVE 0 TO WS-CUST-WORD-COUNT
           UNSTRING WS-CUST-NORM DELIMITED BY ALL SPACE
               INTO WS-CUST-WORD(1) WS-CUST-WORD(2) WS-CUST-WORD(3)
                   WS-CUST-WORD(4) WS-CUST-WORD(5) WS-CUST-WORD(6)
                   WS-CUST-WORD(7) WS-CUST-WORD(8)
               TALLYING IN WS-CUST-WORD-COUNT
           END-UNSTRING

           OPEN I-O HOLDFILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLDFILE
               CLOSE HOLDFILE
               OPEN I-O HOLDFILE
           END-IF
      *> 暂停队列打不开就查不了客户是不是已被拒，也登记不了新的
      *> 暂停——宁可先拦下来（暂停号为空），不能放过去。
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "H" TO LK-RESULT
               GOBACK
           END-IF
           PERFORM SCAN-CUST-HOLDS

      *> 合规已拒绝的客户柜面和跑批直接拒；Custmaint 改档时照样
      *> 登记一条，让合规专员有机会复核后放行（比如改正了名称）。
           IF WS-LAST-STATUS = "D" AND LK-SOURCE NOT = "M"
               MOVE "D" TO LK-RESULT
               CLOSE HOLDFILE
               GOBACK
           END-IF

           PERFORM SCAN-WATCHLIST

           EVALUATE TRUE
               WHEN WS-HIT-MATCH NOT = SPACE
                   PERFORM RAISE-HOLD
               WHEN WS-PENDING = "Y"
                   MOVE "P" TO WS-HIT-MATCH
                   PERFORM RAISE-HOLD
               WHEN WS-LAST-STATUS = "D"
                   MOVE "D" TO WS-HIT-MATCH
                   PERFORM RAISE-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE HOLDFILE
           GOBACK.

       READ-CUST-NAME.
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CUST-ID TO CUST-ID
           READ CUSTFILE
               INVALID KEY
                   CLOSE CUSTFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-NAME TO WS-CUST-NAME
           CLOSE CUSTFILE.

      *> 暂停队列不大，整份顺读一遍就够：待处理的记下来（同一笔
      *> 重复筛查——Batch 断点重跑、RESUBMIT、Custmaint 反复改档——
      *> 沿用原来的暂停号，不重复登记），按决定时刻找最近一次决定，
      *> 放行过的条目连同当时的客户名称记进放行表。
       SCAN-CUST-HOLDS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO HOLD-NO
           START HOLDFILE KEY IS >= HOLD-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HOLDFILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HOLD-CUST-ID = LK-CUST-ID
                           PERFORM NOTE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-HOLD.
           IF HOLD-STATUS = "P"
               MOVE "Y" TO WS-PENDING
               IF HOLD-SOURCE = LK-SOURCE
                   AND HOLD-TRAN-REF = LK-TRAN-REF
                   AND (LK-SOURCE = "M" OR LK-TRAN-REF NOT = SPACES)
                   MOVE HOLD-NO TO WS-REUSE-NO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HOLD-DECIDED-AT > WS-LAST-DECIDED
               MOVE HOLD-DECIDED-AT TO WS-LAST-DECIDED
               MOVE HOLD-STATUS TO WS-LAST-STATUS
           END-IF
           IF HOLD-STATUS = "R" AND HOLD-WL-ID NOT = SPACES
               AND WS-CLEAR-COUNT < 50
               CALL "Namenorm" USING HOLD-CUST-NAME WS-HOLD-NORM
               ADD 1 TO WS-CLEAR-COUNT
               MOVE HOLD-WL-ID TO WS-CLEAR-ID(WS-CLEAR-COUNT)
               MOVE WS-HOLD-NORM TO WS-CLEAR-NORM(WS-CLEAR-COUNT)
           END-IF.

      *> 完全一致的一条就够定性，找到就停；近似的先记第一条，接着
      *> 找有没有完全一致的。
       SCAN-WATCHLIST.
           OPEN INPUT WATCHFILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ WATCHFILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE WATCHFILE.

       CHECK-ONE-ENTRY.
           IF WL-NORM-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IS-CLEARED
           PERFORM VARYING WS-CLEAR-IDX FROM 1 BY 1
                   UNTIL WS-CLEAR-IDX > WS-CLEAR-COUNT
               IF WS-CLEAR-ID(WS-CLEAR-IDX) = WL-ENTRY-ID
                   AND WS-CLEAR-NORM(WS-CLEAR-IDX) = WS-CUST-NORM
                   MOVE "Y" TO WS-IS-CLEARED
               END-IF
           END-PERFORM
           IF WS-IS-CLEARED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-ONE-ENTRY
           IF WS-THIS-MATCH = "E"
               OR (WS-THIS-MATCH = "C" AND WS-HIT-MATCH = SPACE)
               MOVE WS-THIS-MATCH TO WS-HIT-MATCH
               MOVE WL-LIST TO WS-HIT-LIST
               MOVE WL-ENTRY-ID TO WS-HIT-ID
               MOVE WL-NAME TO WS-HIT-NAME
           END-IF
           IF WS-THIS-MATCH = "E"
               SET END-OF-FILE TO TRUE
           END-IF.

      *> 近似的口径：
      *>   去掉空格后一样（"AL NOOR" 对 "ALNOOR"）；
      *>   词一样只是顺序不同（"SMITH JOHN" 对 "JOHN SMITH"）；
      *>   去掉空格后只差一个字符（错一个、多一个或少一个，拼写
      *>   出入），两边都至少 6 个字符才算，太短的名字差一个字符
      *>   就成了另一个常见名字，只会把队列塞满误报。
       COMPARE-ONE-ENTRY.
           MOVE SPACE TO WS-THIS-MATCH
           IF WL-NORM-NAME = WS-CUST-NORM
               MOVE "E" TO WS-THIS-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE WL-NORM-NAME TO WS-SQZ-IN
           PERFORM SQUEEZE-NAME
           MOVE WS-SQZ-OUT TO WS-WL-SQZ
           MOVE WS-SQZ-LEN TO WS-WL-SQZ-LEN
           IF WS-WL-SQZ = WS-CUST-SQZ
               MOVE "C" TO WS-THIS-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WL-WORDS
           MOVE 0 TO WS-WL-WORD-COUNT
           UNSTRING WL-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-WL-WORD(1) WS-WL-WORD(2) WS-WL-WORD(3)
                   WS-WL-WORD(4) WS-WL-WORD(5) WS-WL-WORD(6)
                   WS-WL-WORD(7) WS-WL-WORD(8)
               TALLYING IN WS-WL-WORD-COUNT
           END-UNSTRING
           PERFORM COMPARE-WORD-SETS
           IF WS-WORDS-SAME = "Y"
               MOVE "C" TO WS-THIS-MATCH
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-SQZ-LEN >= 6 AND WS-WL-SQZ-LEN >= 6
               PERFORM CHECK-ONE-EDIT
               IF WS-ONE-EDIT = "Y"
                   MOVE "C" TO WS-THIS-MATCH
               END-IF
           END-IF.

       SQUEEZE-NAME.
           MOVE SPACES TO WS-SQZ-OUT
           MOVE 0 TO WS-SQZ-LEN
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1 UNTIL WS-CHR-IDX > 30
               IF WS-SQZ-IN(WS-CHR-IDX:1) NOT = SPACE
                   ADD 1 TO WS-SQZ-LEN
                   MOVE WS-SQZ-IN(WS-CHR-IDX:1)
                       TO WS-SQZ-OUT(WS-SQZ-LEN:1)
               END-IF
           END-PERFORM.

      *> 词数相同、客户的每个词名单里都有、名单的每个词客户名里
      *> 也都有，才算同一组词。
       COMPARE-WORD-SETS.
           MOVE "N" TO WS-WORDS-SAME
           IF WS-CUST-WORD-COUNT NOT = WS-WL-WORD-COUNT
               OR WS-CUST-WORD-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-WORDS-SAME
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > WS-CUST-WORD-COUNT
               MOVE "N" TO WS-WORD-FOUND
               PERFORM VARYING WS-WORD-IDX2 FROM 1 BY 1
                       UNTIL WS-WORD-IDX2 > WS-WL-WORD-COUNT
                   IF WS-CUST-WORD(WS-WORD-IDX)
                       = WS-WL-WORD(WS-WORD-IDX2)
                       MOVE "Y" TO WS-WORD-FOUND
                   END-IF
               END-PERFORM
               IF WS-WORD-FOUND = "N"
                   MOVE "N" TO WS-WORDS-SAME
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WORD-IDX2 FROM 1 BY 1
                   UNTIL WS-WORD-IDX2 > WS-WL-WORD-COUNT
               MOVE "N" TO WS-WORD-FOUND
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                       UNTIL WS-WORD-IDX > WS-CUST-WORD-COUNT
                   IF WS-CUST-WORD(WS-WORD-IDX)
                       = WS-WL-WORD(WS-WORD-IDX2)
                       MOVE "Y" TO WS-WORD-FOUND
                   END-IF
               END-PERFORM
               IF WS-WORD-FOUND = "N"
                   MOVE "N" TO WS-WORDS-SAME
               END-IF
           END-PERFORM.

      *> 等长：逐位比，只差一位算；长度差一：短的对着长的往前走，
      *> 对不上就让长的跳过一位，只许跳一次。
       CHECK-ONE-EDIT.
           MOVE "N" TO WS-ONE-EDIT
           IF WS-CUST-SQZ-LEN = WS-WL-SQZ-LEN
               MOVE 0 TO WS-EDIT-COUNT
               PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                       UNTIL WS-CHR-IDX > WS-CUST-SQZ-LEN
                   IF WS-CUST-SQZ(WS-CHR-IDX:1)
                       NOT = WS-WL-SQZ(WS-CHR-IDX:1)
                       ADD 1 TO WS-EDIT-COUNT
                   END-IF
               END-PERFORM
               IF WS-EDIT-COUNT <= 1
                   MOVE "Y" TO WS-ONE-EDIT
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-SQZ-LEN = WS-WL-SQZ-LEN + 1
                   MOVE WS-WL-SQZ TO WS-SHORT
                   MOVE WS-WL-SQZ-LEN TO WS-SHORT-LEN
                   MOVE WS-CUST-SQZ TO WS-LONG
                   MOVE WS-CUST-SQZ-LEN TO WS-LONG-LEN
               WHEN WS-WL-SQZ-LEN = WS-CUST-SQZ-LEN + 1
                   MOVE WS-CUST-SQZ TO WS-SHORT
                   MOVE WS-CUST-SQZ-LEN TO WS-SHORT-LEN
                   MOVE WS-WL-SQZ TO WS-LONG
                   MOVE WS-WL-SQZ-LEN TO WS-LONG-LEN
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-EDIT-COUNT
           MOVE 1 TO WS-S-IDX
           MOVE 1 TO WS-L-IDX
           PERFORM UNTIL WS-S-IDX > WS-SHORT-LEN OR WS-EDIT-COUNT > 1
               IF WS-SHORT(WS-S-IDX:1) = WS-LONG(WS-L-IDX:1)
                   ADD 1 TO WS-S-IDX
                   ADD 1 TO WS-L-IDX
               ELSE
                   ADD 1 TO WS-EDIT-COUNT
                   ADD 1 TO WS-L-IDX
               END-IF
           END-PERFORM
           IF WS-EDIT-COUNT <= 1
               MOVE "Y" TO WS-ONE-EDIT
           END-IF.

      *> 暂停号 = H + 营业日 + 当日序号，取号和 Quote 编报价号一个
      *> 做法：从当天第一个号往后读到最后一个再加一。号被别的终端
      *> 抢先用了（重键）就顺延下一个号再写；其他写失败不给暂停号，
      *> 交易照样拦住，不能告诉柜员一个合规查不到的暂停号。
       RAISE-HOLD.
           MOVE "H" TO LK-RESULT
           IF WS-REUSE-NO NOT = SPACES
               MOVE WS-REUSE-NO TO LK-HOLD-NO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-NEW-HOLD-NO
           STRING "H" DELIMITED BY SIZE
               LK-BUS-DATE DELIMITED BY SIZE
               "00000" DELIMITED BY SIZE
               INTO WS-NEW-HOLD-NO
           END-STRING
           MOVE WS-NEW-HOLD-NO TO HOLD-NO
           MOVE "N" TO WS-EOF
           START HOLDFILE KEY IS >= HOLD-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HOLDFILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HOLD-NO(1:9) = WS-NEW-HOLD-NO(1:9)
                           MOVE HOLD-NO(10:5) TO WS-HOLD-SEQ
                       ELSE
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE SPACES TO HOLD-RECORD
           MOVE "P" TO HOLD-STATUS
           MOVE LK-SOURCE TO HOLD-SOURCE
           MOVE LK-CUST-ID TO HOLD-CUST-ID
           MOVE WS-CUST-NAME TO HOLD-CUST-NAME
           MOVE WS-HIT-MATCH TO HOLD-MATCH
           MOVE WS-HIT-LIST TO HOLD-WL-LIST
           MOVE WS-HIT-ID TO HOLD-WL-ID
           MOVE WS-HIT-NAME TO HOLD-WL-NAME
           MOVE LK-OPER-ID TO HOLD-OPER-ID
           MOVE LK-BUS-DATE TO HOLD-RAISED-AT(1:8)
           MOVE WS-NOW-TS(9:6) TO HOLD-RAISED-AT(9:6)
           MOVE LK-TRAN-REF TO HOLD-TRAN-REF
           MOVE LK-TRAN-DATA TO HOLD-TRAN-DATA
           MOVE "N" TO WS-HOLD-WRITTEN
           MOVE 0 TO WS-HOLD-TRIES
           PERFORM UNTIL WS-HOLD-WRITTEN NOT = "N"
               ADD 1 TO WS-HOLD-SEQ
               ADD 1 TO WS-HOLD-TRIES
               MOVE WS-HOLD-SEQ TO WS-NEW-HOLD-NO(10:5)
               MOVE WS-NEW-HOLD-NO TO HOLD-NO
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WS-HOLD-STATUS(1:1) = "0"
                       MOVE "Y" TO WS-HOLD-WRITTEN
                   WHEN WS-HOLD-STATUS = "22" AND WS-HOLD-TRIES < 10
                       DISPLAY "Hold number " WS-NEW-HOLD-NO
                           " already in use, file status="
                           WS-HOLD-STATUS ", trying the next number."
                   WHEN OTHER
                       DISPLAY "Unable to register compliance hold "
                           WS-NEW-HOLD-NO ", file status="
                           WS-HOLD-STATUS
                       MOVE "F" TO WS-HOLD-WRITTEN
               END-EVALUATE
           END-PERFORM
           IF WS-HOLD-WRITTEN = "Y"
               MOVE WS-NEW-HOLD-NO TO LK-HOLD-NO
           ELSE
               MOVE SPACES TO LK-HOLD-NO
           END-IF.
