       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Namenorm.
       AUTHOR.	fan
      *> 名称规整子程序：转大写，字母数字以外的字符（标点、连字符、
      *> 撇号等）一律当空格，连续空格压成一个，去掉首尾空格。中文
      *> 名称的多字节字符原样保留。
      *> Watchimp 装名单时规整一遍存进 WL-NORM-NAME，Custscrn 筛查
      *> 时规整客户名称，两边同一个口径才能比。

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-UPPER           PIC X(30) VALUE SPACES.
       01 WS-CHAR            PIC X(1) VALUE SPACE.
       01 WS-IN-IDX          PIC 9(2) VALUE 0.
       01 WS-OUT-LEN         PIC 9(2) VALUE 0.
       01 WS-GAP             PIC X(1) VALUE "N". *>Y=前面攒了一个分隔

       LINKAGE SECTION.
       01 LK-NAME            PIC X(30). *>原文
       01 LK-NORM-NAME       PIC X(30). *>规整后的名称

       PROCEDURE DIVISION USING LK-NAME LK-NORM-NAME.
       MAIN-LOGIC.
           MOVE SPACES TO LK-NORM-NAME
           MOVE FUNCTION UPPER-CASE(LK-NAME) TO WS-UPPER
           MOVE 0 TO WS-OUT-LEN
           MOVE "N" TO WS-GAP
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1 UNTIL WS-IN-IDX > 30
               MOVE WS-UPPER(WS-IN-IDX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   OR WS-CHAR >= X"80"
      *> 分隔只在两个词之间落一个空格，开头的标点/空格不留
                   IF WS-GAP = "Y" AND WS-OUT-LEN > 0
                       ADD 1 TO WS-OUT-LEN
                   END-IF
                   MOVE "N" TO WS-GAP
                   ADD 1 TO WS-OUT-LEN
                   MOVE WS-CHAR TO LK-NORM-NAME(WS-OUT-LEN:1)
               ELSE
                   MOVE "Y" TO WS-GAP
               END-IF
           END-PERFORM
           GOBACK.
