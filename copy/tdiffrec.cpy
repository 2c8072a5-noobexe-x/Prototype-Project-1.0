      *> TDIFFREC - 钱箱长短款历史 TILLDIFF.DAT，键=操作员号+营业日
      *> +币种。Tillbal 每次签退轧完差就把结果落一条（TILLBAL.RPT
      *> 每次签退都会覆盖，昨天的长短款只能从这里查）。同一营业日
      *> 中途签退再签到的，这一天的长短款是各班之和：TDIF-DIFF-AMT
      *> 累计，期初/应有/清点记最近一班的；同一班签退重跑（清点数
      *> 敲错重来）按 TDIF-LAST-STAMP 认出来，替换上次的结果而不是
      *> 再加一遍。外币长短款另按签退当天中间价折人民币，Opexcept
      *> 跨币种累计用；当天查不到汇率的折 0。
       01 TDIF-RECORD.
           05 TDIF-KEY.
               10 TDIF-OPER-ID   PIC X(8).  *>操作员号
               10 TDIF-DATE      PIC 9(8).  *>营业日 YYYYMMDD
               10 TDIF-CCY       PIC X(3).  *>币种，RMB=人民币现钞
           05 TDIF-OPEN-AMT      PIC 9(10)V99. *>最近一班的期初数
           05 TDIF-EXPECT-AMT    PIC S9(10)V99. *>最近一班的应有数
           05 TDIF-COUNTED-AMT   PIC 9(10)V99. *>最近一班的清点数
           05 TDIF-DIFF-AMT      PIC S9(10)V99. *>当日长短款合计，长款为正
           05 TDIF-DIFF-RMB      PIC S9(10)V99. *>当日长短款折人民币
           05 TDIF-SESSIONS      PIC 9(2).  *>当日轧差的班数
           05 TDIF-LAST-STAMP    PIC X(14). *>最近一班的清点签到时刻
           05 TDIF-LAST-DIFF     PIC S9(10)V99. *>最近一班的长短款
           05 TDIF-LAST-RMB      PIC S9(10)V99. *>最近一班的长短款折人民币
           05 TDIF-SIGNOFF       PIC X(14). *>最近一次签退轧差时刻
