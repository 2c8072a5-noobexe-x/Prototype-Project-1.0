      *> R005=金额无效 R006=起息日无汇率 R007=人民币结果溢出
      *> R008=外币结果溢出 R009=缺客户号 R010=客户号未建档
      *> R011=超客户当日限额 R012=重复流水号（已处理过）
      *> R013=合规暂停（观察名单命中或客户在暂停中，合规放行后再
      *> 重提交）或合规已拒绝该客户
      *> R014=起息日不是营业日（周末或节假日，按营业日历）
      *> 清单跑批拒的行尾带分行号，RESUBMIT 按它把跟进回执发回原
      *> 分行（单文件跑的为空，不出回执）；修数据只改中间的原始行。
       01 REJ-RECORD.
           05 REJ-REASON-CODE    PIC X(4).
           05 FILLER             PIC X(1).
           05 REJ-TRAN-DATA      PIC X(44).
           05 REJ-BRANCH-ID      PIC X(4).
