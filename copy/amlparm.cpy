      *> AMLPARM - 反洗钱筛查参数 AMLPARM.DAT，单行定长，合规部门
      *> 维护。金额一律按美元等值（人民币额按当天 USD 中间价折）：
      *>   AMLP-THRESHOLD   大额门槛，单笔折美元不低于它就出大额
      *>                    案例；
      *>   AMLP-NEAR-PCT    "贴线"比例，单笔落在 门槛×比例/100 到门槛
      *>                    之间算贴线交易；
      *>   AMLP-WINDOW-DAYS 滚动窗口天数（自然日，含首日）；
      *>   AMLP-MIN-COUNT   同一客户窗口内贴线交易达到这个笔数就出
      *>                    拆分（structuring）案例。
      *> 文件没有或某项敲坏就按缺省值（见 Amlscan）。
       01 AMLP-RECORD.
           05 AMLP-THRESHOLD     PIC X(12). *>美元，如 50000.00
           05 AMLP-NEAR-PCT      PIC X(6).  *>百分比，如 90
           05 AMLP-WINDOW-DAYS   PIC X(3).
           05 AMLP-MIN-COUNT     PIC X(3).
