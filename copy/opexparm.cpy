      *> OPEXPARM - 柜员异常报表参数 OPEXPARM.DAT，单行定长，营运
      *> 主管维护。区间内某项超过上限（转化率是低于下限）就把这个
      *> 操作员标出来复核：
      *>   OPXP-DIFF-DAYS   有长短款的签退天数上限；
      *>   OPXP-DIFF-RMB    长短款绝对值累计上限（人民币等值）；
      *>   OPXP-OVR-COUNT   主管放行（SUPV=）笔数上限；
      *>   OPXP-OVR-RMB     主管放行金额累计上限（人民币）；
      *>   OPXP-REV-COUNT   冲正（Cashrev）笔数上限；
      *>   OPXP-REV-RMB     冲正金额累计上限（人民币）；
      *>   OPXP-QUOTE-PCT   报价成交率下限（百分比）；
      *>   OPXP-QUOTE-MIN   已成交+已过期的报价不到这个数不看成交率
      *>                    （三五张报价算出来的比例没意义）。
      *> 文件没有或某项敲坏就按缺省值（见 Opexcept）。
       01 OPXP-RECORD.
           05 OPXP-DIFF-DAYS     PIC X(3).  *>如 3
           05 OPXP-DIFF-RMB      PIC X(12). *>如 500.00
           05 OPXP-OVR-COUNT     PIC X(4).
           05 OPXP-OVR-RMB       PIC X(12).
           05 OPXP-REV-COUNT     PIC X(4).
           05 OPXP-REV-RMB       PIC X(12).
           05 OPXP-QUOTE-PCT     PIC X(3).  *>如 50
           05 OPXP-QUOTE-MIN     PIC X(4).
