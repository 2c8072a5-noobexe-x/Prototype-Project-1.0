      *> VAULTREC - 分行金库按币种的账面库存，键=币种（"RMB" 或
      *> CCYTAB 里的外币），VAULTFILE.DAT。Vaultxfr 每笔调拨实时
      *> 加减：I=金库领给柜员钱箱、S=柜员钱箱交回金库、D=现金中心
      *> 送款入库、O=多余现钞缴回现金中心。日终 Vaultrpt 拿它对照
      *> VAULTMIN.DAT 的最低库存，出库存报表和向现金中心的调款单。
       01 VAULT-RECORD.
           05 VAULT-CCY          PIC X(3).  *>币种，RMB=人民币现钞
           05 VAULT-CUR-AMT      PIC S9(10)V99. *>账面库存
           05 VAULT-STAMP        PIC X(14). *>最近一笔调拨时刻 YYYYMMDDHHMMSS
