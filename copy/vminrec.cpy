      *> VMINREC - one line of the vault minimum stock file
      *> VAULTMIN.DAT, fixed columns: currency, minimum stock, target
      *> stock. 运营维护的文本文件，和 RATESPRD.DAT 一样。日终库存
      *> 低于最低库存的币种，Vaultrpt 向现金中心要款补到目标库存；
      *> 目标库存空着或比最低库存还低就按最低库存补。没配的币种
      *> 不设下限，不出调款。
       01 VMIN-RECORD.
           05 VMIN-CCY           PIC X(3).  *>币种代码，RMB 或见 CCYTAB
           05 VMIN-MIN-AMT       PIC X(14). *>最低库存，如 50000.00
           05 VMIN-TARGET-AMT    PIC X(14). *>补足到的目标库存
