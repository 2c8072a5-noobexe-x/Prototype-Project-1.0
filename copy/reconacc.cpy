               10 RECON-TOTAL-FOREIGN PIC S9(10)V99.
               10 RECON-TOTAL-RMB     PIC S9(10)V99.
               10 RECON-TOTAL-FEE     PIC S9(10)V99. *>手续费收入合计，冲正反号净计
               10 RECON-TOTAL-SPREAD  PIC S9(10)V99. *>点差收入合计（按 MID= 算），冲正反号
               10 RECON-TXN-COUNT     PIC 9(6).
       01 RECON-ENTRY-COUNT      PIC 9(2) VALUE 0.
       01 RECON-IDX              PIC 9(2).
