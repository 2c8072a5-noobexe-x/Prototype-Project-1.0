      *> TILLREC - per-operator per-currency till position, keyed by
      *> operator ID + currency code（"RMB" 或 CCYTAB 里的外币）。
      *> Menu 签到清点时写期初数，Cash 每条现金腿实时加减账面数
      *> （Vaultxfr 的金库领用/上缴也经 Tillupd 加减），
      *> 签退时 Tillbal 按审计行重算应有数、和清点的期末数轧差。
      *> TILL-STAMP 是本次清点签到的时刻（营业日+挂钟时分秒，和
      *> 审计行时间戳前 14 位一个口径）：同一个营业日中途签退再
