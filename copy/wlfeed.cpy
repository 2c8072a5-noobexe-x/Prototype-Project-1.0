      *> WLFEED - one entry in the compliance watchlist delivery file
      *> WATCHFEED.DAT, fixed columns: list code, entry ID, name.
      *> 合规部每次发的是完整名单（制裁名单+行内关注名单合在一个
      *> 文件里），别名单独占一行、沿用同一个条目号。Watchimp 逐行
      *> 校验后整份重建 WATCHLST.DAT。
       01 WLF-RECORD.
           05 WLF-LIST           PIC X(1).  *>S=制裁名单 I=行内关注名单
           05 WLF-ENTRY-ID       PIC X(10). *>名单条目号
           05 WLF-NAME           PIC X(30). *>名称或别名
