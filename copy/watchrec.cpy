      *> WATCHREC - one name on the screening watchlist WATCHLST.DAT,
      *> rebuilt wholesale by Watchimp from the compliance delivery
      *> (see WLFEED). WL-NORM-NAME is the name already put through
      *> Namenorm (upper case, punctuation dropped, single spaces) so
      *> Custscrn compares like with like without redoing it per call.
       01 WATCH-RECORD.
           05 WL-LIST            PIC X(1).  *>S=制裁名单 I=行内关注名单
           05 WL-ENTRY-ID        PIC X(10). *>名单条目号，别名同号
           05 WL-NAME            PIC X(30). *>名单原文
           05 WL-NORM-NAME       PIC X(30). *>规整后的名称，比对用
