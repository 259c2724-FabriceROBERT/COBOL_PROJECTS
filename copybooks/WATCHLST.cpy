      *****************************************************************
      *  WATCHLST - security watchlist record layout.
      *  One record per barred name, with a free-text reason
      *  security can read back. Owned and maintained by building
      *  security, not by this system - read by WatchChk at every
      *  sign-in and by WatchSwp's retroactive sweep.
      *****************************************************************
       01  WATCH-LIST-RECORD.
      *    24 bytes - see VISITOR.cpy's VISITOR-NAME comment, same
      *    12-character/worst-case-24-byte UTF-8 reasoning applies.
           05  WATCH-NAME            PIC X(24).
           05  WATCH-SEP             PIC X(01).
           05  WATCH-REASON          PIC X(30).
