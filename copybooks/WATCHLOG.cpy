      *****************************************************************
      *  WATCHLOG - security watchlist hit log record layout.
      *  One record per watchlist hit, for security's review: name,
      *  date, time and TERMID of the hit. WatchChk appends one for
      *  every refused sign-in attempt; WatchSwp appends one for
      *  every name its retroactive sweep finds on site, expected or
      *  in the visit history, marked in WLOG-HIT-TYPE so security
      *  can tell a sweep finding from somebody at the desk.
      *****************************************************************
       01  WATCH-LOG-RECORD.
           05  WLOG-NAME             PIC X(24).
           05  WLOG-SEP-1            PIC X(01).
           05  WLOG-DATE             PIC 9(08).
           05  WLOG-SEP-2            PIC X(01).
           05  WLOG-TIME             PIC 9(06).
           05  WLOG-SEP-3            PIC X(01).
           05  WLOG-TERM-ID          PIC X(08).
      *    added with the sweep - records written before it read
      *    back spaces here, and every one of those was a sign-in
      *    attempt.
           05  WLOG-SEP-4            PIC X(01).
           05  WLOG-HIT-TYPE         PIC X(01).
               88  WLOG-SIGN-IN-ATTEMPT   VALUE 'A' ' '.
               88  WLOG-SWEEP-ON-SITE     VALUE 'S'.
               88  WLOG-SWEEP-EXPECTED    VALUE 'P'.
               88  WLOG-SWEEP-HISTORY     VALUE 'H'.
               88  WLOG-SWEEP-HIT         VALUE 'S' 'P' 'H'.
