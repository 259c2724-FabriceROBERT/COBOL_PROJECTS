      *****************************************************************
      *  HOSTLOG - host directory change log record layout.
      *  One record per change made to HOSTS: host name, date, time,
      *  TERMID and what was done. HostMnt appends one for every
      *  change keyed at the desk; HrSync appends one for every
      *  change the nightly HR feed applies, under its own TERMID,
      *  so the log still says who changed what, desk or feed.
      *****************************************************************
       01  HOST-LOG-RECORD.
           05  HLOG-HOST-NAME        PIC X(20).
           05  HLOG-SEP-1            PIC X(01).
           05  HLOG-DATE             PIC 9(08).
           05  HLOG-SEP-2            PIC X(01).
           05  HLOG-TIME             PIC 9(06).
           05  HLOG-SEP-3            PIC X(01).
           05  HLOG-TERM-ID          PIC X(08).
           05  HLOG-SEP-4            PIC X(01).
      *    'A' = added, 'U' = dept/ext updated, 'D' = deactivated.
           05  HLOG-ACTION           PIC X(01).
