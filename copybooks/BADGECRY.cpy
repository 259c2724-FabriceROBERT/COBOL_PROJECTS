      *****************************************************************
      *  BADGECRY - unreturned badge carry-over record layout.
      *  One record per badge EodSweep found still out at close of
      *  business; reception works through the file and clears
      *  records as badges turn up (the VISTREJ routine). Read by
      *  the morning digest (MornDgst) to age what is still out.
      *****************************************************************
       01  CARRY-OVER-RECORD.
           05  CRY-BADGE-NO          PIC 9(06).
           05  CRY-SEP-1             PIC X(01).
           05  CRY-VISITOR-NAME      PIC X(24).
           05  CRY-SEP-2             PIC X(01).
      *    the day the visit was auto-closed - the badge has been
      *    out since then.
           05  CRY-DATE              PIC 9(08).
           05  CRY-SEP-3             PIC X(01).
      *    building the badge was issued at - the desk there chases
      *    it. Spaces on records from before this field existed.
           05  CRY-SITE              PIC X(02).
