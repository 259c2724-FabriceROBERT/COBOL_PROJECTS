      *****************************************************************
      *  RUNCTL - batch sign-in run summary record layout.
      *  One record per HELLOBAT sign-in run, rewritten at end of
      *  job by HelloWorld: what went in, what came out, the final
      *  checkpoint state and the condition code the run ended with.
      *  Read back by the next run to cross-check CHKPOINT, and by
      *  the morning digest (MornDgst).
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUNCTL-DATE          PIC 9(08).
           05  RUNCTL-SEP-1         PIC X(01).
           05  RUNCTL-TIME          PIC 9(06).
           05  RUNCTL-SEP-2         PIC X(01).
           05  RUNCTL-READ-COUNT    PIC 9(06).
           05  RUNCTL-SEP-3         PIC X(01).
           05  RUNCTL-SIGNED-COUNT  PIC 9(06).
           05  RUNCTL-SEP-4         PIC X(01).
           05  RUNCTL-REJECT-COUNT  PIC 9(05).
           05  RUNCTL-SEP-5         PIC X(01).
           05  RUNCTL-DUP-COUNT     PIC 9(05).
           05  RUNCTL-SEP-6         PIC X(01).
           05  RUNCTL-FAIL-COUNT    PIC 9(05).
           05  RUNCTL-SEP-7         PIC X(01).
           05  RUNCTL-CHKPT         PIC 9(06).
           05  RUNCTL-SEP-8         PIC X(01).
           05  RUNCTL-RC            PIC 9(02).
