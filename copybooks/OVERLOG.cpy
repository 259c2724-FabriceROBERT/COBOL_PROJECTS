      *****************************************************************
      *  OVERLOG - occupancy-limit supervisor override log layout.
      *  One record per override OccChk is asked to log: who was let
      *  in over the limit, when, from which terminal, at what
      *  on-site count against what limit. Read back by the RGPD
      *  retention purge and subject-access extract, and by the
      *  morning digest (MornDgst).
      *****************************************************************
       01  OVERRIDE-LOG-RECORD.
           05  OVR-VISITOR-NAME      PIC X(24).
           05  OVR-SEP-1             PIC X(01).
           05  OVR-DATE              PIC 9(08).
           05  OVR-SEP-2             PIC X(01).
           05  OVR-TIME              PIC 9(06).
           05  OVR-SEP-3             PIC X(01).
           05  OVR-TERM-ID           PIC X(08).
           05  OVR-SEP-4             PIC X(01).
           05  OVR-COUNT             PIC 9(04).
           05  OVR-SEP-5             PIC X(01).
           05  OVR-LIMIT             PIC 9(04).
           05  OVR-SEP-6             PIC X(01).
      *    building whose limit was overridden - the count and limit
      *    above are that building's. Spaces on records from before
      *    this field existed: the original building, site '01'.
           05  OVR-SITE              PIC X(02).
