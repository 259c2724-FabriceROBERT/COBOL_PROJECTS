      *****************************************************************
      *  MUSTREC - evacuation muster record layout (Muster).
      *  One header record per muster, then one detail record per
      *  badge frozen from the still-on-site list. The same layout
      *  serves the live muster (MUSTERF, rewritten as marshals tick
      *  badges off) and the fire-drill compliance file (MUSTHIST,
      *  appended once per closed muster) - every record carries the
      *  date and time the muster was frozen, so one drill's records
      *  can be picked out of the history.
      *  On the header record:
      *    MUS-BADGE-NO       - number of badges frozen
      *    MUS-STATUS         - 'O' open / 'C' closed
      *    MUS-CHECK-TIME     - time the muster was closed
      *    MUS-TERM-ID        - terminal that froze the list
      *  On a detail record:
      *    MUS-STATUS         - 'U' unaccounted / 'A' accounted
      *    MUS-ASSEMBLY-POINT - where the marshal saw the visitor
      *    MUS-CHECK-TIME     - when the marshal ticked the badge
      *    MUS-TERM-ID        - terminal the tick was keyed on
      *****************************************************************
       01  MUSTER-RECORD.
           05  MUS-RECORD-TYPE      PIC X(01).
               88  MUS-HEADER             VALUE 'H'.
               88  MUS-DETAIL             VALUE 'D'.
           05  MUS-SEP-1            PIC X(01).
           05  MUS-MUSTER-DATE      PIC 9(08).
           05  MUS-SEP-2            PIC X(01).
           05  MUS-MUSTER-TIME      PIC 9(06).
           05  MUS-SEP-3            PIC X(01).
           05  MUS-BADGE-NO         PIC 9(06).
           05  MUS-SEP-4            PIC X(01).
           05  MUS-VISITOR-NAME     PIC X(24).
           05  MUS-SEP-5            PIC X(01).
           05  MUS-ARRIVAL-TIME     PIC 9(06).
           05  MUS-SEP-6            PIC X(01).
           05  MUS-STATUS           PIC X(01).
               88  MUS-MUSTER-OPEN        VALUE 'O'.
               88  MUS-MUSTER-CLOSED      VALUE 'C'.
               88  MUS-UNACCOUNTED        VALUE 'U'.
               88  MUS-ACCOUNTED          VALUE 'A'.
           05  MUS-SEP-7            PIC X(01).
           05  MUS-ASSEMBLY-POINT   PIC X(12).
           05  MUS-SEP-8            PIC X(01).
           05  MUS-CHECK-TIME       PIC 9(06).
           05  MUS-SEP-9            PIC X(01).
           05  MUS-TERM-ID          PIC X(08).
           05  MUS-SEP-10           PIC X(01).
      *        'V' when the badge had been voided (BadgeMgt) before
      *        the list was frozen - the visitor is still to be
      *        found, but the badge they carry proves nothing.
           05  MUS-BADGE-FLAG       PIC X(01).
               88  MUS-BADGE-VOIDED       VALUE 'V'.
