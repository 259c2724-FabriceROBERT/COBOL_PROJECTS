      *****************************************************************
      *  RGPDREQ - RGPD anonymisation request passed to RgpdAnon.
      *  Filled in by RgpdPurg (retention purge: every record dated
      *  before the cut-off) or RgpdExtr (subject erasure: every
      *  record carrying one name), returned with the outcome and,
      *  per file, how many records were read and how many had
      *  their visitor name anonymised. No record is ever removed,
      *  so each file holds as many records after the run as it was
      *  read with - VisitRpt and DurRpt keep counting the same
      *  visits, only nobody can tell whose they were any more.
      *****************************************************************
       01  RGPD-REQUEST.
           05  RGPD-ACTION           PIC X(01).
               88  RGPD-RETENTION         VALUE 'R'.
               88  RGPD-ERASURE           VALUE 'E'.
      *    retention: records dated before this date are anonymised.
           05  RGPD-CUTOFF-DATE      PIC 9(08).
      *    erasure: the name to anonymise wherever it appears.
           05  RGPD-SUBJECT-NAME     PIC X(24).
           05  RGPD-STATUS           PIC X(01).
               88  RGPD-DONE              VALUE 'O'.
      *        run clean, but more expired master records than one
      *        run folds - the rest go on the next run.
               88  RGPD-PARTIAL           VALUE 'P'.
               88  RGPD-FAILED            VALUE 'F'.
           05  RGPD-HST-READ         PIC 9(07).
           05  RGPD-HST-ANON         PIC 9(07).
           05  RGPD-MST-READ         PIC 9(07).
           05  RGPD-MST-ANON         PIC 9(07).
           05  RGPD-AUD-READ         PIC 9(07).
           05  RGPD-AUD-ANON         PIC 9(07).
           05  RGPD-NTF-READ         PIC 9(07).
           05  RGPD-NTF-ANON         PIC 9(07).
           05  RGPD-PRE-READ         PIC 9(07).
           05  RGPD-PRE-ANON         PIC 9(07).
           05  RGPD-WLG-READ         PIC 9(07).
           05  RGPD-WLG-ANON         PIC 9(07).
           05  RGPD-OVR-READ         PIC 9(07).
           05  RGPD-OVR-ANON         PIC 9(07).
           05  RGPD-MUS-READ         PIC 9(07).
           05  RGPD-MUS-ANON         PIC 9(07).
           05  RGPD-PAS-READ         PIC 9(07).
           05  RGPD-PAS-ANON         PIC 9(07).
      *    records that qualified but were left alone because the
      *    name is on the security watchlist (WATCHLST).
           05  RGPD-WATCHED-KEPT     PIC 9(07).
