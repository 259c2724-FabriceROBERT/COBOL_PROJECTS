           05  VISITOR-BADGE-NO         PIC 9(06).
           05  VISITOR-ARRIVAL-DATE     PIC 9(08).
           05  VISITOR-ARRIVAL-TIME     PIC 9(06).
      *    building the visitor is signed in at - '01' the original
      *    building, '02' the one across the road. Taken from the
      *    SITEID the desk terminal or the batch run is started with
      *    (GreetVst fills it when the caller has not), and carried
      *    onto AUDITLOG, VISITHST and NOTIFYQ so every report can
      *    tell the two buildings apart.
           05  VISITOR-SITE             PIC X(02).
      *    last safety briefing and NDA on file, YYYYMMDD or zero
      *    for none - filled by SafeChk from VISITMST, moved on to
      *    today's date when the desk gives the briefing or takes
      *    the NDA on arrival, and kept in VISITMST by GreetVst's
      *    master update.
           05  VISITOR-INDUCTION-DATE   PIC 9(08).
           05  VISITOR-NDA-DATE         PIC 9(08).
      *    'Y' when the briefing is more than 12 months old (or was
      *    never given) and the visitor went in without it - BadgePrt
      *    prints ESCORT REQUIRED on the badge.
           05  VISITOR-ESCORT-SW        PIC X(01).
               88  VISITOR-ESCORT-REQUIRED   VALUE 'Y'.
