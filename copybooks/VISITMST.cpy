      *  sequential dataset by MstConv and scanned nightly by
      *  Reconcl - one layout for all three, because the indexed key
      *  offset and MstConv's byte-for-byte load both depend on the
      *  byte positions never drifting. New fields go on the end.
      *****************************************************************
       01  VISITOR-MASTER-RECORD.
      *    24 bytes - see VISITOR.cpy's VISITOR-NAME comment, same
           05  MST-LAST-DATE         PIC 9(08).
           05  MST-SEP-5             PIC X(01).
           05  MST-VISIT-COUNT       PIC 9(05).
      *    date of the visitor's last site safety briefing and of
      *    the NDA signed, YYYYMMDD - recorded at the desk (Induct, or
      *    when SignIn/GrpSign give the briefing on arrival) and
      *    checked by SafeChk before every sign-in. Records from
      *    before these fields existed read back as spaces: no
      *    briefing and no NDA on file. A record created by Induct
      *    for someone not yet signed in has a visit count of zero.
           05  MST-SEP-6             PIC X(01).
           05  MST-INDUCTION-DATE    PIC 9(08).
           05  MST-SEP-7             PIC X(01).
           05  MST-NDA-DATE          PIC 9(08).
