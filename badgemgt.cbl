       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).
       01  WS-SITE-CODE             PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-BADGE-ANSWER          PIC X(06).
       01  WS-BADGE-PADDED          PIC X(06).

       01  WS-ARRIVAL-NAME          PIC X(24).

       01  WS-INDUCTION-SW          PIC X(01).
           88  INDUCTION-CURRENT          VALUE 'Y'.
           88  INDUCTION-DUE              VALUE 'N'.

       01  WS-NDA-SW                PIC X(01).
           88  NDA-CLEAR                  VALUE 'Y'.
           88  NDA-MISSING                VALUE 'N'.

       01  WS-MENU-CHOICE           PIC X(01).
           88  BADGE-VOID                 VALUE '1'.
           88  BADGE-REPRINT              VALUE '2'.
               MOVE 'UNKNOWN' TO WS-TERM-ID
           END-IF.

           DISPLAY 'SITEID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE.
           IF WS-SITE-CODE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN EXTEND AUDIT-LOG-FILE.
                                                   AUDIT-SEP-3
                                                   AUDIT-SEP-4
                                                   AUDIT-SEP-5
                                                   AUDIT-SEP-6
               MOVE WS-ARRIVAL-NAME            TO AUDIT-VISITOR-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO AUDIT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO AUDIT-TIME
               MOVE WS-TERM-ID                 TO AUDIT-TERM-ID
               MOVE WS-WANTED-BADGE            TO AUDIT-BADGE-NO
               MOVE WS-SITE-CODE               TO AUDIT-SITE
               MOVE 'V'                        TO AUDIT-EVENT-TYPE
               WRITE AUDIT-LOG-RECORD
               IF AUDIT-LOG-OK
               MOVE HIST-BADGE-NO     TO VISITOR-BADGE-NO
               MOVE HIST-DATE         TO VISITOR-ARRIVAL-DATE
               MOVE HIST-TIME         TO VISITOR-ARRIVAL-TIME
               MOVE HIST-SITE         TO VISITOR-SITE
           ELSE
      *        the history write is best-effort in GreetVst, so the
      *        record can be missing - the audit log still proves
               MOVE WS-TODAY-DATE   TO VISITOR-ARRIVAL-DATE
           END-IF.

      *    the history does not carry the escort flag - SafeChk
      *    works it out again from the briefing on file, so a
      *    replacement badge still says ESCORT REQUIRED when the
      *    original did. Only the induction side matters here; the
      *    NDA was settled when the visitor was let in.
           CALL 'SafeChk' USING VISITOR-RECORD WS-INDUCTION-SW
               WS-NDA-SW.

           CALL 'BadgePrt' USING VISITOR-RECORD.

      *    the record must not leave this program holding the
