       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).
       01  WS-SITE-CODE             PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-BADGE-ANSWER          PIC X(06).
       01  WS-BADGE-PADDED          PIC X(06).
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
               MOVE 'O'                        TO AUDIT-EVENT-TYPE
               WRITE AUDIT-LOG-RECORD
               IF AUDIT-LOG-OK
