      *    explicit action by the caller (the interactive menu's
      *    "print a badge" choice, HelloWorld's batch path), the same
      *    as before this subprogram existed.
      *    The building (VISITOR-SITE) is the caller's when it set
      *    one - HelloWorld's batch signs each pre-registration in at
      *    the building it is expected at - and otherwise the SITEID
      *    this terminal or run was started with. Each building
      *    draws its badge numbers from its own range in BADGECTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  BADGE-CTR-FILE
           RECORDING MODE IS F.
       COPY BADGECTR.

       FD  VISIT-HIST-FILE.
       COPY VISITHST.
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).

      *    the original building - a terminal or run started
      *    without a SITEID is one of its desks, as they all were
      *    before the second building opened.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

      *    BADGECTR loaded whole - one entry per building.
       01  WS-BCT-TABLE.
           05  WS-BCT-COUNT         PIC 9(02)  VALUE ZERO.
           05  WS-BCT-ENTRY         OCCURS 20 TIMES.
               10  WS-BCT-SITE      PIC X(02).
               10  WS-BCT-LAST      PIC 9(06).
               10  WS-BCT-LOW       PIC 9(06).
               10  WS-BCT-HIGH      PIC 9(06).

       01  WS-BCT-IDX               PIC 9(02).
       01  WS-BCT-HIT               PIC 9(02).
       01  WS-BCT-NEXT              PIC 9(07).

       01  WS-BCT-EOF-SW            PIC X(01)  VALUE 'N'.
           88  END-OF-BADGE-CTR           VALUE 'Y'.

       01  WS-BCT-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
           88  BADGE-CTR-OVERFLOWED       VALUE 'Y'.

       01  WS-BCT-WRITE-SW          PIC X(01)  VALUE 'N'.
           88  BADGE-CTR-WRITTEN          VALUE 'Y'.

       01  WS-MST-ACTION            PIC X(01).
       01  WS-MST-FOUND-SW          PIC X(01).

               MOVE 'UNKNOWN' TO WS-TERM-ID
           END-IF.

           IF VISITOR-SITE = SPACES
               DISPLAY 'SITEID' UPON ENVIRONMENT-NAME
               ACCEPT VISITOR-SITE FROM ENVIRONMENT-VALUE
               IF VISITOR-SITE = SPACES
                   MOVE WS-DEFAULT-SITE TO VISITOR-SITE
               END-IF
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               CLOSE AUDIT-LOG-FILE
           END-IF.

       3050-NEXT-BADGE-NUMBER.
      *    one counter per building, each kept inside its own range
      *    so the two desks can never hand out the same number (see
      *    BADGECTR.cpy). The whole file is loaded, this building's
      *    counter moved on and the file written back whole.
           MOVE ZERO TO WS-BCT-COUNT
                        WS-BCT-HIT
                        VISITOR-BADGE-NO.
           MOVE 'N'  TO WS-BCT-EOF-SW
                        WS-BCT-OVERFLOW-SW.

           OPEN INPUT BADGE-CTR-FILE.
           IF BADGE-CTR-OK
               PERFORM UNTIL END-OF-BADGE-CTR
                   READ BADGE-CTR-FILE
                       AT END
                           SET END-OF-BADGE-CTR TO TRUE
                       NOT AT END
                           PERFORM 3060-LOAD-COUNTER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BADGE-CTR-FILE.

           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-BCT-COUNT
                      OR WS-BCT-HIT > ZERO
               IF WS-BCT-SITE(WS-BCT-IDX) = VISITOR-SITE
                   MOVE WS-BCT-IDX TO WS-BCT-HIT
               END-IF
           END-PERFORM.

      *    the original building needs no set-up - a fresh BADGECTR
      *    starts it at badge 1, as it always did. Any other building
      *    must have its range set up before its desk badges anyone.
           IF WS-BCT-HIT = ZERO
              AND VISITOR-SITE = WS-DEFAULT-SITE
              AND NOT BADGE-CTR-OVERFLOWED
              AND WS-BCT-COUNT < 20
               ADD 1 TO WS-BCT-COUNT
               MOVE WS-BCT-COUNT    TO WS-BCT-HIT
               MOVE VISITOR-SITE    TO WS-BCT-SITE(WS-BCT-HIT)
               MOVE ZERO            TO WS-BCT-LAST(WS-BCT-HIT)
               MOVE 1               TO WS-BCT-LOW(WS-BCT-HIT)
               MOVE 999999          TO WS-BCT-HIGH(WS-BCT-HIT)
           END-IF.

           EVALUATE TRUE
               WHEN BADGE-CTR-OVERFLOWED
      *            writing back a partial table would drop the other
      *            buildings' counters and let them restart at the
      *            bottom of their range.
                   DISPLAY 'ATTENTION - BADGECTR depasse 20 sites, '
                       'fichier non reecrit - aucun badge attribue'
                   SET GREET-FAILED TO TRUE
               WHEN WS-BCT-HIT = ZERO
                   DISPLAY 'ATTENTION - aucune plage de badges pour '
                       'le site ' VISITOR-SITE
                       ' dans BADGECTR - aucun badge attribue'
                   SET GREET-FAILED TO TRUE
               WHEN OTHER
                   PERFORM 3070-TAKE-NEXT-NUMBER
           END-EVALUATE.

       3060-LOAD-COUNTER.
           IF WS-BCT-COUNT < 20
               ADD 1 TO WS-BCT-COUNT
      *        the old one-building file is a bare counter - its
      *        site and range read back as spaces.
               IF BCT-SITE = SPACES
                   MOVE WS-DEFAULT-SITE TO WS-BCT-SITE(WS-BCT-COUNT)
               ELSE
                   MOVE BCT-SITE        TO WS-BCT-SITE(WS-BCT-COUNT)
               END-IF
               IF BCT-LAST-BADGE IS NUMERIC
                   MOVE BCT-LAST-BADGE  TO WS-BCT-LAST(WS-BCT-COUNT)
               ELSE
                   MOVE ZERO            TO WS-BCT-LAST(WS-BCT-COUNT)
               END-IF
               IF BCT-RANGE-LOW IS NUMERIC
                   MOVE BCT-RANGE-LOW   TO WS-BCT-LOW(WS-BCT-COUNT)
               ELSE
                   MOVE 1               TO WS-BCT-LOW(WS-BCT-COUNT)
               END-IF
               IF BCT-RANGE-HIGH IS NUMERIC
                   MOVE BCT-RANGE-HIGH  TO WS-BCT-HIGH(WS-BCT-COUNT)
               ELSE
                   MOVE 999999          TO WS-BCT-HIGH(WS-BCT-COUNT)
               END-IF
           ELSE
               SET BADGE-CTR-OVERFLOWED TO TRUE
           END-IF.

       3070-TAKE-NEXT-NUMBER.
           COMPUTE WS-BCT-NEXT = WS-BCT-LAST(WS-BCT-HIT) + 1.
           IF WS-BCT-NEXT < WS-BCT-LOW(WS-BCT-HIT)
               MOVE WS-BCT-LOW(WS-BCT-HIT) TO WS-BCT-NEXT
           END-IF.

           IF WS-BCT-NEXT > WS-BCT-HIGH(WS-BCT-HIT)
      *        running on into the next building's numbers would
      *        give two visitors the same badge - stop here, and
      *        operations widen or move the range.
               DISPLAY 'ATTENTION - plage de badges du site '
                   VISITOR-SITE ' epuisee (' WS-BCT-HIGH(WS-BCT-HIT)
                   ') - aucun badge attribue'
               SET GREET-FAILED TO TRUE
           ELSE
               MOVE WS-BCT-NEXT TO WS-BCT-LAST(WS-BCT-HIT)
               MOVE WS-BCT-NEXT TO VISITOR-BADGE-NO
               PERFORM 3080-REWRITE-COUNTERS
               IF NOT BADGE-CTR-WRITTEN
      *            counter didn't persist - the next sign-in would
      *            re-read this same old value and hand out the same
      *            badge number again, so refuse this one instead of
      *            risking a duplicate physical badge.
                   DISPLAY 'ATTENTION - BADGECTR non ecrit, statut '
                       WS-BADGE-CTR-STATUS
                       ' - aucun badge attribue'
                   MOVE ZERO TO VISITOR-BADGE-NO
                   SET GREET-FAILED TO TRUE
               END-IF
           END-IF.

       3080-REWRITE-COUNTERS.
           MOVE 'N' TO WS-BCT-WRITE-SW.

           OPEN OUTPUT BADGE-CTR-FILE.
           IF BADGE-CTR-OK
               SET BADGE-CTR-WRITTEN TO TRUE
               PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                       UNTIL WS-BCT-IDX > WS-BCT-COUNT
                   MOVE SPACE TO BCT-SEP-1 BCT-SEP-2 BCT-SEP-3
                   MOVE WS-BCT-LAST(WS-BCT-IDX)  TO BCT-LAST-BADGE
                   MOVE WS-BCT-SITE(WS-BCT-IDX)  TO BCT-SITE
                   MOVE WS-BCT-LOW(WS-BCT-IDX)   TO BCT-RANGE-LOW
                   MOVE WS-BCT-HIGH(WS-BCT-IDX)  TO BCT-RANGE-HIGH
                   WRITE BADGE-CTR-RECORD
                   IF NOT BADGE-CTR-OK
                       MOVE 'N' TO WS-BCT-WRITE-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BADGE-CTR-FILE.

                                                   AUDIT-SEP-3
                                                   AUDIT-SEP-4
                                                   AUDIT-SEP-5
                                                   AUDIT-SEP-6
           MOVE VISITOR-NAME                   TO AUDIT-VISITOR-NAME
           MOVE VISITOR-ARRIVAL-DATE           TO AUDIT-DATE
           MOVE VISITOR-ARRIVAL-TIME           TO AUDIT-TIME
           MOVE WS-TERM-ID                     TO AUDIT-TERM-ID
           MOVE VISITOR-BADGE-NO               TO AUDIT-BADGE-NO
           MOVE 'I'                            TO AUDIT-EVENT-TYPE
           MOVE VISITOR-SITE                   TO AUDIT-SITE.

           WRITE AUDIT-LOG-RECORD.
           IF NOT AUDIT-LOG-OK
                                                  HIST-SEP-5
                                                  HIST-SEP-6
                                                  HIST-SEP-7
                                                  HIST-SEP-8
               MOVE VISITOR-NAME              TO HIST-VISITOR-NAME
               MOVE VISITOR-PURPOSE           TO HIST-PURPOSE
               MOVE VISITOR-HOST              TO HIST-HOST
               MOVE VISITOR-ARRIVAL-TIME      TO HIST-TIME
               MOVE WS-TERM-ID                TO HIST-TERM-ID
               MOVE VISITOR-COMPANY           TO HIST-COMPANY
               MOVE VISITOR-SITE              TO HIST-SITE
               WRITE VISIT-HIST-RECORD
               IF NOT VISIT-HIST-OK
                   DISPLAY
