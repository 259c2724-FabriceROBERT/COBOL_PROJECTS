      *      - writes the morning exception report (SWEEPRPT), so
      *        reception can chase badges and security knows how
      *        many live badges are outside the building.
      *    Each auto-close and carry-over carries the building the
      *    visitor signed in at, and the report is grouped by
      *    building with a count each, then the count for all.
      *    A voided badge's visit is swept like any other - the
      *    badge was already dead, but the visit still has to end.
      *    Ends CC 0 clean / 8 when something could not be written

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F.
       COPY BADGECRY.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
           05  WS-ONSITE-COUNT      PIC 9(04)  VALUE ZERO.
           05  WS-ONSITE-ENTRY      OCCURS 500 TIMES
                                     INDEXED BY WS-ONSITE-IDX.
               10  WS-ENTRY-SITE    PIC X(02).
               10  WS-ENTRY-BADGE   PIC 9(06).
               10  WS-ENTRY-NAME    PIC X(24).
               10  WS-ENTRY-OUT-SW  PIC X(01).
                   88  ENTRY-SIGNED-OUT    VALUE 'Y'.

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-SITE         PIC X(02).
           05  WS-SWAP-BADGE        PIC 9(06).
           05  WS-SWAP-NAME         PIC X(24).
           05  WS-SWAP-OUT-SW       PIC X(01).

       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.
       01  WS-CURRENT-SITE          PIC X(02)  VALUE SPACES.
       01  WS-SITE-OUT-COUNT        PIC 9(04)  VALUE ZERO.
       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-SITE-LINE.
           05  FILLER               PIC X(09) VALUE 'BUILDING '.
           05  WS-SITE-HEADING      PIC X(02).
           05  FILLER               PIC X(69) VALUE SPACES.

       01  WS-SITE-TOTAL-LINE.
           05  FILLER               PIC X(17)
                               VALUE 'BADGES STILL OUT '.
           05  WS-SITE-TOTAL-SITE   PIC X(02).
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-SITE-TOTAL-DISPLAY PIC ZZZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-BADGE      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
               ELSE
                   MOVE ZERO TO WS-ENTRY-BADGE(WS-ONSITE-COUNT)
               END-IF
               IF AUDIT-SITE = SPACES
                   MOVE WS-DEFAULT-SITE
                       TO WS-ENTRY-SITE(WS-ONSITE-COUNT)
               ELSE
                   MOVE AUDIT-SITE TO WS-ENTRY-SITE(WS-ONSITE-COUNT)
               END-IF
               MOVE AUDIT-VISITOR-NAME
                   TO WS-ENTRY-NAME(WS-ONSITE-COUNT)
               MOVE 'N' TO WS-ENTRY-OUT-SW(WS-ONSITE-COUNT)
                                                   AUDIT-SEP-3
                                                   AUDIT-SEP-4
                                                   AUDIT-SEP-5
                                                   AUDIT-SEP-6
               MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)
                                               TO AUDIT-VISITOR-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO AUDIT-DATE
               MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX)
                                               TO AUDIT-BADGE-NO
               MOVE 'C'                        TO AUDIT-EVENT-TYPE
               MOVE WS-ENTRY-SITE(WS-SEARCH-IDX)
                                               TO AUDIT-SITE
               WRITE AUDIT-LOG-RECORD
               IF NOT AUDIT-LOG-OK
                   DISPLAY
               SET CARRY-OVER-FAILED TO TRUE
           ELSE
               INITIALIZE CARRY-OVER-RECORD
               MOVE SPACE TO CRY-SEP-1 CRY-SEP-2 CRY-SEP-3
               MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX) TO CRY-BADGE-NO
               MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)  TO CRY-VISITOR-NAME
               MOVE WS-TODAY                      TO CRY-DATE
               MOVE WS-ENTRY-SITE(WS-SEARCH-IDX)  TO CRY-SITE
               WRITE CARRY-OVER-RECORD
               IF NOT CARRY-OK
                   DISPLAY 'ATTENTION - ecriture BADGECRY echouee, '
               WRITE REPORT-LINE
           END-IF.

           PERFORM 3050-SORT-BY-SITE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-ONSITE-COUNT
               IF NOT ENTRY-SIGNED-OUT(WS-SEARCH-IDX)
                   IF WS-ENTRY-SITE(WS-SEARCH-IDX) NOT = WS-CURRENT-SITE
                       PERFORM 3100-START-SITE
                   END-IF
                   ADD 1 TO WS-SITE-OUT-COUNT
                   MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX)
                       TO WS-DETAIL-BADGE
                   MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)
               END-IF
           END-PERFORM.

           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 3200-PUT-SITE-TOTAL
           END-IF.

           MOVE WS-SWEPT-COUNT TO WS-TOTAL-DISPLAY.
           DISPLAY WS-TOTAL-LINE.
           IF REPORT-OK
               DISPLAY 'ATTENTION - liste incomplete, voir messages '
                   'ci-dessus'
           END-IF.

       3050-SORT-BY-SITE.
      *    exchange sort on the building alone - an entry only moves
      *    past one of another building, so within a building the
      *    list stays in arrival order.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-ONSITE-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-ONSITE-COUNT
                   IF WS-ENTRY-SITE(WS-SEARCH-IDX) >
                           WS-ENTRY-SITE(WS-SEARCH-IDX + 1)
                       MOVE WS-ONSITE-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-ONSITE-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-ONSITE-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-ONSITE-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-START-SITE.
           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 3200-PUT-SITE-TOTAL
           END-IF.
           MOVE WS-ENTRY-SITE(WS-SEARCH-IDX) TO WS-CURRENT-SITE.
           MOVE ZERO TO WS-SITE-OUT-COUNT.
           MOVE WS-CURRENT-SITE TO WS-SITE-HEADING.
           DISPLAY WS-SITE-LINE.
           IF REPORT-OK
               MOVE WS-SITE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-PUT-SITE-TOTAL.
           MOVE WS-CURRENT-SITE   TO WS-SITE-TOTAL-SITE.
           MOVE WS-SITE-OUT-COUNT TO WS-SITE-TOTAL-DISPLAY.
           DISPLAY WS-SITE-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-SITE-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
