      *    read ends the step with condition code 8 instead of a
      *    warning into a SYSOUT nobody watches. The report files
      *    to DAYSUMRP and is echoed to the console either way.
      *    Arrivals are counted per building (AUDIT-SITE, spaces read
      *    as the original building '01'): one section per building
      *    with its own total, then the total for all buildings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TODAY                 PIC 9(08).

       01  WS-TOTAL-VISITORS        PIC 9(05)  VALUE ZERO.
       01  WS-SITE-VISITORS         PIC 9(05)  VALUE ZERO.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.
       01  WS-EVENT-SITE            PIC X(02).
       01  WS-CURRENT-SITE          PIC X(02)  VALUE SPACES.

       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-NAME-ENTRY        OCCURS 500 TIMES
                                     INDEXED BY WS-NAME-IDX.
               10  WS-ENTRY-SITE    PIC X(02).
               10  WS-ENTRY-NAME    PIC X(24).
               10  WS-ENTRY-TALLY   PIC 9(05).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-SITE         PIC X(02).
           05  WS-SWAP-NAME         PIC X(24).
           05  WS-SWAP-TALLY        PIC 9(05).
       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

           05  WS-REPORT-COUNT      PIC ZZZZ9.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-SITE-LINE.
           05  FILLER               PIC X(09) VALUE 'BUILDING '.
           05  WS-SITE-HEADING      PIC X(02).
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-SITE-TOTAL-LINE.
           05  FILLER               PIC X(11) VALUE 'TOTAL SITE '.
           05  WS-SITE-TOTAL-SITE   PIC X(02).
           05  FILLER               PIC X(03) VALUE ':  '.
           05  WS-SITE-TOTAL-DISPLAY PIC ZZZZ9.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'TOTAL VISITORS:'.
           05  WS-TOTAL-DISPLAY     PIC ZZZZ9.
       1100-TALLY-VISITOR.
           ADD 1 TO WS-TOTAL-VISITORS.

           IF AUDIT-SITE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-EVENT-SITE
           ELSE
               MOVE AUDIT-SITE TO WS-EVENT-SITE
           END-IF.

           SET WS-FOUND-SWITCH TO 'N'.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-NAME-COUNT
               IF WS-ENTRY-NAME(WS-SEARCH-IDX) = AUDIT-VISITOR-NAME
                  AND WS-ENTRY-SITE(WS-SEARCH-IDX) = WS-EVENT-SITE
                   ADD 1 TO WS-ENTRY-TALLY(WS-SEARCH-IDX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
           IF NOT ENTRY-FOUND
               IF WS-NAME-COUNT < 500
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-EVENT-SITE
                       TO WS-ENTRY-SITE(WS-NAME-COUNT)
                   MOVE AUDIT-VISITOR-NAME
                       TO WS-ENTRY-NAME(WS-NAME-COUNT)
                   MOVE 1 TO WS-ENTRY-TALLY(WS-NAME-COUNT)
               END-IF
           END-IF.

       1900-SORT-BY-SITE.
      *    exchange sort on the building alone, so within a building
      *    the names keep the order they first arrived in.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-NAME-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-NAME-COUNT
                   IF WS-ENTRY-SITE(WS-SEARCH-IDX) >
                           WS-ENTRY-SITE(WS-SEARCH-IDX + 1)
                       MOVE WS-NAME-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-NAME-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-NAME-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-NAME-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-PRODUCE-REPORT.
           MOVE WS-TODAY TO WS-HEADING-DATE.
           DISPLAY WS-HEADING-LINE.
               WRITE REPORT-LINE
           END-IF.

           PERFORM 1900-SORT-BY-SITE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-NAME-COUNT
               IF WS-ENTRY-SITE(WS-SEARCH-IDX) NOT = WS-CURRENT-SITE
                   PERFORM 2100-START-SITE
               END-IF
               ADD WS-ENTRY-TALLY(WS-SEARCH-IDX) TO WS-SITE-VISITORS
               MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)  TO WS-REPORT-NAME
               MOVE WS-ENTRY-TALLY(WS-SEARCH-IDX) TO WS-REPORT-COUNT
               DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM.

           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 2200-PUT-SITE-TOTAL
           END-IF.

           MOVE WS-TOTAL-VISITORS TO WS-TOTAL-DISPLAY.
           DISPLAY WS-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-START-SITE.
           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 2200-PUT-SITE-TOTAL
           END-IF.
           MOVE WS-ENTRY-SITE(WS-SEARCH-IDX) TO WS-CURRENT-SITE.
           MOVE ZERO TO WS-SITE-VISITORS.
           MOVE WS-CURRENT-SITE TO WS-SITE-HEADING.
           DISPLAY WS-SITE-LINE.
           IF REPORT-OK
               MOVE WS-SITE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2200-PUT-SITE-TOTAL.
           MOVE WS-CURRENT-SITE  TO WS-SITE-TOTAL-SITE.
           MOVE WS-SITE-VISITORS TO WS-SITE-TOTAL-DISPLAY.
           DISPLAY WS-SITE-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-SITE-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
