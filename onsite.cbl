      *    Arrivals written before AUDITLOG carried a badge number
      *    sort first under badge zero and can never be matched to a
      *    sign-out - better on this list wrongly than off it wrongly.
      *    The list is grouped by building (AUDIT-SITE of the
      *    arrival, spaces read as the original building '01'), each
      *    with its own count, then the count for all buildings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-ONSITE-COUNT      PIC 9(04)  VALUE ZERO.
           05  WS-ONSITE-ENTRY      OCCURS 500 TIMES
                                     INDEXED BY WS-ONSITE-IDX.
      *        site then badge, compared as one key for the sort.
               10  WS-ENTRY-KEY.
                   15  WS-ENTRY-SITE    PIC X(02).
                   15  WS-ENTRY-BADGE   PIC 9(06).
               10  WS-ENTRY-NAME    PIC X(24).
               10  WS-ENTRY-TIME    PIC 9(06).
               10  WS-ENTRY-OUT-SW  PIC X(01).
       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-SITE         PIC X(02).
           05  WS-SWAP-BADGE        PIC 9(06).
           05  WS-SWAP-NAME         PIC X(24).
           05  WS-SWAP-TIME         PIC 9(06).
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-STILL-ON-SITE         PIC 9(04)  VALUE ZERO.
       01  WS-SITE-ON-SITE          PIC 9(04)  VALUE ZERO.
       01  WS-CURRENT-SITE          PIC X(02)  VALUE SPACES.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26)
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-SITE-LINE.
           05  FILLER               PIC X(09) VALUE 'BUILDING '.
           05  WS-SITE-HEADING      PIC X(02).
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(08) VALUE 'BADGE   '.
           05  FILLER               PIC X(28) VALUE 'NAME'.
           05  WS-DETAIL-FLAG       PIC X(08).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-SITE-TOTAL-LINE.
           05  FILLER               PIC X(14) VALUE 'STILL ON SITE '.
           05  WS-SITE-TOTAL-SITE   PIC X(02).
           05  FILLER               PIC X(03) VALUE ' : '.
           05  WS-SITE-TOTAL-DISPLAY PIC ZZZZ9.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'STILL ON SITE : '.
           05  WS-TOTAL-DISPLAY     PIC ZZZZ9.
      *    a second run of this report from the menu must not start
      *    with the previous run's table still loaded.
           MOVE ZERO TO WS-ONSITE-COUNT
                        WS-STILL-ON-SITE
                        WS-SITE-ON-SITE.
           MOVE SPACES TO WS-CURRENT-SITE.
           MOVE 'N'  TO WS-EOF-SWITCH.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
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
               MOVE AUDIT-TIME TO WS-ENTRY-TIME(WS-ONSITE-COUNT)
                   UNTIL WS-SORT-IDX >= WS-ONSITE-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-ONSITE-COUNT
                   IF WS-ENTRY-KEY(WS-SEARCH-IDX) >
                           WS-ENTRY-KEY(WS-SEARCH-IDX + 1)
                       MOVE WS-ONSITE-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-ONSITE-ENTRY(WS-SEARCH-IDX + 1)
       3000-PRODUCE-REPORT.
           MOVE WS-TODAY TO WS-HEADING-DATE.
           DISPLAY WS-HEADING-LINE.
           IF REPORT-OK
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-ONSITE-COUNT
               IF NOT ENTRY-SIGNED-OUT(WS-SEARCH-IDX)
                   IF WS-ENTRY-SITE(WS-SEARCH-IDX) NOT = WS-CURRENT-SITE
                       PERFORM 3100-START-SITE
                   END-IF
                   ADD 1 TO WS-STILL-ON-SITE
                   ADD 1 TO WS-SITE-ON-SITE
                   MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX)
                       TO WS-DETAIL-BADGE
                   MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)
               END-IF
           END-PERFORM.

           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 3200-PUT-SITE-TOTAL
           END-IF.

           MOVE WS-STILL-ON-SITE TO WS-TOTAL-DISPLAY.
           DISPLAY WS-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-START-SITE.
           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 3200-PUT-SITE-TOTAL
           END-IF.
           MOVE WS-ENTRY-SITE(WS-SEARCH-IDX) TO WS-CURRENT-SITE.
           MOVE ZERO TO WS-SITE-ON-SITE.
           MOVE WS-CURRENT-SITE TO WS-SITE-HEADING.
           DISPLAY WS-SITE-LINE.
           DISPLAY WS-COLUMN-LINE.
           IF REPORT-OK
               MOVE WS-SITE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-PUT-SITE-TOTAL.
           MOVE WS-CURRENT-SITE TO WS-SITE-TOTAL-SITE.
           MOVE WS-SITE-ON-SITE TO WS-SITE-TOTAL-DISPLAY.
           DISPLAY WS-SITE-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-SITE-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
