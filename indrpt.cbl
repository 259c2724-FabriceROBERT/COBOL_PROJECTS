       IDENTIFICATION DIVISION.
       PROGRAM-ID. IndRpt.
       AUTHOR. Fabrice.

      *    Monthly list of returning visitors whose safety briefing
      *    runs out in the next 30 days, so reception can brief them
      *    ahead of their next visit (Induct) instead of at the desk
      *    with a queue behind them - or, for a pre-registered
      *    visitor, instead of finding the record rejected INDUCTN
      *    by the overnight batch.
      *    A briefing is good for 12 months: one given on 20250315
      *    runs out after 20260315, as SafeChk counts it. Returning
      *    means signed in at least once - a record Induct created
      *    for someone who never came is not listed, nor is anyone
      *    with no briefing on file (nothing to expire).
      *    Read straight from VISITMST, sorted by expiry date. The
      *    date the 30 days run from comes from RPTPARM (YYYYMMDD in
      *    columns 1-8, an empty record means today) so the job runs
      *    unattended, or is asked on the console when there is no
      *    RPTPARM - the DurRpt convention. In parameter mode an
      *    unreadable VISITMST ends with condition code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VISITOR-MASTER-FILE
               ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "INDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-MASTER-FILE.
       COPY VISITMST.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK                 VALUE '00'.
           88  MASTER-ABSENT             VALUE '05'.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK              VALUE '00'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-PARM-MODE-SW          PIC X(01)  VALUE 'N'.
           88  PARM-MODE                  VALUE 'Y'.

       01  WS-BROKEN-SW             PIC X(01)  VALUE 'N'.
           88  REPORT-BROKEN              VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-AS-OF-DATE            PIC 9(08).
       01  WS-DATE-ANSWER           PIC X(08).
       01  WS-PARM-DATA             PIC X(80).

      *    the window, as briefing dates: a briefing given between
      *    these two runs out between the as-of date and 30 days on.
      *    A year back is the same month and day a year earlier, as
      *    SafeChk takes it.
       01  WS-WINDOW-END            PIC 9(08).
       01  WS-BRIEFED-FROM          PIC 9(08).
       01  WS-BRIEFED-TO            PIC 9(08).
       01  WS-WINDOW-DAYS           PIC 9(03)  VALUE 30.

       01  WS-READ-COUNT            PIC 9(06)  VALUE ZERO.

      *    expiry date in front so the table sorts straight into
      *    report order.
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT         PIC 9(04)  VALUE ZERO.
           05  WS-DUE-ENTRY         OCCURS 1000 TIMES.
               10  WS-DUE-KEY.
                   15  WS-DUE-EXPIRES
                                    PIC 9(08).
                   15  WS-DUE-NAME  PIC X(24).
               10  WS-DUE-LAST-DATE PIC 9(08).
               10  WS-DUE-VISITS    PIC 9(05).
               10  WS-DUE-BRIEFED   PIC 9(08).
               10  WS-DUE-HOST      PIC X(20).

       01  WS-DUE-OVER-COUNT        PIC 9(04)  VALUE ZERO.

       01  WS-SWAP-ENTRY            PIC X(73).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(31)
                          VALUE 'SAFETY BRIEFINGS EXPIRING FROM '.
           05  WS-HEADING-FROM      PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  WS-HEADING-TO        PIC 9(08).
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(25) VALUE 'VISITOR'.
           05  FILLER               PIC X(10) VALUE 'LAST VISIT'.
           05  FILLER               PIC X(07) VALUE ' VISITS'.
           05  FILLER               PIC X(10) VALUE '   BRIEFED'.
           05  FILLER               PIC X(10) VALUE '   EXPIRES'.
           05  FILLER               PIC X(18) VALUE '  LAST HOST'.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-NAME       PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DETAIL-LAST       PIC 9(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DETAIL-VISITS     PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-BRIEFED    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-EXPIRES    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-HOST       PIC X(16).

       01  WS-COUNT-LINE.
           05  WS-COUNT-LABEL       PIC X(30).
           05  WS-COUNT-VALUE       PIC ZZZZZZZ9.
           05  FILLER               PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-RESET-STATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0500-GET-AS-OF-DATE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'INDRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
               IF PARM-MODE
                   SET REPORT-BROKEN TO TRUE
               END-IF
           END-IF.

           PERFORM 1000-LOAD-DUE-BRIEFINGS.

           IF NOT REPORT-BROKEN
               PERFORM 3800-SORT-BY-EXPIRY
               PERFORM 4000-PRODUCE-REPORT
           END-IF.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           IF REPORT-BROKEN
               DISPLAY 'ATTENTION - entrees illisibles, rapport non '
                   'produit'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0100-RESET-STATE.
           MOVE ZERO TO WS-DUE-COUNT
                        WS-DUE-OVER-COUNT
                        WS-READ-COUNT.
           MOVE 'N'  TO WS-PARM-MODE-SW
                        WS-BROKEN-SW.

       0500-GET-AS-OF-DATE.
      *    RPTPARM present means an unattended run - no prompts,
      *    date from the record, today when it is empty.
           OPEN INPUT PARM-FILE.
           IF PARM-OPEN-OK
               SET PARM-MODE TO TRUE
               MOVE SPACES TO WS-PARM-DATA
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RECORD TO WS-PARM-DATA
               END-READ
           END-IF.
           CLOSE PARM-FILE.

           IF NOT PARM-MODE
               DISPLAY 'As of (YYYYMMDD, blank = today) ?'
               ACCEPT WS-DATE-ANSWER
           END-IF.

           EVALUATE TRUE
               WHEN PARM-MODE AND WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-AS-OF-DATE
               WHEN PARM-MODE
                   MOVE WS-TODAY TO WS-AS-OF-DATE
               WHEN WS-DATE-ANSWER = SPACES
                   MOVE WS-TODAY TO WS-AS-OF-DATE
               WHEN WS-DATE-ANSWER IS NUMERIC
                   MOVE WS-DATE-ANSWER TO WS-AS-OF-DATE
               WHEN OTHER
                   DISPLAY 'Invalid date, using today.'
                   MOVE WS-TODAY TO WS-AS-OF-DATE
           END-EVALUATE.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = ZERO
               DISPLAY 'Invalid date ' WS-AS-OF-DATE
                   ', using today.'
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF.

           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               + WS-WINDOW-DAYS).
           COMPUTE WS-BRIEFED-FROM = WS-AS-OF-DATE - 10000.
           COMPUTE WS-BRIEFED-TO   = WS-WINDOW-END - 10000.

       1000-LOAD-DUE-BRIEFINGS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISITOR-MASTER-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               IF MST-VISIT-COUNT IS NUMERIC
                                  AND MST-VISIT-COUNT > ZERO
                                  AND MST-INDUCTION-DATE IS NUMERIC
                                  AND MST-INDUCTION-DATE
                                          NOT < WS-BRIEFED-FROM
                                  AND MST-INDUCTION-DATE
                                          NOT > WS-BRIEFED-TO
                                   PERFORM 1100-ADD-DUE-VISITOR
                               END-IF
                       END-READ
                       IF NOT END-OF-INPUT
                          AND NOT MASTER-OK
                           DISPLAY 'ATTENTION - lecture VISITMST en '
                               'erreur, statut ' WS-MASTER-STATUS
                           SET END-OF-INPUT TO TRUE
                           IF PARM-MODE
                               SET REPORT-BROKEN TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN MASTER-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITMST illisible, statut '
                       WS-MASTER-STATUS
                   IF PARM-MODE
                       SET REPORT-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

       1100-ADD-DUE-VISITOR.
           IF WS-DUE-COUNT < 1000
               ADD 1 TO WS-DUE-COUNT
               COMPUTE WS-DUE-EXPIRES(WS-DUE-COUNT) =
                   MST-INDUCTION-DATE + 10000
               MOVE MST-NAME           TO WS-DUE-NAME(WS-DUE-COUNT)
               MOVE MST-LAST-DATE      TO WS-DUE-LAST-DATE(WS-DUE-COUNT)
               MOVE MST-VISIT-COUNT    TO WS-DUE-VISITS(WS-DUE-COUNT)
               MOVE MST-INDUCTION-DATE TO WS-DUE-BRIEFED(WS-DUE-COUNT)
               MOVE MST-HOST           TO WS-DUE-HOST(WS-DUE-COUNT)
           ELSE
               ADD 1 TO WS-DUE-OVER-COUNT
           END-IF.

       3800-SORT-BY-EXPIRY.
      *    plain exchange sort on expiry date then name, as OnSite
      *    sorts its list.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-DUE-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-DUE-COUNT
                   IF WS-DUE-KEY(WS-SEARCH-IDX) >
                           WS-DUE-KEY(WS-SEARCH-IDX + 1)
                       MOVE WS-DUE-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-DUE-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-DUE-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-DUE-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRODUCE-REPORT.
           MOVE WS-AS-OF-DATE   TO WS-HEADING-FROM.
           MOVE WS-WINDOW-END   TO WS-HEADING-TO.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE WS-COLUMN-LINE  TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DUE-COUNT
               PERFORM 4200-PUT-VISITOR-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'MASTER RECORDS READ'   TO WS-COUNT-LABEL.
           MOVE WS-READ-COUNT           TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE           TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'BRIEFINGS EXPIRING'    TO WS-COUNT-LABEL.
           COMPUTE WS-COUNT-VALUE = WS-DUE-COUNT + WS-DUE-OVER-COUNT.
           MOVE WS-COUNT-LINE           TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           IF WS-DUE-OVER-COUNT > ZERO
               MOVE 'VISITORS NOT LISTED (TABLE FULL)'
                   TO WS-COUNT-LABEL
               MOVE WS-DUE-OVER-COUNT TO WS-COUNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
           END-IF.

       4200-PUT-VISITOR-LINE.
           MOVE WS-DUE-NAME(WS-SEARCH-IDX)      TO WS-DETAIL-NAME.
           MOVE WS-DUE-LAST-DATE(WS-SEARCH-IDX) TO WS-DETAIL-LAST.
           MOVE WS-DUE-VISITS(WS-SEARCH-IDX)    TO WS-DETAIL-VISITS.
           MOVE WS-DUE-BRIEFED(WS-SEARCH-IDX)   TO WS-DETAIL-BRIEFED.
           MOVE WS-DUE-EXPIRES(WS-SEARCH-IDX)   TO WS-DETAIL-EXPIRES.
           MOVE WS-DUE-HOST(WS-SEARCH-IDX)      TO WS-DETAIL-HOST.
           MOVE WS-DETAIL-LINE                  TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

       4900-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
