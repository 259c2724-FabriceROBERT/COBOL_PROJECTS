       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchSwp.
       AUTHOR. Fabrice.

      *    Retroactive watchlist sweep. WatchChk only screens a name
      *    at the moment it signs in - when building security adds a
      *    name to WATCHLST, nobody tells them that the person signed
      *    in three times last month, or is in the building right
      *    now. This step matches every WATCHLST name against:
      *      - today's AUDITLOG, for anybody ON SITE now (arrivals
      *        with no matching departure, the OnSite rules - a
      *        voided badge's visitor is still inside), with the
      *        host from today's VISITHST so security knows where
      *        to go;
      *      - PREREG, for anybody EXPECTED (pre-registrations due
      *        today or later, and the old dateless ones the next
      *        batch run would still sign in) and PASSES, for any
      *        contractor whose pass still runs today or later - the
      *        batch signs them in on their working days without
      *        anybody keying the name;
      *      - VISITHST, for every PAST visit, with host and badge,
      *        and VISITMST for the first/last seen dates and visit
      *        count the master has kept since before VISITHST
      *        existed.
      *    The report (WATCHRPT, echoed to the console) lists the hits
      *    in that order - the ones security must act on first. Every
      *    hit is also appended to WATCHLOG the way WatchChk logs a
      *    refused sign-in, but with TERMID WATCHSWP and a hit type
      *    ('S' on site, 'P' expected, 'H' history) so security can
      *    tell a sweep finding from somebody at the desk. Names are
      *    matched exactly, as WatchChk matches them.
      *    Condition codes:
      *      0 - nobody on the list on site or expected (past visits,
      *          if any, are in the report for security to read)
      *      8 - a listed person is ON SITE or EXPECTED
      *     12 - the sweep is complete and in the report, but its
      *          findings could not all be appended to WATCHLOG -
      *          act on WATCHRPT as for 8, and get the log put
      *          right: security's review reads WATCHLOG, not this
      *          report
      *     16 - WATCHLST or a visitor file present but unreadable,
      *          the sweep is not complete
      *    Read-only on every visitor file - it only appends to
      *    WATCHLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.

           SELECT OPTIONAL WATCH-LOG-FILE
               ASSIGN TO "WATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LOG-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL PREREG-FILE
               ASSIGN TO "PREREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.

           SELECT OPTIONAL PASS-FILE
               ASSIGN TO "PASSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

      *    the master is indexed (VisMstr) - scanned here front to
      *    back in key order, as Reconcl does.
           SELECT OPTIONAL VISITOR-MASTER-FILE
               ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "WATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
       COPY WATCHLST.

       FD  WATCH-LOG-FILE
           RECORDING MODE IS F.
       COPY WATCHLOG.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  PREREG-FILE
           RECORDING MODE IS F.
       COPY PREREG.

       FD  PASS-FILE
           RECORDING MODE IS F.
       COPY CTRPASS.

       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  VISITOR-MASTER-FILE.
       COPY VISITMST.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WATCH-LIST-STATUS     PIC X(02).
           88  WATCH-LIST-OK             VALUE '00'.
      *    '05' is the normal OPEN status for a SELECT OPTIONAL file
      *    that is simply absent - no list, nothing to sweep.
           88  WATCH-LIST-ABSENT         VALUE '05'.

       01  WS-WATCH-LOG-STATUS      PIC X(02).
           88  WATCH-LOG-OK              VALUE '00' '05'.

       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK              VALUE '00'.
           88  AUDIT-LOG-ABSENT          VALUE '05'.

       01  WS-PREREG-STATUS         PIC X(02).
           88  PREREG-OK                 VALUE '00'.
           88  PREREG-ABSENT             VALUE '05'.

       01  WS-PASS-STATUS           PIC X(02).
           88  PASS-FILE-OK              VALUE '00'.
           88  PASS-FILE-ABSENT          VALUE '05'.

       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.
           88  VISIT-HIST-ABSENT         VALUE '05'.

       01  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK                 VALUE '00'.
           88  MASTER-ABSENT             VALUE '05'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-BROKEN-SW             PIC X(01)  VALUE 'N'.
           88  SWEEP-BROKEN               VALUE 'Y'.

       01  WS-LOG-BROKEN-SW         PIC X(01)  VALUE 'N'.
           88  WATCH-LOG-BROKEN           VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).

       01  WS-WATCH-TABLE.
           05  WS-WATCH-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-WATCH-ENTRY       OCCURS 500 TIMES
                                     INDEXED BY WS-WATCH-IDX.
               10  WS-WCH-NAME      PIC X(24).
               10  WS-WCH-REASON    PIC X(30).

       01  WS-WATCH-OVER-COUNT      PIC 9(04)  VALUE ZERO.

      *    today's arrivals of listed names only - everybody else is
      *    of no interest to this sweep.
       01  WS-ONSITE-TABLE.
           05  WS-ONSITE-COUNT      PIC 9(04)  VALUE ZERO.
           05  WS-ONSITE-ENTRY      OCCURS 200 TIMES
                                     INDEXED BY WS-ONSITE-IDX.
               10  WS-ONS-BADGE     PIC 9(06).
               10  WS-ONS-NAME      PIC X(24).
               10  WS-ONS-TIME      PIC 9(06).
               10  WS-ONS-HOST      PIC X(20).
               10  WS-ONS-OUT-SW    PIC X(01).
                   88  ONS-SIGNED-OUT      VALUE 'Y'.
                   88  ONS-VOIDED          VALUE 'V'.

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-MATCH-IDX             PIC 9(04).
       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-WATCHED-SW            PIC X(01)  VALUE 'N'.
           88  NAME-IS-WATCHED            VALUE 'Y'.
       01  WS-CANDIDATE-NAME        PIC X(24).

       01  WS-ONSITE-HITS           PIC 9(05)  VALUE ZERO.
       01  WS-EXPECTED-HITS         PIC 9(05)  VALUE ZERO.
       01  WS-HISTORY-HITS          PIC 9(05)  VALUE ZERO.
       01  WS-MASTER-HITS           PIC 9(05)  VALUE ZERO.

       01  WS-HIT-TYPE              PIC X(01).

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26)
                                     VALUE 'WATCHLIST SWEEP FOR DATE  '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(26) VALUE 'NAME'.
           05  FILLER               PIC X(09) VALUE 'DATE'.
           05  FILLER               PIC X(07) VALUE 'TIME'.
           05  FILLER               PIC X(07) VALUE 'BADGE'.
           05  FILLER               PIC X(21) VALUE 'HOST'.
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-HIT-LINE.
           05  WS-HIT-NAME          PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HIT-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HIT-TIME          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HIT-BADGE         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HIT-HOST          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HIT-NOTE          PIC X(10).

       01  WS-MASTER-LINE.
           05  WS-MST-LINE-NAME     PIC X(24).
           05  FILLER               PIC X(15)
                                     VALUE '  MASTER FIRST '.
           05  WS-MST-LINE-FIRST    PIC X(08).
           05  FILLER               PIC X(06) VALUE ' LAST '.
           05  WS-MST-LINE-LAST     PIC X(08).
           05  FILLER               PIC X(08) VALUE ' VISITS '.
           05  WS-MST-LINE-COUNT    PIC X(05).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL       PIC X(20).
           05  WS-TOTAL-DISPLAY     PIC ZZZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'WATCHRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           MOVE WS-TODAY TO WS-HEADING-DATE.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           PERFORM 1000-LOAD-WATCH-LIST.
           IF NOT SWEEP-BROKEN
               PERFORM 2000-SWEEP-ON-SITE
           END-IF.
           IF NOT SWEEP-BROKEN
               PERFORM 3000-SWEEP-PRE-REGISTRATIONS
           END-IF.
           IF NOT SWEEP-BROKEN
               PERFORM 3200-SWEEP-CONTRACTOR-PASSES
           END-IF.
           IF NOT SWEEP-BROKEN
               PERFORM 4000-SWEEP-VISIT-HISTORY
           END-IF.
           IF NOT SWEEP-BROKEN
               PERFORM 5000-SWEEP-VISITOR-MASTER
           END-IF.

           PERFORM 6000-PUT-TOTALS.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           EVALUATE TRUE
               WHEN SWEEP-BROKEN
                   DISPLAY 'ATTENTION - balayage interrompu, voir '
                       'messages ci-dessus'
                   MOVE 16 TO RETURN-CODE
               WHEN WATCH-LOG-BROKEN
                   DISPLAY 'ATTENTION - constats non traces dans '
                       'WATCHLOG, voir WATCHRPT'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ONSITE-HITS > ZERO
                 OR WS-EXPECTED-HITS > ZERO
                   DISPLAY 'ATTENTION - personne surveillee presente '
                       'ou attendue, voir WATCHRPT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Balayage termine : ' WS-WATCH-COUNT
                       ' nom(s) verifie(s), aucune presence'
           END-EVALUATE.

           STOP RUN.

       1000-LOAD-WATCH-LIST.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WATCH-LIST-FILE.
           EVALUATE TRUE
               WHEN WATCH-LIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ WATCH-LIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 1100-TAKE-ONE-WATCH-NAME
                       END-READ
                   END-PERFORM
               WHEN WATCH-LIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - WATCHLST illisible, statut '
                       WS-WATCH-LIST-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE WATCH-LIST-FILE.

           IF WS-WATCH-OVER-COUNT > ZERO
      *        a partial list would report "nobody found" for names
      *        it never looked at - the sweep is not complete.
               DISPLAY 'ATTENTION - plus de 500 noms surveilles, '
                   WS-WATCH-OVER-COUNT ' non balaye(s)'
               SET SWEEP-BROKEN TO TRUE
           END-IF.

       1100-TAKE-ONE-WATCH-NAME.
           IF WATCH-NAME NOT = SPACES
               IF WS-WATCH-COUNT < 500
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WATCH-NAME   TO WS-WCH-NAME(WS-WATCH-COUNT)
                   MOVE WATCH-REASON TO WS-WCH-REASON(WS-WATCH-COUNT)
               ELSE
                   ADD 1 TO WS-WATCH-OVER-COUNT
               END-IF
           END-IF.

       1200-CHECK-WATCHED-NAME.
           MOVE 'N' TO WS-WATCHED-SW.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-WATCH-COUNT
                      OR NAME-IS-WATCHED
               IF WS-WCH-NAME(WS-SEARCH-IDX) = WS-CANDIDATE-NAME
                   SET NAME-IS-WATCHED TO TRUE
               END-IF
           END-PERFORM.

       2000-SWEEP-ON-SITE.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE TRUE
               WHEN AUDIT-LOG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ AUDIT-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF AUDIT-DATE = WS-TODAY
                                   PERFORM 2100-TAKE-ONE-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN AUDIT-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - AUDITLOG illisible, statut '
                       WS-AUDIT-LOG-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE AUDIT-LOG-FILE.

           IF NOT SWEEP-BROKEN
               PERFORM 2300-FIND-ONSITE-HOSTS
               PERFORM 2500-REPORT-ON-SITE
           END-IF.

       2100-TAKE-ONE-EVENT.
           EVALUATE TRUE
               WHEN AUDIT-EVENT-IN
                   MOVE AUDIT-VISITOR-NAME TO WS-CANDIDATE-NAME
                   PERFORM 1200-CHECK-WATCHED-NAME
                   IF NAME-IS-WATCHED
                       PERFORM 2150-ADD-WATCHED-ARRIVAL
                   END-IF
               WHEN AUDIT-EVENT-OUT
                   PERFORM 2200-FIND-OPEN-ARRIVAL
                   IF ENTRY-FOUND
                       MOVE 'Y' TO WS-ONS-OUT-SW(WS-MATCH-IDX)
                   END-IF
               WHEN AUDIT-EVENT-VOID
                   PERFORM 2200-FIND-OPEN-ARRIVAL
                   IF ENTRY-FOUND
                       MOVE 'V' TO WS-ONS-OUT-SW(WS-MATCH-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-ADD-WATCHED-ARRIVAL.
           IF WS-ONSITE-COUNT < 200
               ADD 1 TO WS-ONSITE-COUNT
               IF AUDIT-BADGE-NO IS NUMERIC
                   MOVE AUDIT-BADGE-NO
                       TO WS-ONS-BADGE(WS-ONSITE-COUNT)
               ELSE
                   MOVE ZERO TO WS-ONS-BADGE(WS-ONSITE-COUNT)
               END-IF
               MOVE AUDIT-VISITOR-NAME
                   TO WS-ONS-NAME(WS-ONSITE-COUNT)
               MOVE AUDIT-TIME TO WS-ONS-TIME(WS-ONSITE-COUNT)
               MOVE SPACES     TO WS-ONS-HOST(WS-ONSITE-COUNT)
               MOVE 'N'        TO WS-ONS-OUT-SW(WS-ONSITE-COUNT)
           ELSE
               DISPLAY 'ATTENTION - plus de 200 arrivees surveillees, '
                   'ignoree : ' AUDIT-VISITOR-NAME
               SET SWEEP-BROKEN TO TRUE
           END-IF.

       2200-FIND-OPEN-ARRIVAL.
           MOVE 'N'  TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-IDX.
           IF AUDIT-BADGE-NO IS NUMERIC
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ONSITE-COUNT
                          OR ENTRY-FOUND
                   IF WS-ONS-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                      AND NOT ONS-SIGNED-OUT(WS-SEARCH-IDX)
                       MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2300-FIND-ONSITE-HOSTS.
      *    AUDITLOG carries no host - today's history record for the
      *    same badge does. Best-effort: a missing history record
      *    leaves the host blank, the hit is still reported.
           IF WS-ONSITE-COUNT > ZERO
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT VISIT-HIST-FILE
               IF VISIT-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 2350-MATCH-ONSITE-HOST
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE VISIT-HIST-FILE
           END-IF.

       2350-MATCH-ONSITE-HOST.
           IF HIST-DATE = WS-TODAY
              AND HIST-BADGE-NO IS NUMERIC
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ONSITE-COUNT
                   IF WS-ONS-BADGE(WS-SEARCH-IDX) = HIST-BADGE-NO
                       MOVE HIST-HOST TO WS-ONS-HOST(WS-SEARCH-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       2500-REPORT-ON-SITE.
           MOVE 'ON SITE NOW' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'S' TO WS-HIT-TYPE.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-ONSITE-COUNT
               IF NOT ONS-SIGNED-OUT(WS-MATCH-IDX)
                   ADD 1 TO WS-ONSITE-HITS
                   MOVE WS-ONS-NAME(WS-MATCH-IDX)  TO WS-HIT-NAME
                   MOVE WS-TODAY                   TO WS-HIT-DATE
                   MOVE WS-ONS-TIME(WS-MATCH-IDX)  TO WS-HIT-TIME
                   MOVE WS-ONS-BADGE(WS-MATCH-IDX) TO WS-HIT-BADGE
                   MOVE WS-ONS-HOST(WS-MATCH-IDX)  TO WS-HIT-HOST
      *            the visitor is inside, the badge they carry is
      *            dead - security needs both facts, as on OnSite.
                   IF ONS-VOIDED(WS-MATCH-IDX)
                       MOVE '*VOID*' TO WS-HIT-NOTE
                   ELSE
                       MOVE SPACES TO WS-HIT-NOTE
                   END-IF
                   PERFORM 7000-RECORD-HIT
               END-IF
           END-PERFORM.

       3000-SWEEP-PRE-REGISTRATIONS.
           MOVE 'EXPECTED (PRE-REGISTERED)' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'P' TO WS-HIT-TYPE.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT PREREG-FILE.
           EVALUATE TRUE
               WHEN PREREG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ PREREG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 3100-TAKE-ONE-PREREG
                       END-READ
                   END-PERFORM
               WHEN PREREG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PREREG illisible, statut '
                       WS-PREREG-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE PREREG-FILE.

       3100-TAKE-ONE-PREREG.
      *    a past-dated record is an expired no-show the batch will
      *    never sign in - not "expected". Dateless records from the
      *    old extract are still signed in as due on the run date.
           IF VISITOR-IN-DATE NOT NUMERIC
              OR VISITOR-IN-DATE >= WS-TODAY
               IF VISITOR-IN-NAME(25:6) = SPACES
                   MOVE VISITOR-IN-NAME TO WS-CANDIDATE-NAME
                   PERFORM 1200-CHECK-WATCHED-NAME
                   IF NAME-IS-WATCHED
                       ADD 1 TO WS-EXPECTED-HITS
                       MOVE VISITOR-IN-NAME  TO WS-HIT-NAME
                       MOVE VISITOR-IN-DATE  TO WS-HIT-DATE
                       MOVE SPACES           TO WS-HIT-TIME
                                                WS-HIT-BADGE
                                                WS-HIT-NOTE
                       MOVE VISITOR-IN-HOST  TO WS-HIT-HOST
                       PERFORM 7000-RECORD-HIT
                   END-IF
               END-IF
           END-IF.

       3200-SWEEP-CONTRACTOR-PASSES.
           MOVE 'EXPECTED (CONTRACTOR PASS)' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'P' TO WS-HIT-TYPE.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT PASS-FILE.
           EVALUATE TRUE
               WHEN PASS-FILE-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ PASS-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 3300-TAKE-ONE-PASS
                       END-READ
                   END-PERFORM
               WHEN PASS-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PASSES illisible, statut '
                       WS-PASS-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE PASS-FILE.

       3300-TAKE-ONE-PASS.
      *    an expired pass is never signed in again - not "expected".
      *    The date column shows the pass's last day.
           IF PASS-VALID-TO IS NUMERIC
              AND PASS-VALID-TO >= WS-TODAY
               IF PASS-NAME(25:6) = SPACES
                   MOVE PASS-NAME TO WS-CANDIDATE-NAME
                   PERFORM 1200-CHECK-WATCHED-NAME
                   IF NAME-IS-WATCHED
                       ADD 1 TO WS-EXPECTED-HITS
                       MOVE PASS-NAME        TO WS-HIT-NAME
                       MOVE PASS-VALID-TO    TO WS-HIT-DATE
                       MOVE SPACES           TO WS-HIT-TIME
                                                WS-HIT-BADGE
                       MOVE PASS-HOST        TO WS-HIT-HOST
                       MOVE 'PASS UNTIL'     TO WS-HIT-NOTE
                       PERFORM 7000-RECORD-HIT
                   END-IF
               END-IF
           END-IF.

       4000-SWEEP-VISIT-HISTORY.
           MOVE 'PAST VISITS' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'H' TO WS-HIT-TYPE.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT VISIT-HIST-FILE.
           EVALUATE TRUE
               WHEN VISIT-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 4100-TAKE-ONE-HISTORY
                       END-READ
                   END-PERFORM
               WHEN VISIT-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITHST illisible, statut '
                       WS-VISIT-HIST-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE VISIT-HIST-FILE.

       4100-TAKE-ONE-HISTORY.
           MOVE HIST-VISITOR-NAME TO WS-CANDIDATE-NAME.
           PERFORM 1200-CHECK-WATCHED-NAME.
           IF NAME-IS-WATCHED
      *        the visit already reported as on site above is not
      *        a past visit - it is still going on.
               MOVE 'N' TO WS-FOUND-SWITCH
               IF HIST-DATE = WS-TODAY
                  AND HIST-BADGE-NO IS NUMERIC
                   PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX > WS-ONSITE-COUNT
                              OR ENTRY-FOUND
                       IF WS-ONS-BADGE(WS-SEARCH-IDX) = HIST-BADGE-NO
                          AND NOT ONS-SIGNED-OUT(WS-SEARCH-IDX)
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT ENTRY-FOUND
                   ADD 1 TO WS-HISTORY-HITS
                   MOVE HIST-VISITOR-NAME TO WS-HIT-NAME
                   MOVE HIST-DATE         TO WS-HIT-DATE
                   MOVE HIST-TIME         TO WS-HIT-TIME
                   MOVE HIST-BADGE-NO     TO WS-HIT-BADGE
                   MOVE HIST-HOST         TO WS-HIT-HOST
                   MOVE SPACES            TO WS-HIT-NOTE
                   PERFORM 7000-RECORD-HIT
               END-IF
           END-IF.

       5000-SWEEP-VISITOR-MASTER.
      *    the master counted visits long before VISITHST existed -
      *    its first/last seen dates can reach further back than
      *    the history does. Report only, not logged: the visits it
      *    summarises are the ones listed above, or older ones
      *    nobody kept the detail of.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISITOR-MASTER-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 5100-TAKE-ONE-MASTER
                       END-READ
                   END-PERFORM
               WHEN MASTER-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITMST illisible, statut '
                       WS-MASTER-STATUS
                   SET SWEEP-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

       5100-TAKE-ONE-MASTER.
           MOVE MST-NAME TO WS-CANDIDATE-NAME.
           PERFORM 1200-CHECK-WATCHED-NAME.
           IF NAME-IS-WATCHED
               ADD 1 TO WS-MASTER-HITS
               MOVE MST-NAME        TO WS-MST-LINE-NAME
               MOVE MST-FIRST-DATE  TO WS-MST-LINE-FIRST
               MOVE MST-LAST-DATE   TO WS-MST-LINE-LAST
               MOVE MST-VISIT-COUNT TO WS-MST-LINE-COUNT
               MOVE WS-MASTER-LINE  TO WS-PRINT-LINE
               PERFORM 8000-PUT-REPORT-LINE
           END-IF.

       6000-PUT-TOTALS.
           MOVE 'NAMES SWEPT       : ' TO WS-TOTAL-LABEL.
           MOVE WS-WATCH-COUNT         TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.
           MOVE 'ON SITE NOW       : ' TO WS-TOTAL-LABEL.
           MOVE WS-ONSITE-HITS         TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.
           MOVE 'EXPECTED          : ' TO WS-TOTAL-LABEL.
           MOVE WS-EXPECTED-HITS       TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.
           MOVE 'PAST VISITS       : ' TO WS-TOTAL-LABEL.
           MOVE WS-HISTORY-HITS        TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.
           MOVE 'ON MASTER         : ' TO WS-TOTAL-LABEL.
           MOVE WS-MASTER-HITS         TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           IF WATCH-LOG-BROKEN
               DISPLAY 'ATTENTION - WATCHLOG incomplet, les '
                   'constats ci-dessus ne sont pas tous traces'
           END-IF.

       6100-PUT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       7000-RECORD-HIT.
           MOVE WS-HIT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

      *    opened and closed per hit, like WatchChk - the log is
      *    security's, shared with every desk appending to it.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN EXTEND WATCH-LOG-FILE.
           IF NOT WATCH-LOG-OK
               CLOSE WATCH-LOG-FILE
               OPEN OUTPUT WATCH-LOG-FILE
           END-IF.

           IF NOT WATCH-LOG-OK
               DISPLAY 'ATTENTION - WATCHLOG inaccessible, statut '
                   WS-WATCH-LOG-STATUS
                   ' - constat non trace : ' WS-HIT-NAME
               SET WATCH-LOG-BROKEN TO TRUE
           ELSE
               INITIALIZE WATCH-LOG-RECORD
               MOVE SPACE                      TO WLOG-SEP-1
                                                   WLOG-SEP-2
                                                   WLOG-SEP-3
                                                   WLOG-SEP-4
               MOVE WS-HIT-NAME                TO WLOG-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO WLOG-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO WLOG-TIME
               MOVE 'WATCHSWP'                 TO WLOG-TERM-ID
               MOVE WS-HIT-TYPE                TO WLOG-HIT-TYPE
               WRITE WATCH-LOG-RECORD
               IF NOT WATCH-LOG-OK
                   DISPLAY
                       'ATTENTION - ecriture WATCHLOG echouee, statut '
                       WS-WATCH-LOG-STATUS
                       ' - constat non trace : ' WS-HIT-NAME
                   SET WATCH-LOG-BROKEN TO TRUE
               END-IF
               CLOSE WATCH-LOG-FILE
           END-IF.

       8000-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
