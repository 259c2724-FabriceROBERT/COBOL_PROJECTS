       IDENTIFICATION DIVISION.
       PROGRAM-ID. MornDgst.
       AUTHOR. Fabrice.

      *    Morning operations digest, run as the last step of
      *    HELLOBAT. Until now finding out whether the night went
      *    well meant opening RUNCTL, RECONRPT, VISTEDIT, SWEEPRPT,
      *    BADGECRY, OVERLOG, WATCHLOG and the dispatcher's output one
      *    by one at nine in the morning. This reads them all and
      *    prints one page (DIGEST, echoed to the console), a section
      *    per subject, each with its own status:
      *      SIGN-IN RUN     - RUNCTL: tonight's counts and condition
      *                        code. RED when there is no record for
      *                        today (the run never finished) or the
      *                        run ended CC 8/16, AMBER for CC 4.
      *      RECONCILIATION  - the RECONRPT discrepancy count. RED for
      *                        any discrepancy, and when the report
      *                        is not tonight's (the RECON step is
      *                        skipped after a broken SIGNIN) or has
      *                        no total line (the step broke).
      *      REJECTS         - VISTEDIT's counts by reason, the non-
      *                        zero ones listed. AMBER for any reject,
      *                        RED when the report is not tonight's.
      *      BADGES OUT      - SWEEPRPT's total from last evening's
      *                        sweep, how many badges are still on
      *                        the BADGECRY carry-over and the five
      *                        oldest with how many days they have
      *                        been out (the rest counted, not
      *                        listed). AMBER for any badge out, RED
      *                        past a week or when the sweep did not
      *                        run.
      *      OVERRIDES       - occupancy overrides logged in OVERLOG
      *                        in the last 24 hours. AMBER for any.
      *      WATCHLIST       - WATCHLOG hits in the last 24 hours.
      *                        AMBER for refused sign-in attempts
      *                        (the desk or the batch already turned
      *                        them away) and for sweep hits in the
      *                        visit history (past visits, already on
      *                        security's WATCHRPT), RED for a sweep
      *                        hit on site or expected - the same
      *                        hits WatchSwp itself ends CC 8 on.
      *      NOTICES         - notices still pending on NOTIFYQ, read
      *                        off the queue itself rather than the
      *                        dispatcher's SYSOUT. Tonight's batch
      *                        sign-ins are expected to be waiting;
      *                        AMBER when older ones are still there,
      *                        i.e. last evening's NTFYDSP left some
      *                        undelivered.
      *    A report that should be there and is not, or cannot be
      *    read, makes its section RED - an absent report proves
      *    nothing ran. The logs and the queue may legitimately be
      *    absent (nothing ever written to them).
      *    The overall status at the top is the worst of the
      *    sections, and the step ends with its condition code so the
      *    scheduler can page someone:
      *      0 - all GREEN
      *      4 - something AMBER, to be seen to in the morning
      *      8 - something RED (or the DIGEST could not be written)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL RECON-REPORT-FILE
               ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT OPTIONAL EDIT-REPORT-FILE
               ASSIGN TO "VISTEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.

           SELECT OPTIONAL SWEEP-REPORT-FILE
               ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT OPTIONAL CARRY-OVER-FILE
               ASSIGN TO "BADGECRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT OPTIONAL OVERRIDE-LOG-FILE
               ASSIGN TO "OVERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OPTIONAL WATCH-LOG-FILE
               ASSIGN TO "WATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LOG-STATUS.

           SELECT OPTIONAL NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "DIGEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE        PIC X(80).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE         PIC X(120).

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE        PIC X(80).

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F.
       COPY BADGECRY.

       FD  OVERRIDE-LOG-FILE
           RECORDING MODE IS F.
       COPY OVERLOG.

       FD  WATCH-LOG-FILE
           RECORDING MODE IS F.
       COPY WATCHLOG.

       FD  NOTIFY-QUEUE-FILE
           RECORDING MODE IS F.
       COPY NOTIFYQ.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(02).
           88  RUNCTL-OK                 VALUE '00'.
           88  RUNCTL-ABSENT             VALUE '05'.

       01  WS-RECON-STATUS          PIC X(02).
           88  RECON-OK                  VALUE '00'.
           88  RECON-ABSENT              VALUE '05'.

       01  WS-EDIT-STATUS           PIC X(02).
           88  EDIT-OK                   VALUE '00'.
           88  EDIT-ABSENT               VALUE '05'.

       01  WS-SWEEP-STATUS          PIC X(02).
           88  SWEEP-OK                  VALUE '00'.
           88  SWEEP-ABSENT              VALUE '05'.

       01  WS-CARRY-STATUS          PIC X(02).
           88  CARRY-OK                  VALUE '00'.
           88  CARRY-ABSENT              VALUE '05'.

       01  WS-OVERRIDE-STATUS       PIC X(02).
           88  OVERRIDE-OK               VALUE '00'.
           88  OVERRIDE-ABSENT           VALUE '05'.

       01  WS-WATCH-LOG-STATUS      PIC X(02).
           88  WATCH-LOG-OK              VALUE '00'.
           88  WATCH-LOG-ABSENT          VALUE '05'.

       01  WS-NOTIFY-STATUS         PIC X(02).
           88  NOTIFY-OK                 VALUE '00'.
           88  NOTIFY-ABSENT             VALUE '05'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-NOW-TIME              PIC 9(06).
       01  WS-TODAY-INT             PIC 9(07).
       01  WS-YESTERDAY             PIC 9(08).

      *    a badge out longer than this turns the section RED - a
      *    week is long enough for anyone to have brought it back.
       01  WS-BADGE-RED-DAYS        PIC 9(04)  VALUE 7.

      *    status of the section being put together, and the worst
      *    seen so far - the same 0/4/8 as the step condition code.
       01  WS-SECTION-RC            PIC 9(02).
           88  SECTION-GREEN              VALUE 0.
           88  SECTION-AMBER              VALUE 4.
           88  SECTION-RED                VALUE 8.
       01  WS-WORST-RC              PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-WORD           PIC X(05).
       01  WS-SECTION-TITLE         PIC X(30).
       01  WS-SECTION-NOTE          PIC X(43).

      *    a count off another program's report, printed ZZZZ9 -
      *    leading spaces made zeros, then checked before use.
       01  WS-EDITED-TEXT           PIC X(05).
       01  WS-EDITED-VALUE          PIC 9(05).
       01  WS-EDITED-SW             PIC X(01)  VALUE 'N'.
           88  EDITED-VALUE-OK            VALUE 'Y'.

      *    SIGN-IN RUN
       01  WS-RUNCTL-READ-SW        PIC X(01)  VALUE 'N'.
           88  RUNCTL-RECORD-READ         VALUE 'Y'.

      *    RECONCILIATION
       01  WS-RECON-DATE            PIC 9(08)  VALUE ZERO.
       01  WS-RECON-TOTAL-SW        PIC X(01)  VALUE 'N'.
           88  RECON-TOTAL-FOUND          VALUE 'Y'.
       01  WS-RECON-DISCREP         PIC 9(05)  VALUE ZERO.

      *    REJECTS - one entry per non-zero reason on VISTEDIT.
       01  WS-EDIT-DATE             PIC 9(08)  VALUE ZERO.
       01  WS-EDIT-PART-SW          PIC X(01)  VALUE 'H'.
           88  EDIT-IN-HEADING            VALUE 'H'.
           88  EDIT-IN-REASONS            VALUE 'R'.
       01  WS-EDIT-TOTAL-SW         PIC X(01)  VALUE 'N'.
           88  EDIT-TOTAL-FOUND           VALUE 'Y'.
       01  WS-EDIT-TOTAL            PIC 9(05)  VALUE ZERO.
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT      PIC 9(02)  VALUE ZERO.
           05  WS-REASON-ENTRY      OCCURS 20 TIMES.
               10  WS-RSN-LABEL     PIC X(30).
               10  WS-RSN-VALUE     PIC 9(05).

      *    BADGES OUT - the carry-over file, sorted oldest first.
       01  WS-SWEEP-DATE            PIC 9(08)  VALUE ZERO.
       01  WS-SWEEP-TOTAL-SW        PIC X(01)  VALUE 'N'.
           88  SWEEP-TOTAL-FOUND          VALUE 'Y'.
       01  WS-SWEEP-TOTAL           PIC 9(05)  VALUE ZERO.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-CARRY-ENTRY       OCCURS 500 TIMES.
               10  WS-CRY-DAYS      PIC 9(04).
               10  WS-CRY-BADGE     PIC 9(06).
               10  WS-CRY-NAME      PIC X(24).
               10  WS-CRY-SITE      PIC X(02).
       01  WS-CARRY-OVER-COUNT      PIC 9(04)  VALUE ZERO.
       01  WS-CARRY-TOTAL           PIC 9(05)  VALUE ZERO.
       01  WS-CARRY-OLD-COUNT       PIC 9(05)  VALUE ZERO.
       01  WS-CARRY-MAX-DAYS        PIC 9(04)  VALUE ZERO.
       01  WS-DAYS-OUT              PIC 9(04).
       01  WS-SWAP-ENTRY            PIC X(36).
       01  WS-BADGES-LISTED         PIC 9(02)  VALUE 5.
       01  WS-BADGES-UNLISTED       PIC 9(05)  VALUE ZERO.

      *    OVERRIDES / WATCHLIST - the first few events of the last
      *    24 hours are listed, the rest only counted.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT       PIC 9(02)  VALUE ZERO.
           05  WS-EVENT-ENTRY       OCCURS 5 TIMES
                                     PIC X(80).
       01  WS-EVENT-UNLISTED        PIC 9(05)  VALUE ZERO.
       01  WS-EVENT-DATE            PIC 9(08).
       01  WS-EVENT-TIME            PIC 9(06).
       01  WS-RECENT-SW             PIC X(01)  VALUE 'N'.
           88  EVENT-IS-RECENT            VALUE 'Y'.
       01  WS-OVERRIDE-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-ATTEMPT-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-SWEEP-HIT-COUNT       PIC 9(05)  VALUE ZERO.
       01  WS-SWEEP-PAST-COUNT      PIC 9(05)  VALUE ZERO.

      *    NOTICES
       01  WS-PENDING-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-PENDING-OLD-COUNT     PIC 9(05)  VALUE ZERO.

      *    each file's status as the OPEN left it - the CLOSE
      *    overwrites the file status before the section is judged.
       01  WS-READ-STATUS           PIC X(02).
           88  INPUT-OK                   VALUE '00'.
           88  INPUT-ABSENT               VALUE '05'.
       01  WS-SWEEP-OPEN-STATUS     PIC X(02).
       01  WS-CARRY-OPEN-STATUS     PIC X(02).
           88  CARRY-INPUT-OK             VALUE '00'.
           88  CARRY-INPUT-ABSENT         VALUE '05'.
       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).

      *    the page is put together section by section, then written
      *    behind the heading and the overall status.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-COUNT        PIC 9(03)  VALUE ZERO.
           05  WS-PAGE-ENTRY        OCCURS 80 TIMES
                                     PIC X(80).

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(35)
                         VALUE 'MORNING OPERATIONS DIGEST FOR DATE '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' AT '.
           05  WS-HEADING-TIME      PIC 9(06).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE         PIC X(30).
           05  WS-SEC-STATUS        PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SEC-NOTE          PIC X(43).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-COUNT-LABEL       PIC X(30).
           05  WS-COUNT-VALUE       PIC ZZZZZ9.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-BADGE-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-BDG-NO            PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BDG-NAME          PIC X(24).
           05  FILLER               PIC X(07) VALUE '  SITE '.
           05  WS-BDG-SITE          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BDG-DAYS          PIC ZZZ9.
           05  FILLER               PIC X(07) VALUE ' DAY(S)'.
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-EVENT-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-EVT-NAME          PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EVT-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EVT-TIME          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EVT-TERM-ID       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EVT-NOTE          PIC X(21).

       01  WS-OVERRIDE-NOTE.
           05  FILLER               PIC X(05) VALUE 'SITE '.
           05  WS-OVN-SITE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OVN-COUNT         PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-OVN-LIMIT         PIC ZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.

       01  WS-RUN-NOTE.
           05  FILLER               PIC X(04) VALUE 'RUN '.
           05  WS-RNN-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RNN-TIME          PIC 9(06).
           05  FILLER               PIC X(04) VALUE ' CC '.
           05  WS-RNN-RC            PIC 9(02).
           05  FILLER               PIC X(18) VALUE SPACES.

       01  WS-STALE-NOTE.
           05  WS-STN-TEXT          PIC X(24).
           05  WS-STN-DATE          PIC 9(08).
           05  FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-RESET-STATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).

           PERFORM 1000-SIGN-IN-RUN.
           PERFORM 2000-RECONCILIATION.
           PERFORM 3000-REJECTS-BY-REASON.
           PERFORM 4000-BADGES-OUT.
           PERFORM 5000-OVERRIDES.
           PERFORM 6000-WATCHLIST-HITS.
           PERFORM 7000-PENDING-NOTICES.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'ATTENTION - DIGEST inaccessible, statut '
                   WS-REPORT-STATUS ' - digest affiche seulement'
               MOVE 8 TO WS-WORST-RC
           END-IF.

           PERFORM 8000-PRODUCE-DIGEST.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           EVALUATE WS-WORST-RC
               WHEN ZERO
                   DISPLAY 'Digest du matin : tout est VERT'
               WHEN 4
                   DISPLAY 'ATTENTION - digest du matin ORANGE, '
                       'voir DIGEST'
               WHEN OTHER
                   DISPLAY 'ATTENTION - digest du matin ROUGE, '
                       'voir DIGEST'
           END-EVALUATE.
           MOVE WS-WORST-RC TO RETURN-CODE.

           STOP RUN.

       0100-RESET-STATE.
           MOVE ZERO TO WS-WORST-RC
                        WS-PAGE-COUNT
                        WS-REASON-COUNT
                        WS-CARRY-COUNT
                        WS-CARRY-OVER-COUNT.
           MOVE 'N'  TO WS-RUNCTL-READ-SW
                        WS-RECON-TOTAL-SW
                        WS-EDIT-TOTAL-SW
                        WS-SWEEP-TOTAL-SW.

      *****************************************************************
      *  SIGN-IN RUN - the one RUNCTL record the SIGNIN step rewrites
      *  at end of job.
      *****************************************************************
       1000-SIGN-IN-RUN.
           MOVE 'SIGN-IN RUN (RUNCTL)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.

           OPEN INPUT RUN-CONTROL-FILE.
           MOVE WS-RUNCTL-STATUS TO WS-READ-STATUS.
           IF RUNCTL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNCTL-DATE IS NUMERIC
                          AND RUNCTL-RC IS NUMERIC
                           SET RUNCTL-RECORD-READ TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE RUN-CONTROL-FILE.

           EVALUATE TRUE
               WHEN INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   MOVE 'RUNCTL NOT FOUND' TO WS-SECTION-NOTE
               WHEN NOT INPUT-OK
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN NOT RUNCTL-RECORD-READ
                   SET SECTION-RED TO TRUE
                   MOVE 'RUNCTL EMPTY OR DAMAGED' TO WS-SECTION-NOTE
               WHEN RUNCTL-DATE NOT = WS-TODAY
                   SET SECTION-RED TO TRUE
                   MOVE 'NO RUN TONIGHT - LAST   ' TO WS-STN-TEXT
                   MOVE RUNCTL-DATE TO WS-STN-DATE
                   MOVE WS-STALE-NOTE TO WS-SECTION-NOTE
               WHEN RUNCTL-RC = ZERO
                   SET SECTION-GREEN TO TRUE
               WHEN RUNCTL-RC = 4
                   SET SECTION-AMBER TO TRUE
               WHEN OTHER
                   SET SECTION-RED TO TRUE
           END-EVALUATE.

           IF RUNCTL-RECORD-READ
              AND RUNCTL-DATE = WS-TODAY
               MOVE RUNCTL-DATE TO WS-RNN-DATE
               MOVE RUNCTL-TIME TO WS-RNN-TIME
               MOVE RUNCTL-RC   TO WS-RNN-RC
               MOVE WS-RUN-NOTE TO WS-SECTION-NOTE
           END-IF.

           PERFORM 9000-PUT-SECTION-LINE.

           IF RUNCTL-RECORD-READ
               MOVE 'RECORDS READ' TO WS-COUNT-LABEL
               MOVE RUNCTL-READ-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
               MOVE 'SIGNED IN' TO WS-COUNT-LABEL
               MOVE RUNCTL-SIGNED-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
               MOVE 'REJECTED' TO WS-COUNT-LABEL
               MOVE RUNCTL-REJECT-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
               MOVE 'DUPLICATES' TO WS-COUNT-LABEL
               MOVE RUNCTL-DUP-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
               MOVE 'FAILURES' TO WS-COUNT-LABEL
               MOVE RUNCTL-FAIL-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
      *        non-zero only when the run stopped partway - the
      *        RESTART=SIGNIN rerun picks up from here.
               MOVE 'CHECKPOINT' TO WS-COUNT-LABEL
               MOVE RUNCTL-CHKPT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

      *****************************************************************
      *  RECONCILIATION - the date off RECONRPT's heading and the
      *  count off its closing DISCREPANCIES line.
      *****************************************************************
       2000-RECONCILIATION.
           MOVE 'RECONCILIATION (RECONRPT)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT RECON-REPORT-FILE.
           MOVE WS-RECON-STATUS TO WS-READ-STATUS.
           IF RECON-OK
               PERFORM UNTIL END-OF-INPUT
                   READ RECON-REPORT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-RECON-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RECON-REPORT-FILE.

           EVALUATE TRUE
               WHEN INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   MOVE 'RECONRPT NOT FOUND' TO WS-SECTION-NOTE
               WHEN NOT INPUT-OK
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-RECON-DATE NOT = WS-TODAY
                   SET SECTION-RED TO TRUE
                   MOVE 'NOT RUN TONIGHT - LAST  ' TO WS-STN-TEXT
                   MOVE WS-RECON-DATE TO WS-STN-DATE
                   MOVE WS-STALE-NOTE TO WS-SECTION-NOTE
               WHEN NOT RECON-TOTAL-FOUND
                   SET SECTION-RED TO TRUE
                   MOVE 'INCOMPLETE - RECON STEP BROKE'
                       TO WS-SECTION-NOTE
               WHEN WS-RECON-DISCREP > ZERO
                   SET SECTION-RED TO TRUE
                   MOVE 'FILES DISAGREE - SEE RECONRPT'
                       TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           IF RECON-TOTAL-FOUND
               MOVE 'DISCREPANCIES' TO WS-COUNT-LABEL
               MOVE WS-RECON-DISCREP TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

       2100-TAKE-RECON-LINE.
           EVALUATE TRUE
               WHEN RECON-REPORT-LINE(1:28) =
                       'RECONCILIATION AS OF DATE   '
                   IF RECON-REPORT-LINE(29:8) IS NUMERIC
                       MOVE RECON-REPORT-LINE(29:8) TO WS-RECON-DATE
                   END-IF
               WHEN RECON-REPORT-LINE(1:16) = 'DISCREPANCIES : '
                   MOVE RECON-REPORT-LINE(17:5) TO WS-EDITED-TEXT
                   PERFORM 9100-TAKE-EDITED-VALUE
                   IF EDITED-VALUE-OK
                       SET RECON-TOTAL-FOUND TO TRUE
                       MOVE WS-EDITED-VALUE TO WS-RECON-DISCREP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  REJECTS BY REASON - the count lines between VISTEDIT's
      *  'REJECTS BY REASON' and 'DETAIL' lines. Every reason with a
      *  count is listed under whatever code the sign-in run gave it,
      *  so a reason added there shows up here without a change.
      *****************************************************************
       3000-REJECTS-BY-REASON.
           MOVE 'REJECTS BY REASON (VISTEDIT)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE 'N' TO WS-EOF-SWITCH.
           SET EDIT-IN-HEADING TO TRUE.

           OPEN INPUT EDIT-REPORT-FILE.
           MOVE WS-EDIT-STATUS TO WS-READ-STATUS.
           IF EDIT-OK
               PERFORM UNTIL END-OF-INPUT
                   READ EDIT-REPORT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 3100-TAKE-EDIT-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EDIT-REPORT-FILE.

           EVALUATE TRUE
               WHEN INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   MOVE 'VISTEDIT NOT FOUND' TO WS-SECTION-NOTE
               WHEN NOT INPUT-OK
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-EDIT-DATE NOT = WS-TODAY
                   SET SECTION-RED TO TRUE
                   MOVE 'OLD REPORT - DATED' TO WS-STN-TEXT
                   MOVE WS-EDIT-DATE TO WS-STN-DATE
                   MOVE WS-STALE-NOTE TO WS-SECTION-NOTE
               WHEN NOT EDIT-TOTAL-FOUND
                   SET SECTION-RED TO TRUE
                   MOVE 'NO TOTAL LINE - REPORT DAMAGED'
                       TO WS-SECTION-NOTE
               WHEN WS-EDIT-TOTAL > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'RECEPTION TO WORK VISTEDIT' TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-REASON-COUNT
               MOVE WS-RSN-LABEL(WS-SEARCH-IDX) TO WS-COUNT-LABEL
               MOVE WS-RSN-VALUE(WS-SEARCH-IDX) TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-PERFORM.

           IF EDIT-TOTAL-FOUND
               MOVE 'TOTAL' TO WS-COUNT-LABEL
               MOVE WS-EDIT-TOTAL TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

       3100-TAKE-EDIT-LINE.
           EVALUATE TRUE
               WHEN EDIT-REPORT-LINE(1:28) =
                       'VISTIN EDIT REPORT FOR DATE '
                   IF EDIT-REPORT-LINE(29:8) IS NUMERIC
                       MOVE EDIT-REPORT-LINE(29:8) TO WS-EDIT-DATE
                   END-IF
               WHEN EDIT-REPORT-LINE(1:17) = 'REJECTS BY REASON'
                   SET EDIT-IN-REASONS TO TRUE
               WHEN EDIT-REPORT-LINE(1:6) = 'DETAIL'
      *            the counts are over - the detail is reception's.
                   SET EDIT-IN-HEADING TO TRUE
                   SET END-OF-INPUT TO TRUE
               WHEN EDIT-IN-REASONS
                   MOVE EDIT-REPORT-LINE(31:5) TO WS-EDITED-TEXT
                   PERFORM 9100-TAKE-EDITED-VALUE
                   IF EDITED-VALUE-OK
                       PERFORM 3200-TAKE-REASON-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-TAKE-REASON-COUNT.
      *    REPORTES and PASSES follow the total on VISTEDIT - they
      *    are not rejects.
           EVALUATE EDIT-REPORT-LINE(1:8)
               WHEN 'TOTAL   '
                   SET EDIT-TOTAL-FOUND TO TRUE
                   MOVE WS-EDITED-VALUE TO WS-EDIT-TOTAL
               WHEN 'REPORTES'
               WHEN 'PASSES  '
                   CONTINUE
               WHEN OTHER
                   IF WS-EDITED-VALUE > ZERO
                      AND WS-REASON-COUNT < 20
                       ADD 1 TO WS-REASON-COUNT
                       MOVE EDIT-REPORT-LINE(1:30)
                           TO WS-RSN-LABEL(WS-REASON-COUNT)
                       MOVE WS-EDITED-VALUE
                           TO WS-RSN-VALUE(WS-REASON-COUNT)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  BADGES OUT - last evening's EodSweep total, then what is
      *  still on the BADGECRY carry-over and for how long.
      *****************************************************************
       4000-BADGES-OUT.
           MOVE 'BADGES OUT (BADGECRY)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.

           PERFORM 4100-READ-SWEEP-REPORT.
           PERFORM 4200-LOAD-CARRY-OVER.
           PERFORM 4300-SORT-OLDEST-FIRST.
           MOVE WS-SWEEP-OPEN-STATUS TO WS-READ-STATUS.

      *    the sweep runs in EODBAT the evening before this job, so
      *    its report carries yesterday's date - or today's when the
      *    end-of-day window ran late.
           EVALUATE TRUE
               WHEN INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   MOVE 'SWEEPRPT NOT FOUND' TO WS-SECTION-NOTE
               WHEN NOT INPUT-OK
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN NOT CARRY-INPUT-OK AND NOT CARRY-INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   MOVE WS-CARRY-OPEN-STATUS TO WS-READ-STATUS
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-SWEEP-DATE NOT = WS-TODAY
                AND WS-SWEEP-DATE NOT = WS-YESTERDAY
                   SET SECTION-RED TO TRUE
                   MOVE 'NO SWEEP SINCE' TO WS-STN-TEXT
                   MOVE WS-SWEEP-DATE TO WS-STN-DATE
                   MOVE WS-STALE-NOTE TO WS-SECTION-NOTE
               WHEN NOT SWEEP-TOTAL-FOUND
                   SET SECTION-RED TO TRUE
                   MOVE 'INCOMPLETE - SWEEP BROKE' TO WS-SECTION-NOTE
               WHEN WS-CARRY-OLD-COUNT > ZERO
                   SET SECTION-RED TO TRUE
                   MOVE 'BADGES OUT OVER A WEEK' TO WS-SECTION-NOTE
               WHEN WS-CARRY-TOTAL > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'RECEPTION TO CHASE BADGECRY' TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           IF SWEEP-TOTAL-FOUND
               MOVE 'OUT AT LAST SWEEP' TO WS-COUNT-LABEL
               MOVE WS-SWEEP-TOTAL TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.
           MOVE 'STILL ON CARRY-OVER' TO WS-COUNT-LABEL.
           MOVE WS-CARRY-TOTAL TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           IF WS-CARRY-TOTAL > ZERO
               MOVE 'OLDEST (DAYS OUT)' TO WS-COUNT-LABEL
               MOVE WS-CARRY-MAX-DAYS TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
               MOVE 'OUT OVER 7 DAYS' TO WS-COUNT-LABEL
               MOVE WS-CARRY-OLD-COUNT TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CARRY-COUNT
                      OR WS-SEARCH-IDX > WS-BADGES-LISTED
               MOVE WS-CRY-BADGE(WS-SEARCH-IDX) TO WS-BDG-NO
               MOVE WS-CRY-NAME(WS-SEARCH-IDX)  TO WS-BDG-NAME
               MOVE WS-CRY-SITE(WS-SEARCH-IDX)  TO WS-BDG-SITE
               MOVE WS-CRY-DAYS(WS-SEARCH-IDX)  TO WS-BDG-DAYS
               MOVE WS-BADGE-LINE TO WS-PRINT-LINE
               PERFORM 9300-ADD-PAGE-LINE
           END-PERFORM.
      *    the total includes any badge past the 500-entry table.
           COMPUTE WS-BADGES-UNLISTED =
               WS-CARRY-TOTAL - (WS-SEARCH-IDX - 1).
           IF WS-BADGES-UNLISTED > ZERO
               MOVE 'MORE NOT LISTED' TO WS-COUNT-LABEL
               MOVE WS-BADGES-UNLISTED TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

       4100-READ-SWEEP-REPORT.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT SWEEP-REPORT-FILE.
           MOVE WS-SWEEP-STATUS TO WS-SWEEP-OPEN-STATUS.
           IF SWEEP-OK
               PERFORM UNTIL END-OF-INPUT
                   READ SWEEP-REPORT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 4110-TAKE-SWEEP-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SWEEP-REPORT-FILE.

       4110-TAKE-SWEEP-LINE.
      *    the per-building subtotals ('BADGES STILL OUT 01:') are
      *    passed over - the grand total is the line with no site.
           EVALUATE TRUE
               WHEN SWEEP-REPORT-LINE(1:30) =
                       'UNRETURNED BADGES FOR DATE    '
                   IF SWEEP-REPORT-LINE(31:8) IS NUMERIC
                       MOVE SWEEP-REPORT-LINE(31:8) TO WS-SWEEP-DATE
                   END-IF
               WHEN SWEEP-REPORT-LINE(1:20) = 'BADGES STILL OUT :  '
                   MOVE SWEEP-REPORT-LINE(21:5) TO WS-EDITED-TEXT
                   PERFORM 9100-TAKE-EDITED-VALUE
                   IF EDITED-VALUE-OK
                       SET SWEEP-TOTAL-FOUND TO TRUE
                       MOVE WS-EDITED-VALUE TO WS-SWEEP-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-LOAD-CARRY-OVER.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-CARRY-TOTAL
                        WS-CARRY-OLD-COUNT
                        WS-CARRY-MAX-DAYS.

           OPEN INPUT CARRY-OVER-FILE.
           MOVE WS-CARRY-STATUS TO WS-CARRY-OPEN-STATUS.
           IF CARRY-OK
               PERFORM UNTIL END-OF-INPUT
                   READ CARRY-OVER-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 4210-TAKE-CARRY-OVER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CARRY-OVER-FILE.

       4210-TAKE-CARRY-OVER.
      *    days out counts from the evening the badge was swept; a
      *    record with no usable date is still a badge out, aged 0.
           ADD 1 TO WS-CARRY-TOTAL.
           MOVE ZERO TO WS-DAYS-OUT.
           IF CRY-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(CRY-DATE) = ZERO
                  AND CRY-DATE < WS-TODAY
                   COMPUTE WS-DAYS-OUT = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(CRY-DATE)
               END-IF
           END-IF.

           IF WS-DAYS-OUT > WS-CARRY-MAX-DAYS
               MOVE WS-DAYS-OUT TO WS-CARRY-MAX-DAYS
           END-IF.
           IF WS-DAYS-OUT > WS-BADGE-RED-DAYS
               ADD 1 TO WS-CARRY-OLD-COUNT
           END-IF.

           IF WS-CARRY-COUNT < 500
               ADD 1 TO WS-CARRY-COUNT
               MOVE WS-DAYS-OUT      TO WS-CRY-DAYS(WS-CARRY-COUNT)
               MOVE CRY-BADGE-NO     TO WS-CRY-BADGE(WS-CARRY-COUNT)
               MOVE CRY-VISITOR-NAME TO WS-CRY-NAME(WS-CARRY-COUNT)
               MOVE CRY-SITE         TO WS-CRY-SITE(WS-CARRY-COUNT)
           ELSE
               ADD 1 TO WS-CARRY-OVER-COUNT
           END-IF.

       4300-SORT-OLDEST-FIRST.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-CARRY-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-CARRY-COUNT
                   IF WS-CRY-DAYS(WS-SEARCH-IDX) <
                           WS-CRY-DAYS(WS-SEARCH-IDX + 1)
                       MOVE WS-CARRY-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-CARRY-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-CARRY-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-CARRY-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  OVERRIDES - supervisor occupancy overrides in the last 24
      *  hours.
      *****************************************************************
       5000-OVERRIDES.
           MOVE 'OCCUPANCY OVERRIDES (24H)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-OVERRIDE-COUNT
                        WS-EVENT-COUNT
                        WS-EVENT-UNLISTED.

           OPEN INPUT OVERRIDE-LOG-FILE.
           MOVE WS-OVERRIDE-STATUS TO WS-READ-STATUS.
           IF OVERRIDE-OK
               PERFORM UNTIL END-OF-INPUT
                   READ OVERRIDE-LOG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 5100-TAKE-OVERRIDE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OVERRIDE-LOG-FILE.

           EVALUATE TRUE
               WHEN NOT INPUT-OK AND NOT INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-OVERRIDE-COUNT > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'BUILDING LET IN OVER ITS LIMIT'
                       TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           MOVE 'OVERRIDES' TO WS-COUNT-LABEL.
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           PERFORM 9400-PUT-EVENT-LINES.

       5100-TAKE-OVERRIDE.
           MOVE ZERO TO WS-EVENT-DATE
                        WS-EVENT-TIME.
           IF OVR-DATE IS NUMERIC
               MOVE OVR-DATE TO WS-EVENT-DATE
           END-IF.
           IF OVR-TIME IS NUMERIC
               MOVE OVR-TIME TO WS-EVENT-TIME
           END-IF.
           PERFORM 9500-CHECK-RECENT.

           IF EVENT-IS-RECENT
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE OVR-VISITOR-NAME TO WS-EVT-NAME
               MOVE OVR-TERM-ID      TO WS-EVT-TERM-ID
               MOVE OVR-SITE         TO WS-OVN-SITE
               IF OVR-SITE = SPACES
                   MOVE '01' TO WS-OVN-SITE
               END-IF
               MOVE ZERO TO WS-OVN-COUNT
                            WS-OVN-LIMIT
               IF OVR-COUNT IS NUMERIC
                   MOVE OVR-COUNT TO WS-OVN-COUNT
               END-IF
               IF OVR-LIMIT IS NUMERIC
                   MOVE OVR-LIMIT TO WS-OVN-LIMIT
               END-IF
               MOVE WS-OVERRIDE-NOTE TO WS-EVT-NOTE
               PERFORM 9450-KEEP-EVENT-LINE
           END-IF.

      *****************************************************************
      *  WATCHLIST - WATCHLOG hits in the last 24 hours, desk or
      *  batch attempts apart from WatchSwp's sweep findings.
      *****************************************************************
       6000-WATCHLIST-HITS.
           MOVE 'WATCHLIST HITS (24H)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-ATTEMPT-COUNT
                        WS-SWEEP-HIT-COUNT
                        WS-SWEEP-PAST-COUNT
                        WS-EVENT-COUNT
                        WS-EVENT-UNLISTED.

           OPEN INPUT WATCH-LOG-FILE.
           MOVE WS-WATCH-LOG-STATUS TO WS-READ-STATUS.
           IF WATCH-LOG-OK
               PERFORM UNTIL END-OF-INPUT
                   READ WATCH-LOG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 6100-TAKE-WATCH-HIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WATCH-LOG-FILE.

           EVALUATE TRUE
               WHEN NOT INPUT-OK AND NOT INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-SWEEP-HIT-COUNT > ZERO
                   SET SECTION-RED TO TRUE
                   MOVE 'SWEEP FOUND A LISTED NAME - SECURITY'
                       TO WS-SECTION-NOTE
               WHEN WS-ATTEMPT-COUNT > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'SIGN-IN REFUSED - SECURITY TO REVIEW'
                       TO WS-SECTION-NOTE
      *        past visits only - WatchSwp itself ends CC 0 on them,
      *        the detail is already on security's WATCHRPT.
               WHEN WS-SWEEP-PAST-COUNT > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'SWEEP FOUND PAST VISITS - SECURITY'
                       TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           MOVE 'REFUSED SIGN-IN ATTEMPTS' TO WS-COUNT-LABEL.
           MOVE WS-ATTEMPT-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           MOVE 'SWEEP HITS ON SITE/EXPECTED' TO WS-COUNT-LABEL.
           MOVE WS-SWEEP-HIT-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           MOVE 'SWEEP HITS IN PAST VISITS' TO WS-COUNT-LABEL.
           MOVE WS-SWEEP-PAST-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           PERFORM 9400-PUT-EVENT-LINES.

       6100-TAKE-WATCH-HIT.
           MOVE ZERO TO WS-EVENT-DATE
                        WS-EVENT-TIME.
           IF WLOG-DATE IS NUMERIC
               MOVE WLOG-DATE TO WS-EVENT-DATE
           END-IF.
           IF WLOG-TIME IS NUMERIC
               MOVE WLOG-TIME TO WS-EVENT-TIME
           END-IF.
           PERFORM 9500-CHECK-RECENT.

           IF EVENT-IS-RECENT
               MOVE WLOG-NAME    TO WS-EVT-NAME
               MOVE WLOG-TERM-ID TO WS-EVT-TERM-ID
               EVALUATE TRUE
                   WHEN WLOG-SWEEP-ON-SITE
                       ADD 1 TO WS-SWEEP-HIT-COUNT
                       MOVE 'SWEEP - ON SITE' TO WS-EVT-NOTE
                   WHEN WLOG-SWEEP-EXPECTED
                       ADD 1 TO WS-SWEEP-HIT-COUNT
                       MOVE 'SWEEP - EXPECTED' TO WS-EVT-NOTE
                   WHEN WLOG-SWEEP-HISTORY
                       ADD 1 TO WS-SWEEP-PAST-COUNT
                       MOVE 'SWEEP - HISTORY' TO WS-EVT-NOTE
                   WHEN OTHER
                       ADD 1 TO WS-ATTEMPT-COUNT
                       MOVE 'ATTEMPT REFUSED' TO WS-EVT-NOTE
               END-EVALUATE
               PERFORM 9450-KEEP-EVENT-LINE
           END-IF.

      *****************************************************************
      *  NOTICES - host notices still waiting on NOTIFYQ.
      *****************************************************************
       7000-PENDING-NOTICES.
           MOVE 'PENDING NOTICES (NOTIFYQ)' TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-PENDING-COUNT
                        WS-PENDING-OLD-COUNT.

           OPEN INPUT NOTIFY-QUEUE-FILE.
           MOVE WS-NOTIFY-STATUS TO WS-READ-STATUS.
           IF NOTIFY-OK
               PERFORM UNTIL END-OF-INPUT
                   READ NOTIFY-QUEUE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM 7100-TAKE-NOTICE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE NOTIFY-QUEUE-FILE.

           EVALUATE TRUE
               WHEN NOT INPUT-OK AND NOT INPUT-ABSENT
                   SET SECTION-RED TO TRUE
                   PERFORM 9200-NOTE-UNREADABLE
               WHEN WS-PENDING-OLD-COUNT > ZERO
                   SET SECTION-AMBER TO TRUE
                   MOVE 'OLDER NOTICES NOT DELIVERED - RUN NTFYDSP'
                       TO WS-SECTION-NOTE
               WHEN OTHER
                   SET SECTION-GREEN TO TRUE
           END-EVALUATE.

           PERFORM 9000-PUT-SECTION-LINE.

           MOVE 'PENDING' TO WS-COUNT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.
           MOVE 'FROM TONIGHT''S SIGN-INS' TO WS-COUNT-LABEL.
           COMPUTE WS-COUNT-VALUE =
               WS-PENDING-COUNT - WS-PENDING-OLD-COUNT.
           PERFORM 9050-PUT-COUNT-LINE.
           MOVE 'OLDER, STILL UNDELIVERED' TO WS-COUNT-LABEL.
           MOVE WS-PENDING-OLD-COUNT TO WS-COUNT-VALUE.
           PERFORM 9050-PUT-COUNT-LINE.

       7100-TAKE-NOTICE.
      *    a pending notice with no date predates the notice date -
      *    it is old by definition.
           IF NTF-PENDING
               ADD 1 TO WS-PENDING-COUNT
               IF NTF-NOTICE-DATE IS NUMERIC
                   IF NTF-NOTICE-DATE < WS-TODAY
                       ADD 1 TO WS-PENDING-OLD-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-PENDING-OLD-COUNT
               END-IF
           END-IF.

      *****************************************************************
      *  The page: heading, overall status, then the sections.
      *****************************************************************
       8000-PRODUCE-DIGEST.
           MOVE WS-TODAY    TO WS-HEADING-DATE.
           MOVE WS-NOW-TIME TO WS-HEADING-TIME.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8900-PUT-REPORT-LINE.

           MOVE WS-WORST-RC TO WS-SECTION-RC.
           PERFORM 9010-TAKE-STATUS-WORD.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE 'OVERALL STATUS' TO WS-SEC-TITLE.
           MOVE WS-STATUS-WORD   TO WS-SEC-STATUS.
           MOVE 'STEP CONDITION CODE' TO WS-SEC-NOTE.
           MOVE WS-WORST-RC      TO WS-SEC-NOTE(21:2).
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 8900-PUT-REPORT-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-PAGE-COUNT
               MOVE WS-PAGE-ENTRY(WS-SEARCH-IDX) TO WS-PRINT-LINE
               PERFORM 8900-PUT-REPORT-LINE
           END-PERFORM.

       8900-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  Shared by the sections.
      *****************************************************************
       9000-PUT-SECTION-LINE.
      *    a blank line, then the section title with its status; the
      *    overall status keeps the worst of them.
           IF WS-SECTION-RC > WS-WORST-RC
               MOVE WS-SECTION-RC TO WS-WORST-RC
           END-IF.
           PERFORM 9010-TAKE-STATUS-WORD.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 9300-ADD-PAGE-LINE.
           MOVE WS-SECTION-TITLE TO WS-SEC-TITLE.
           MOVE WS-STATUS-WORD   TO WS-SEC-STATUS.
           MOVE WS-SECTION-NOTE  TO WS-SEC-NOTE.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 9300-ADD-PAGE-LINE.

       9010-TAKE-STATUS-WORD.
           EVALUATE TRUE
               WHEN SECTION-GREEN
                   MOVE 'GREEN' TO WS-STATUS-WORD
               WHEN SECTION-AMBER
                   MOVE 'AMBER' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'RED  ' TO WS-STATUS-WORD
           END-EVALUATE.

       9050-PUT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 9300-ADD-PAGE-LINE.

       9100-TAKE-EDITED-VALUE.
           MOVE 'N' TO WS-EDITED-SW.
           INSPECT WS-EDITED-TEXT
               REPLACING LEADING SPACES BY ZEROS.
           IF WS-EDITED-TEXT IS NUMERIC
               MOVE WS-EDITED-TEXT TO WS-EDITED-VALUE
               SET EDITED-VALUE-OK TO TRUE
           END-IF.

       9200-NOTE-UNREADABLE.
           MOVE 'FILE UNREADABLE, STATUS' TO WS-SECTION-NOTE.
           MOVE WS-READ-STATUS TO WS-SECTION-NOTE(25:2).
           DISPLAY 'ATTENTION - ' WS-SECTION-TITLE
               ' illisible, statut ' WS-READ-STATUS.

       9300-ADD-PAGE-LINE.
           IF WS-PAGE-COUNT < 80
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PRINT-LINE TO WS-PAGE-ENTRY(WS-PAGE-COUNT)
           END-IF.

       9400-PUT-EVENT-LINES.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-EVENT-COUNT
               MOVE WS-EVENT-ENTRY(WS-SEARCH-IDX) TO WS-PRINT-LINE
               PERFORM 9300-ADD-PAGE-LINE
           END-PERFORM.
           IF WS-EVENT-UNLISTED > ZERO
               MOVE 'MORE NOT LISTED' TO WS-COUNT-LABEL
               MOVE WS-EVENT-UNLISTED TO WS-COUNT-VALUE
               PERFORM 9050-PUT-COUNT-LINE
           END-IF.

       9450-KEEP-EVENT-LINE.
           MOVE WS-EVENT-DATE TO WS-EVT-DATE.
           MOVE WS-EVENT-TIME TO WS-EVT-TIME.
           IF WS-EVENT-COUNT < 5
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-EVENT-LINE TO WS-EVENT-ENTRY(WS-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-EVENT-UNLISTED
           END-IF.

       9500-CHECK-RECENT.
      *    the last 24 hours: today so far, or yesterday from this
      *    time of day on.
           MOVE 'N' TO WS-RECENT-SW.
           EVALUATE TRUE
               WHEN WS-EVENT-DATE = WS-TODAY
                   SET EVENT-IS-RECENT TO TRUE
               WHEN WS-EVENT-DATE = WS-YESTERDAY
                AND WS-EVENT-TIME NOT < WS-NOW-TIME
                   SET EVENT-IS-RECENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
