       IDENTIFICATION DIVISION.
       PROGRAM-ID. RgpdAnon.
       AUTHOR. Fabrice.

      *    RGPD anonymisation, shared by the retention purge
      *    (RgpdPurg) and the subject-access erasure (RgpdExtr) so
      *    the list of files holding visitor names - and the rules
      *    for rewriting each of them - only live in one place. Two
      *    services behind one action code (RGPDREQ.cpy):
      *      'R' - retention: every record dated before the cut-off
      *            has its visitor name replaced;
      *      'E' - erasure: every record carrying the one subject
      *            name has it replaced, whatever its date.
      *    Either way a name on the security watchlist (WATCHLST) is
      *    never touched - security's legitimate interest outlives
      *    the retention period - and is counted as kept instead.
      *    Records are anonymised, never removed: the name becomes
      *    '*ANONYME RGPD*', longer than the 12 characters VldName
      *    accepts, so no real visitor can ever be confused with it.
      *    Everything else on the record (dates, badges, hosts,
      *    purposes) stays, so VisitRpt, DurRpt and DaySum go on
      *    counting exactly the visits they counted before.
      *    Files covered:
      *      VISITHST, PREREG, WATCHLOG, OVERLOG, MUSTHIST, PASSES -
      *          split through the PURGTMP work file and copied back,
      *          the AudArch way: a failure before the copy-back leaves
      *          the file untouched; one during it stops the run with
      *          the complete copy still in PURGTMP. A file with
      *          nothing to anonymise is never rewritten at all.
      *      VISITMST - indexed and keyed on the name, so a record
      *          cannot be renamed in place: each expired visitor's
      *          counts are folded into the one '*ANONYME RGPD*'
      *          master record, then the visitor's own record is
      *          deleted. Total visits on the master stay the same.
      *      AUDITARC, NTFYARC - every GDG generation is read through
      *          the concatenated DD and written, anonymised, to ONE
      *          new dataset (AUDITPRG, NTFYPRG) that the JCL
      *          catalogues in place of the old generations - only
      *          when the step ends with a zero condition code.
      *    The live AUDITLOG and NOTIFYQ are not touched: they hold
      *    today's visits and the still-pending notices only, and
      *    roll into the archives overnight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.

           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

      *    random reads and deletes, plus a front-to-back scan for
      *    the retention run - hence DYNAMIC.
           SELECT OPTIONAL VISITOR-MASTER-FILE
               ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARC-STATUS.

           SELECT AUDIT-PURGED-FILE
               ASSIGN TO "AUDITPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-PRG-STATUS.

           SELECT OPTIONAL NOTIFY-ARCHIVE-FILE
               ASSIGN TO "NTFYARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-ARC-STATUS.

           SELECT NOTIFY-PURGED-FILE
               ASSIGN TO "NTFYPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-PRG-STATUS.

           SELECT OPTIONAL PREREG-FILE
               ASSIGN TO "PREREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.

           SELECT OPTIONAL WATCH-LOG-FILE
               ASSIGN TO "WATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LOG-STATUS.

           SELECT OPTIONAL OVERRIDE-LOG-FILE
               ASSIGN TO "OVERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OPTIONAL MUSTER-HIST-FILE
               ASSIGN TO "MUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUSTER-HIST-STATUS.

           SELECT OPTIONAL PASS-FILE
               ASSIGN TO "PASSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

           SELECT OPTIONAL WORK-FILE
               ASSIGN TO "PURGTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
       COPY WATCHLST.

       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  VISITOR-MASTER-FILE.
       COPY VISITMST.

       FD  AUDIT-ARCHIVE-FILE.
       COPY AUDITREC.

       FD  AUDIT-PURGED-FILE.
       01  AUDIT-PURGED-RECORD      PIC X(61).

       FD  NOTIFY-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY NOTIFYQ.

       FD  NOTIFY-PURGED-FILE
           RECORDING MODE IS F.
       01  NOTIFY-PURGED-RECORD     PIC X(125).

       FD  PREREG-FILE
           RECORDING MODE IS F.
       COPY PREREG.

       FD  WATCH-LOG-FILE
           RECORDING MODE IS F.
       COPY WATCHLOG.

       FD  OVERRIDE-LOG-FILE
           RECORDING MODE IS F.
       COPY OVERLOG.

       FD  MUSTER-HIST-FILE.
       COPY MUSTREC.

       FD  PASS-FILE
           RECORDING MODE IS F.
       COPY CTRPASS.

      *    wide enough for the longest record it carries (VISITHST).
       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-WATCH-LIST-STATUS     PIC X(02).
           88  WATCH-LIST-OK             VALUE '00'.
           88  WATCH-LIST-ABSENT         VALUE '05'.

       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.
           88  VISIT-HIST-ABSENT         VALUE '05'.

       01  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK                 VALUE '00'.
           88  MASTER-ABSENT             VALUE '05'.
      *    '23' is "record not found" on a keyed READ.
           88  MASTER-NOT-FOUND          VALUE '23'.

       01  WS-AUDIT-ARC-STATUS      PIC X(02).
           88  AUDIT-ARC-OK              VALUE '00'.
           88  AUDIT-ARC-ABSENT          VALUE '05'.

       01  WS-AUDIT-PRG-STATUS      PIC X(02).
           88  AUDIT-PRG-OK              VALUE '00'.

       01  WS-NOTIFY-ARC-STATUS     PIC X(02).
           88  NOTIFY-ARC-OK             VALUE '00'.
           88  NOTIFY-ARC-ABSENT         VALUE '05'.

       01  WS-NOTIFY-PRG-STATUS     PIC X(02).
           88  NOTIFY-PRG-OK             VALUE '00'.

       01  WS-PREREG-STATUS         PIC X(02).
           88  PREREG-OK                 VALUE '00'.
           88  PREREG-ABSENT             VALUE '05'.

       01  WS-WATCH-LOG-STATUS      PIC X(02).
           88  WATCH-LOG-OK              VALUE '00'.
           88  WATCH-LOG-ABSENT          VALUE '05'.

       01  WS-OVERRIDE-STATUS       PIC X(02).
           88  OVERRIDE-LOG-OK           VALUE '00'.
           88  OVERRIDE-LOG-ABSENT       VALUE '05'.

       01  WS-MUSTER-HIST-STATUS    PIC X(02).
           88  MUSTER-HIST-OK            VALUE '00'.
           88  MUSTER-HIST-ABSENT        VALUE '05'.

       01  WS-PASS-STATUS           PIC X(02).
           88  PASS-FILE-OK              VALUE '00'.
           88  PASS-FILE-ABSENT          VALUE '05'.

       01  WS-WORK-STATUS           PIC X(02).
           88  WORK-OK                   VALUE '00' '05'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

      *    this file could not be anonymised - it is left exactly as
      *    it was, the run goes on with the next one.
       01  WS-FILE-FAIL-SW          PIC X(01)  VALUE 'N'.
           88  FILE-FAILED                VALUE 'Y'.

      *    a copy-back failed partway - the file is incomplete and
      *    its only complete copy is in PURGTMP, which the next file
      *    would overwrite. Nothing else may run.
       01  WS-STOP-SW               PIC X(01)  VALUE 'N'.
           88  RUN-STOPPED                VALUE 'Y'.

      *    must match the token Reconcl leaves out of its master
      *    check - see the program comment above.
       01  WS-ANON-TOKEN            PIC X(24)  VALUE '*ANONYME RGPD*'.

       01  WS-WATCH-TABLE.
           05  WS-WATCH-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-WATCH-ENTRY       OCCURS 500 TIMES
                                     INDEXED BY WS-WATCH-IDX.
               10  WS-WCH-NAME      PIC X(24).

       01  WS-WATCH-OVER-COUNT      PIC 9(04)  VALUE ZERO.

      *    expired master records, collected in one scan and folded
      *    afterwards - a keyed read in the middle of a READ NEXT
      *    scan would move the scan's position.
       01  WS-FOLD-TABLE.
           05  WS-FOLD-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-FOLD-ENTRY        OCCURS 1000 TIMES
                                     INDEXED BY WS-FOLD-IDX.
               10  WS-FLD-NAME      PIC X(24).

       01  WS-FOLD-OVER-COUNT       PIC 9(05)  VALUE ZERO.

       01  WS-FOLD-FIRST-DATE       PIC 9(08).
       01  WS-FOLD-LAST-DATE        PIC 9(08).
       01  WS-FOLD-VISITS           PIC 9(05).

       01  WS-SEARCH-IDX            PIC 9(04).

       01  WS-CANDIDATE-NAME        PIC X(24).
       01  WS-CANDIDATE-DATE        PIC X(08).
       01  WS-CANDIDATE-AGE-SW      PIC X(01).
           88  CANDIDATE-EXPIRED          VALUE 'E'.

       01  WS-WATCHED-SW            PIC X(01)  VALUE 'N'.
           88  NAME-IS-WATCHED            VALUE 'Y'.

       01  WS-ANON-SW               PIC X(01)  VALUE 'N'.
           88  ANONYMISE-RECORD           VALUE 'Y'.

      *    highest badge handed out before the cut-off, taken from
      *    VISITHST - ages the notices queued before NOTIFYQ carried
      *    a date (badge numbers only ever climb).
       01  WS-CUTOFF-BADGE          PIC 9(06)  VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(07).
       01  WS-ANON-COUNT            PIC 9(07).

       LINKAGE SECTION.
       COPY RGPDREQ.

       PROCEDURE DIVISION USING RGPD-REQUEST.

       0000-MAIN-LOGIC.
      *    WORKING-STORAGE survives across CALLs within the same run
      *    - start every request from a clean state.
           MOVE ZERO TO WS-WATCH-COUNT WS-WATCH-OVER-COUNT
                        WS-FOLD-COUNT WS-FOLD-OVER-COUNT
                        WS-CUTOFF-BADGE.
           MOVE 'N'  TO WS-STOP-SW.
           MOVE ZERO TO RGPD-HST-READ RGPD-HST-ANON
                        RGPD-MST-READ RGPD-MST-ANON
                        RGPD-AUD-READ RGPD-AUD-ANON
                        RGPD-NTF-READ RGPD-NTF-ANON
                        RGPD-PRE-READ RGPD-PRE-ANON
                        RGPD-WLG-READ RGPD-WLG-ANON
                        RGPD-OVR-READ RGPD-OVR-ANON
                        RGPD-MUS-READ RGPD-MUS-ANON
                        RGPD-PAS-READ RGPD-PAS-ANON
                        RGPD-WATCHED-KEPT.
           SET RGPD-DONE TO TRUE.

           PERFORM 1000-LOAD-WATCH-LIST.
      *    without the complete list a watched name could be wiped -
      *    nothing is touched at all.
           IF RGPD-FAILED
               GOBACK
           END-IF.

           PERFORM 2000-PURGE-VISIT-HISTORY.
           IF NOT RUN-STOPPED
               PERFORM 3000-PURGE-VISITOR-MASTER
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 4000-PURGE-AUDIT-ARCHIVE
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 4500-PURGE-NOTIFY-ARCHIVE
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 5000-PURGE-PRE-REGISTRATIONS
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 6000-PURGE-WATCH-LOG
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 6500-PURGE-OVERRIDE-LOG
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 7000-PURGE-MUSTER-HISTORY
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM 7500-PURGE-CONTRACTOR-PASSES
           END-IF.

           IF RUN-STOPPED
               SET RGPD-FAILED TO TRUE
           END-IF.

           GOBACK.

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
                               IF WATCH-NAME NOT = SPACES
                                   PERFORM 1100-TAKE-ONE-WATCH-NAME
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN WATCH-LIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - WATCHLST illisible, statut '
                       WS-WATCH-LIST-STATUS
                       ' - aucune anonymisation effectuee'
                   SET RGPD-FAILED TO TRUE
           END-EVALUATE.
           CLOSE WATCH-LIST-FILE.

           IF WS-WATCH-OVER-COUNT > ZERO
               DISPLAY 'ATTENTION - plus de 500 noms surveilles, '
                   WS-WATCH-OVER-COUNT ' non charge(s)'
                   ' - aucune anonymisation effectuee'
               SET RGPD-FAILED TO TRUE
           END-IF.

       1100-TAKE-ONE-WATCH-NAME.
           IF WS-WATCH-COUNT < 500
               ADD 1 TO WS-WATCH-COUNT
               MOVE WATCH-NAME TO WS-WCH-NAME(WS-WATCH-COUNT)
           ELSE
               ADD 1 TO WS-WATCH-OVER-COUNT
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

       1300-DECIDE-ANONYMISE.
      *    the caller has set WS-CANDIDATE-NAME and, from the
      *    record's own date, CANDIDATE-EXPIRED.
           MOVE 'N' TO WS-ANON-SW.
           IF WS-CANDIDATE-NAME NOT = SPACES
              AND WS-CANDIDATE-NAME NOT = WS-ANON-TOKEN
               EVALUATE TRUE
                   WHEN RGPD-ERASURE
                       IF WS-CANDIDATE-NAME = RGPD-SUBJECT-NAME
                           SET ANONYMISE-RECORD TO TRUE
                       END-IF
                   WHEN RGPD-RETENTION
                       IF CANDIDATE-EXPIRED
                           SET ANONYMISE-RECORD TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ANONYMISE-RECORD
                   PERFORM 1200-CHECK-WATCHED-NAME
                   IF NAME-IS-WATCHED
                       MOVE 'N' TO WS-ANON-SW
                       ADD 1 TO RGPD-WATCHED-KEPT
                   END-IF
               END-IF
           END-IF.

       1400-SET-CANDIDATE-AGE.
      *    dates are tested IS NUMERIC first - a record from before
      *    its layout carried a date cannot be aged this way.
           MOVE 'N' TO WS-CANDIDATE-AGE-SW.
           IF WS-CANDIDATE-DATE IS NUMERIC
               IF WS-CANDIDATE-DATE < RGPD-CUTOFF-DATE
                   SET CANDIDATE-EXPIRED TO TRUE
               END-IF
           END-IF.

       1500-OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - PURGTMP inaccessible, statut '
                   WS-WORK-STATUS
               SET FILE-FAILED TO TRUE
           END-IF.

       1600-WRITE-WORK-RECORD.
           WRITE WORK-RECORD.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - ecriture PURGTMP echouee, statut '
                   WS-WORK-STATUS
               SET FILE-FAILED TO TRUE
           END-IF.

       1700-START-FILE.
           MOVE ZERO TO WS-READ-COUNT WS-ANON-COUNT.
           MOVE 'N'  TO WS-EOF-SWITCH WS-FILE-FAIL-SW.

       1800-END-FILE.
           IF FILE-FAILED
               SET RGPD-FAILED TO TRUE
           END-IF.

       2000-PURGE-VISIT-HISTORY.
           PERFORM 1700-START-FILE.

           OPEN INPUT VISIT-HIST-FILE.
           EVALUATE TRUE
               WHEN VISIT-HIST-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 2100-TAKE-ONE-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN VISIT-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITHST illisible, statut '
                       WS-VISIT-HIST-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE VISIT-HIST-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 2200-REWRITE-VISIT-HISTORY
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - VISITHST non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-HST-READ
               MOVE WS-ANON-COUNT TO RGPD-HST-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       2100-TAKE-ONE-HISTORY.
           ADD 1 TO WS-READ-COUNT.

           MOVE HIST-VISITOR-NAME TO WS-CANDIDATE-NAME.
           MOVE HIST-DATE         TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.

           IF CANDIDATE-EXPIRED
              AND HIST-BADGE-NO IS NUMERIC
               IF HIST-BADGE-NO > WS-CUTOFF-BADGE
                   MOVE HIST-BADGE-NO TO WS-CUTOFF-BADGE
               END-IF
           END-IF.

           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO HIST-VISITOR-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE VISIT-HIST-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       2200-REWRITE-VISIT-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - VISITHST non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT VISIT-HIST-FILE
               IF NOT VISIT-HIST-OK
                   DISPLAY 'ATTENTION - reecriture VISITHST '
                       'impossible, statut ' WS-VISIT-HIST-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO VISIT-HIST-RECORD
                               WRITE VISIT-HIST-RECORD
                               IF NOT VISIT-HIST-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'VISITHST echouee, statut '
                                       WS-VISIT-HIST-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE VISIT-HIST-FILE
           END-IF.

       3000-PURGE-VISITOR-MASTER.
           PERFORM 1700-START-FILE.

           OPEN I-O VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   IF RGPD-RETENTION
                       PERFORM 3100-COLLECT-EXPIRED-MASTERS
                   ELSE
                       MOVE RGPD-SUBJECT-NAME TO WS-CANDIDATE-NAME
                       PERFORM 1300-DECIDE-ANONYMISE
                       IF ANONYMISE-RECORD
                           MOVE 1 TO WS-FOLD-COUNT
                           MOVE RGPD-SUBJECT-NAME TO WS-FLD-NAME(1)
                       END-IF
                   END-IF
                   PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
                           UNTIL WS-FOLD-IDX > WS-FOLD-COUNT
                              OR FILE-FAILED
                       PERFORM 3200-FOLD-ONE-MASTER
                   END-PERFORM
               WHEN MASTER-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITMST inaccessible, statut '
                       WS-MASTER-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - VISITMST anonymise en partie : '
                   WS-ANON-COUNT ' fiche(s) traitee(s)'
           END-IF.
           IF WS-FOLD-OVER-COUNT > ZERO
               DISPLAY 'Plus de 1000 fiches VISITMST expirees, '
                   WS-FOLD-OVER-COUNT ' reportee(s) au prochain '
                   'passage'
               IF NOT RGPD-FAILED
                   SET RGPD-PARTIAL TO TRUE
               END-IF
           END-IF.
           MOVE WS-READ-COUNT TO RGPD-MST-READ.
           MOVE WS-ANON-COUNT TO RGPD-MST-ANON.
           PERFORM 1800-END-FILE.

       3100-COLLECT-EXPIRED-MASTERS.
           PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
               READ VISITOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE MST-NAME      TO WS-CANDIDATE-NAME
                       PERFORM 3150-TAKE-MASTER-DATE
                       PERFORM 1400-SET-CANDIDATE-AGE
                       PERFORM 1300-DECIDE-ANONYMISE
                       IF ANONYMISE-RECORD
                           IF WS-FOLD-COUNT < 1000
                               ADD 1 TO WS-FOLD-COUNT
                               MOVE MST-NAME
                                   TO WS-FLD-NAME(WS-FOLD-COUNT)
                           ELSE
                               ADD 1 TO WS-FOLD-OVER-COUNT
                           END-IF
                       END-IF
               END-READ
               IF NOT MASTER-OK
                  AND NOT END-OF-INPUT
                   DISPLAY 'ATTENTION - lecture VISITMST echouee, '
                       'statut ' WS-MASTER-STATUS
                   SET FILE-FAILED TO TRUE
               END-IF
           END-PERFORM.

       3150-TAKE-MASTER-DATE.
      *    a master is aged by the later of the last visit and the
      *    last safety briefing: a briefing recorded through Induct
      *    ahead of a visit does not move the last visit date, and
      *    a returning visitor just briefed must not be folded away
      *    - briefing and all - before they arrive.
           MOVE MST-LAST-DATE TO WS-CANDIDATE-DATE.
           IF MST-INDUCTION-DATE IS NUMERIC
               IF WS-CANDIDATE-DATE NOT NUMERIC
                  OR MST-INDUCTION-DATE > WS-CANDIDATE-DATE
                   MOVE MST-INDUCTION-DATE TO WS-CANDIDATE-DATE
               END-IF
           END-IF.

       3200-FOLD-ONE-MASTER.
      *    the anonymous record is updated BEFORE the visitor's own
      *    record is deleted - a failure in between leaves the
      *    visits counted twice (Reconcl treats a high master count
      *    as normal), never lost.
           MOVE WS-FLD-NAME(WS-FOLD-IDX) TO MST-NAME.
           READ VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   MOVE ZERO TO WS-FOLD-FIRST-DATE WS-FOLD-LAST-DATE
                                WS-FOLD-VISITS
                   IF MST-FIRST-DATE IS NUMERIC
                       MOVE MST-FIRST-DATE TO WS-FOLD-FIRST-DATE
                   END-IF
                   IF MST-LAST-DATE IS NUMERIC
                       MOVE MST-LAST-DATE TO WS-FOLD-LAST-DATE
                   END-IF
                   IF MST-VISIT-COUNT IS NUMERIC
                       MOVE MST-VISIT-COUNT TO WS-FOLD-VISITS
                   END-IF
                   PERFORM 3300-ADD-TO-ANONYMOUS-MASTER
                   IF NOT FILE-FAILED
                       MOVE WS-FLD-NAME(WS-FOLD-IDX) TO MST-NAME
                       DELETE VISITOR-MASTER-FILE RECORD
                       IF MASTER-OK
                           ADD 1 TO WS-ANON-COUNT
                       ELSE
                           DISPLAY 'ATTENTION - suppression VISITMST '
                               'echouee, statut ' WS-MASTER-STATUS
                               ' : ' WS-FLD-NAME(WS-FOLD-IDX)
                           SET FILE-FAILED TO TRUE
                       END-IF
                   END-IF
      *        erasure of a visitor the master never heard of.
               WHEN MASTER-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - lecture VISITMST echouee, '
                       'statut ' WS-MASTER-STATUS
                       ' : ' WS-FLD-NAME(WS-FOLD-IDX)
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.

       3300-ADD-TO-ANONYMOUS-MASTER.
           MOVE WS-ANON-TOKEN TO MST-NAME.
           READ VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   IF MST-FIRST-DATE NOT NUMERIC
                      OR (WS-FOLD-FIRST-DATE > ZERO
                          AND WS-FOLD-FIRST-DATE < MST-FIRST-DATE)
                       MOVE WS-FOLD-FIRST-DATE TO MST-FIRST-DATE
                   END-IF
                   IF MST-LAST-DATE NOT NUMERIC
                      OR WS-FOLD-LAST-DATE > MST-LAST-DATE
                       MOVE WS-FOLD-LAST-DATE TO MST-LAST-DATE
                   END-IF
                   IF MST-VISIT-COUNT NOT NUMERIC
                       MOVE ZERO TO MST-VISIT-COUNT
                   END-IF
      *            the field holds 5 digits - past that the anonymous
      *            total stops climbing rather than wrapping round.
                   ADD WS-FOLD-VISITS TO MST-VISIT-COUNT
                       ON SIZE ERROR
                           MOVE 99999 TO MST-VISIT-COUNT
                   END-ADD
                   REWRITE VISITOR-MASTER-RECORD
               WHEN MASTER-NOT-FOUND
                   INITIALIZE VISITOR-MASTER-RECORD
                   MOVE SPACE              TO MST-SEP-1 MST-SEP-2
                                              MST-SEP-3 MST-SEP-4
                                              MST-SEP-5 MST-SEP-6
                                              MST-SEP-7
                   MOVE WS-ANON-TOKEN      TO MST-NAME
                   MOVE SPACES             TO MST-PURPOSE MST-HOST
                   MOVE WS-FOLD-FIRST-DATE TO MST-FIRST-DATE
                   MOVE WS-FOLD-LAST-DATE  TO MST-LAST-DATE
                   MOVE WS-FOLD-VISITS     TO MST-VISIT-COUNT
                   WRITE VISITOR-MASTER-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT MASTER-OK
               DISPLAY 'ATTENTION - fiche anonyme VISITMST non mise '
                   'a jour, statut ' WS-MASTER-STATUS
                   ' : ' WS-FLD-NAME(WS-FOLD-IDX) ' conserve'
               SET FILE-FAILED TO TRUE
           END-IF.

       4000-PURGE-AUDIT-ARCHIVE.
      *    AUDITPRG is always written in full - the JCL replaces the
      *    generations with it, so it must hold every record read,
      *    anonymised or not.
           PERFORM 1700-START-FILE.

           OPEN OUTPUT AUDIT-PURGED-FILE.
           IF NOT AUDIT-PRG-OK
               DISPLAY 'ATTENTION - AUDITPRG inaccessible, statut '
                   WS-AUDIT-PRG-STATUS
               SET FILE-FAILED TO TRUE
           ELSE
               OPEN INPUT AUDIT-ARCHIVE-FILE
               EVALUATE TRUE
                   WHEN AUDIT-ARC-OK
                       PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                           READ AUDIT-ARCHIVE-FILE
                               AT END
                                   SET END-OF-INPUT TO TRUE
                               NOT AT END
                                   PERFORM 4100-TAKE-ONE-AUDIT
                           END-READ
                       END-PERFORM
                   WHEN AUDIT-ARC-ABSENT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ATTENTION - AUDITARC illisible, '
                           'statut ' WS-AUDIT-ARC-STATUS
                       SET FILE-FAILED TO TRUE
               END-EVALUATE
               CLOSE AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-PURGED-FILE
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - AUDITPRG incomplet, les '
                   'generations AUDITARC ne doivent pas etre '
                   'remplacees'
           END-IF.
           MOVE WS-READ-COUNT TO RGPD-AUD-READ.
           MOVE WS-ANON-COUNT TO RGPD-AUD-ANON.
           PERFORM 1800-END-FILE.

       4100-TAKE-ONE-AUDIT.
           ADD 1 TO WS-READ-COUNT.

           MOVE AUDIT-VISITOR-NAME TO WS-CANDIDATE-NAME.
           MOVE AUDIT-DATE         TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO AUDIT-VISITOR-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE AUDIT-LOG-RECORD TO AUDIT-PURGED-RECORD.
           WRITE AUDIT-PURGED-RECORD.
           IF NOT AUDIT-PRG-OK
               DISPLAY 'ATTENTION - ecriture AUDITPRG echouee, statut '
                   WS-AUDIT-PRG-STATUS
               SET FILE-FAILED TO TRUE
           END-IF.

       4500-PURGE-NOTIFY-ARCHIVE.
           PERFORM 1700-START-FILE.

           OPEN OUTPUT NOTIFY-PURGED-FILE.
           IF NOT NOTIFY-PRG-OK
               DISPLAY 'ATTENTION - NTFYPRG inaccessible, statut '
                   WS-NOTIFY-PRG-STATUS
               SET FILE-FAILED TO TRUE
           ELSE
               OPEN INPUT NOTIFY-ARCHIVE-FILE
               EVALUATE TRUE
                   WHEN NOTIFY-ARC-OK
                       PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                           READ NOTIFY-ARCHIVE-FILE
                               AT END
                                   SET END-OF-INPUT TO TRUE
                               NOT AT END
                                   PERFORM 4600-TAKE-ONE-NOTICE
                           END-READ
                       END-PERFORM
                   WHEN NOTIFY-ARC-ABSENT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ATTENTION - NTFYARC illisible, '
                           'statut ' WS-NOTIFY-ARC-STATUS
                       SET FILE-FAILED TO TRUE
               END-EVALUATE
               CLOSE NOTIFY-ARCHIVE-FILE
               CLOSE NOTIFY-PURGED-FILE
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - NTFYPRG incomplet, les '
                   'generations NTFYARC ne doivent pas etre '
                   'remplacees'
           END-IF.
           MOVE WS-READ-COUNT TO RGPD-NTF-READ.
           MOVE WS-ANON-COUNT TO RGPD-NTF-ANON.
           PERFORM 1800-END-FILE.

       4600-TAKE-ONE-NOTICE.
           ADD 1 TO WS-READ-COUNT.

           MOVE NTF-VISITOR-NAME TO WS-CANDIDATE-NAME.
           MOVE NTF-NOTICE-DATE  TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
      *    a notice queued before NOTIFYQ carried a date is older
      *    than the cut-off when its badge is no later than the last
      *    badge VISITHST shows handed out before the cut-off.
           IF NTF-NOTICE-DATE NOT NUMERIC
              AND NTF-BADGE-NO IS NUMERIC
              AND WS-CUTOFF-BADGE > ZERO
               IF NTF-BADGE-NO <= WS-CUTOFF-BADGE
                   SET CANDIDATE-EXPIRED TO TRUE
               END-IF
           END-IF.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO NTF-VISITOR-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE NOTIFY-QUEUE-RECORD TO NOTIFY-PURGED-RECORD.
           WRITE NOTIFY-PURGED-RECORD.
           IF NOT NOTIFY-PRG-OK
               DISPLAY 'ATTENTION - ecriture NTFYPRG echouee, statut '
                   WS-NOTIFY-PRG-STATUS
               SET FILE-FAILED TO TRUE
           END-IF.

       5000-PURGE-PRE-REGISTRATIONS.
           PERFORM 1700-START-FILE.

           OPEN INPUT PREREG-FILE.
           EVALUATE TRUE
               WHEN PREREG-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ PREREG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 5100-TAKE-ONE-PREREG
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN PREREG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PREREG illisible, statut '
                       WS-PREREG-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE PREREG-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 5200-REWRITE-PRE-REGISTRATIONS
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - PREREG non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-PRE-READ
               MOVE WS-ANON-COUNT TO RGPD-PRE-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       5100-TAKE-ONE-PREREG.
      *    a dateless record is still due on the next batch run -
      *    live, never expired.
           ADD 1 TO WS-READ-COUNT.

           MOVE VISITOR-IN-NAME TO WS-CANDIDATE-NAME.
           MOVE VISITOR-IN-DATE TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
      *    only the first 24 bytes are a name any other file could
      *    hold - a longer one can never match an erasure subject.
           IF RGPD-ERASURE
              AND VISITOR-IN-NAME(25:6) NOT = SPACES
               MOVE SPACES TO WS-CANDIDATE-NAME
           END-IF.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO VISITOR-IN-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE VISITOR-IN-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       5200-REWRITE-PRE-REGISTRATIONS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - PREREG non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT PREREG-FILE
               IF NOT PREREG-OK
                   DISPLAY 'ATTENTION - reecriture PREREG '
                       'impossible, statut ' WS-PREREG-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO VISITOR-IN-RECORD
                               WRITE VISITOR-IN-RECORD
                               IF NOT PREREG-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'PREREG echouee, statut '
                                       WS-PREREG-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE PREREG-FILE
           END-IF.

       6000-PURGE-WATCH-LOG.
           PERFORM 1700-START-FILE.

           OPEN INPUT WATCH-LOG-FILE.
           EVALUATE TRUE
               WHEN WATCH-LOG-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ WATCH-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 6100-TAKE-ONE-WATCH-HIT
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN WATCH-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - WATCHLOG illisible, statut '
                       WS-WATCH-LOG-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE WATCH-LOG-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 6200-REWRITE-WATCH-LOG
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - WATCHLOG non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-WLG-READ
               MOVE WS-ANON-COUNT TO RGPD-WLG-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       6100-TAKE-ONE-WATCH-HIT.
           ADD 1 TO WS-READ-COUNT.

           MOVE WLOG-NAME TO WS-CANDIDATE-NAME.
           MOVE WLOG-DATE TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO WLOG-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE WATCH-LOG-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       6200-REWRITE-WATCH-LOG.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - WATCHLOG non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT WATCH-LOG-FILE
               IF NOT WATCH-LOG-OK
                   DISPLAY 'ATTENTION - reecriture WATCHLOG '
                       'impossible, statut ' WS-WATCH-LOG-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO WATCH-LOG-RECORD
                               WRITE WATCH-LOG-RECORD
                               IF NOT WATCH-LOG-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'WATCHLOG echouee, statut '
                                       WS-WATCH-LOG-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE WATCH-LOG-FILE
           END-IF.

       6500-PURGE-OVERRIDE-LOG.
           PERFORM 1700-START-FILE.

           OPEN INPUT OVERRIDE-LOG-FILE.
           EVALUATE TRUE
               WHEN OVERRIDE-LOG-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ OVERRIDE-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 6600-TAKE-ONE-OVERRIDE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN OVERRIDE-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - OVERLOG illisible, statut '
                       WS-OVERRIDE-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE OVERRIDE-LOG-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 6700-REWRITE-OVERRIDE-LOG
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - OVERLOG non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-OVR-READ
               MOVE WS-ANON-COUNT TO RGPD-OVR-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       6600-TAKE-ONE-OVERRIDE.
           ADD 1 TO WS-READ-COUNT.

           MOVE OVR-VISITOR-NAME TO WS-CANDIDATE-NAME.
           MOVE OVR-DATE         TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO OVR-VISITOR-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE OVERRIDE-LOG-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       6700-REWRITE-OVERRIDE-LOG.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - OVERLOG non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT OVERRIDE-LOG-FILE
               IF NOT OVERRIDE-LOG-OK
                   DISPLAY 'ATTENTION - reecriture OVERLOG '
                       'impossible, statut ' WS-OVERRIDE-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO OVERRIDE-LOG-RECORD
                               WRITE OVERRIDE-LOG-RECORD
                               IF NOT OVERRIDE-LOG-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'OVERLOG echouee, statut '
                                       WS-OVERRIDE-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE OVERRIDE-LOG-FILE
           END-IF.

       7000-PURGE-MUSTER-HISTORY.
           PERFORM 1700-START-FILE.

           OPEN INPUT MUSTER-HIST-FILE.
           EVALUATE TRUE
               WHEN MUSTER-HIST-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ MUSTER-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 7100-TAKE-ONE-MUSTER
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN MUSTER-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - MUSTHIST illisible, statut '
                       WS-MUSTER-HIST-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE MUSTER-HIST-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 7200-REWRITE-MUSTER-HISTORY
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - MUSTHIST non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-MUS-READ
               MOVE WS-ANON-COUNT TO RGPD-MUS-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       7100-TAKE-ONE-MUSTER.
      *    header records carry no name - only details are looked at.
           ADD 1 TO WS-READ-COUNT.

           IF MUS-DETAIL
               MOVE MUS-VISITOR-NAME TO WS-CANDIDATE-NAME
               MOVE MUS-MUSTER-DATE  TO WS-CANDIDATE-DATE
               PERFORM 1400-SET-CANDIDATE-AGE
               PERFORM 1300-DECIDE-ANONYMISE
               IF ANONYMISE-RECORD
                   MOVE WS-ANON-TOKEN TO MUS-VISITOR-NAME
                   ADD 1 TO WS-ANON-COUNT
               END-IF
           END-IF.

           MOVE MUSTER-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       7200-REWRITE-MUSTER-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - MUSTHIST non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT MUSTER-HIST-FILE
               IF NOT MUSTER-HIST-OK
                   DISPLAY 'ATTENTION - reecriture MUSTHIST '
                       'impossible, statut ' WS-MUSTER-HIST-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO MUSTER-RECORD
                               WRITE MUSTER-RECORD
                               IF NOT MUSTER-HIST-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'MUSTHIST echouee, statut '
                                       WS-MUSTER-HIST-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE MUSTER-HIST-FILE
           END-IF.

       7500-PURGE-CONTRACTOR-PASSES.
           PERFORM 1700-START-FILE.

           OPEN INPUT PASS-FILE.
           EVALUATE TRUE
               WHEN PASS-FILE-OK
                   PERFORM 1500-OPEN-WORK-FILE
                   PERFORM UNTIL END-OF-INPUT OR FILE-FAILED
                       READ PASS-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 7600-TAKE-ONE-PASS
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
               WHEN PASS-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PASSES illisible, statut '
                       WS-PASS-STATUS
                   SET FILE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE PASS-FILE.

           IF NOT FILE-FAILED
              AND WS-ANON-COUNT > ZERO
               PERFORM 7700-REWRITE-CONTRACTOR-PASSES
           END-IF.

           IF FILE-FAILED
               DISPLAY 'ATTENTION - PASSES non anonymise'
           ELSE
               MOVE WS-READ-COUNT TO RGPD-PAS-READ
               MOVE WS-ANON-COUNT TO RGPD-PAS-ANON
           END-IF.
           PERFORM 1800-END-FILE.

       7600-TAKE-ONE-PASS.
      *    a pass is aged by its last day - until then the batch
      *    still signs the contractor in under that name.
           ADD 1 TO WS-READ-COUNT.

           MOVE PASS-NAME     TO WS-CANDIDATE-NAME.
           MOVE PASS-VALID-TO TO WS-CANDIDATE-DATE.
           PERFORM 1400-SET-CANDIDATE-AGE.
      *    only the first 24 bytes are a name any other file could
      *    hold - a longer one can never match an erasure subject.
           IF RGPD-ERASURE
              AND PASS-NAME(25:6) NOT = SPACES
               MOVE SPACES TO WS-CANDIDATE-NAME
           END-IF.
           PERFORM 1300-DECIDE-ANONYMISE.
           IF ANONYMISE-RECORD
               MOVE WS-ANON-TOKEN TO PASS-NAME
               ADD 1 TO WS-ANON-COUNT
           END-IF.

           MOVE CONTRACTOR-PASS-RECORD TO WORK-RECORD.
           PERFORM 1600-WRITE-WORK-RECORD.

       7700-REWRITE-CONTRACTOR-PASSES.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               DISPLAY 'ATTENTION - relecture PURGTMP impossible, '
                   'statut ' WS-WORK-STATUS
                   ' - PASSES non reecrit'
               SET FILE-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT PASS-FILE
               IF NOT PASS-FILE-OK
                   DISPLAY 'ATTENTION - reecriture PASSES '
                       'impossible, statut ' WS-PASS-STATUS
                   SET FILE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-INPUT OR RUN-STOPPED
                       READ WORK-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD
                                   TO CONTRACTOR-PASS-RECORD
                               WRITE CONTRACTOR-PASS-RECORD
                               IF NOT PASS-FILE-OK
                                   DISPLAY 'ATTENTION - recopie '
                                       'PASSES echouee, statut '
                                       WS-PASS-STATUS
                                       ' - copie complete dans '
                                       'PURGTMP'
                                   SET FILE-FAILED TO TRUE
                                   SET RUN-STOPPED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE WORK-FILE
               CLOSE PASS-FILE
           END-IF.
