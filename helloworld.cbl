               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORWARD-STATUS.

           SELECT OPTIONAL PASS-FILE
               ASSIGN TO "PASSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-IN-FILE
       01  REJECT-RECORD.
           05  REJECT-REASON        PIC X(08).
           05  REJECT-SEP           PIC X(01).
           05  REJECT-DATA          PIC X(100).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE         PIC X(120).
      *    and the condition code the run ended with. Operations
      *    eyeball it in the morning, and the next run reads it back
      *    to cross-check against CHKPOINT before starting.
       COPY RUNCTL.

       FD  FORWARD-FILE
           RECORDING MODE IS F.
      *    unchanged. MOD in the JCL, like VISTREJ, so a checkpoint-
      *    restarted night keeps what the first attempt already
      *    carried forward; cleared by the same morning procedure.
       01  FORWARD-RECORD           PIC X(100).

       FD  PASS-FILE
           RECORDING MODE IS F.
      *    long-term contractor passes, issued and renewed at the
      *    desk by CtrPass - read after VISTIN, each pass due on the
      *    run date becoming one more sign-in.
       COPY CTRPASS.

       WORKING-STORAGE SECTION.
       COPY VISITOR.
           88  OCC-WARNING               VALUE 'W'.
           88  OCC-AT-LIMIT              VALUE 'F'.

      *    the original building - what a run started without a
      *    SITEID, or a pre-registration carrying none, means.
       01  WS-DEFAULT-SITE         PIC X(02)  VALUE '01'.

       01  WS-INDUCTION-SW         PIC X(01).
           88  INDUCTION-CURRENT         VALUE 'Y'.
           88  INDUCTION-DUE             VALUE 'N'.

       01  WS-NDA-SW               PIC X(01).
           88  NDA-CLEAR                 VALUE 'Y'.
           88  NDA-MISSING               VALUE 'N'.

       01  WS-HOST-FOUND-SW        PIC X(01).
           88  HOST-ON-FILE              VALUE 'Y'.
           88  HOST-NOT-ON-FILE          VALUE 'N'.
       01  WS-FWD-COUNT            PIC 9(05)  VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(08).

       01  WS-PASS-STATUS          PIC X(02).
      *    '05' - no PASSES dataset yet, simply no passes issued.
           88  PASS-FILE-OK              VALUE '00' '05'.

       01  WS-PASS-EOF-SW          PIC X(01)  VALUE 'N'.
           88  END-OF-PASSES             VALUE 'Y'.

      *    run date as a day number and a weekday, 1 = Monday - the
      *    day numbering starts on a Monday (1601-01-01), and
      *    PASS-DAY-ALLOWED is indexed the same way.
       01  WS-RUN-DAY-NUMBER       PIC 9(07).
       01  WS-RUN-WEEKDAY          PIC 9(01).

       01  WS-PASS-DAY-COUNT       PIC 9(05)  VALUE ZERO.

      *    how far ahead a pass's last day is flagged in VISTEDIT -
      *    two weeks gives the sponsoring host time to renew before
      *    the contractor is turned away at the desk.
       01  WS-PASS-NOTICE-DAYS     PIC 9(03)  VALUE 14.
       01  WS-PASS-DAYS-LEFT       PIC S9(07).

       01  WS-EXPIRY-TOTAL         PIC 9(05)  VALUE ZERO.
       01  WS-EXPIRY-TABLE.
           05  WS-EXPIRY-COUNT     PIC 9(03)  VALUE ZERO.
           05  WS-EXPIRY-DETAIL    OCCURS 50 TIMES
                                   PIC X(100).

       01  WS-EXPIRY-IDX           PIC 9(03).

       01  WS-EXPIRY-LINE.
           05  WS-EXPIRY-NAME      PIC X(30).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EXPIRY-COMPANY   PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EXPIRY-HOST      PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EXPIRY-SITE      PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EXPIRY-DAYS      PIC ZZ9.
           05  FILLER              PIC X(12)  VALUE ' JOUR(S)'.

      *    set when a VISTIN read comes back with a bad file status
      *    mid-run - the run could not complete and must say so on
      *    its condition code instead of ending green.
           05  WS-REJECT-LINE-REASON
                                   PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-REJECT-LINE-DATA PIC X(100).

       01  WS-REJ-NAMELONG-COUNT   PIC 9(05)  VALUE ZERO.
       01  WS-REJ-NAMEBAD-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-REJ-WATCHLST-COUNT   PIC 9(05)  VALUE ZERO.
       01  WS-REJ-EXPIRED-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-REJ-OCCLIMIT-COUNT   PIC 9(05)  VALUE ZERO.
       01  WS-REJ-INDUCTN-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-REJ-NDAMISS-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-REJ-TOTAL-COUNT      PIC 9(05)  VALUE ZERO.

      *    this run's rejects, kept for the end-of-job edit report so
           05  WS-REJECT-DETAIL-COUNT
                                   PIC 9(03)  VALUE ZERO.
           05  WS-REJECT-DETAIL    OCCURS 100 TIMES
                                   PIC X(109).

       01  WS-REJECT-IDX           PIC 9(03).

           88  MENU-GROUP-SIGN-IN        VALUE '9'.
      *    the digits ran out - badge management answers to a letter.
           88  MENU-BADGE-MGMT           VALUE 'B' 'b'.
           88  MENU-MUSTER               VALUE 'M' 'm'.
           88  MENU-HOST-COLLECTED       VALUE 'C' 'c'.
           88  MENU-LOBBY-WAITING        VALUE 'L' 'l'.
           88  MENU-CONTRACTOR-PASS      VALUE 'P' 'p'.
           88  MENU-SAFETY-INDUCTION     VALUE 'I' 'i'.
           88  MENU-EXIT                 VALUE '0'.

       PROCEDURE DIVISION.
      *    a broken run keeps its checkpoint - zeroing it here would
      *    make the restart reprocess (and re-badge) everything the
      *    run already signed in.
           IF NOT RUN-BROKEN
               PERFORM 1080-SIGN-IN-PASSES
           END-IF.

           IF NOT RUN-BROKEN
               PERFORM 1070-RESET-CHECKPOINT
           END-IF.

           PERFORM 1300-WRITE-EDIT-REPORT.

       1080-SIGN-IN-PASSES.
      *    contractor passes follow the last VISTIN record and share
      *    its record count and checkpoint, so a restart picks up in
      *    the middle of the passes exactly as it would in the middle
      *    of VISTIN. Every pass is looked at for the expiry list,
      *    even one the checkpoint says was already signed in - the
      *    morning report must list them all, restart or not.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-RUN-WEEKDAY =
               FUNCTION MOD(WS-RUN-DAY-NUMBER - 1, 7) + 1.

           OPEN INPUT PASS-FILE.
           IF NOT PASS-FILE-OK
               DISPLAY 'ATTENTION - PASSES inaccessible, statut '
                   WS-PASS-STATUS
                   ' - laissez-passer non traites'
               SET RUN-BROKEN TO TRUE
           ELSE
               PERFORM UNTIL END-OF-PASSES OR RUN-BROKEN
                   READ PASS-FILE
                       AT END
                           SET END-OF-PASSES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM 1085-NOTE-PASS-EXPIRY
                           IF WS-RECORD-COUNT > WS-CHECKPOINT-COUNT
                               PERFORM 1090-PROCESS-PASS
                               PERFORM 1060-WRITE-CHECKPOINT
                           END-IF
                   END-READ
                   IF NOT END-OF-PASSES
                      AND NOT PASS-FILE-OK
                       DISPLAY 'ATTENTION - lecture PASSES en '
                           'erreur, statut ' WS-PASS-STATUS
                           ' - traitement interrompu'
                       SET RUN-BROKEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PASS-FILE.

       1085-NOTE-PASS-EXPIRY.
      *    a last day that is no real date (keyed before CtrPass
      *    checked the calendar) cannot be counted down from.
           IF PASS-VALID-TO NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(PASS-VALID-TO) = ZERO
              AND PASS-VALID-TO NOT < WS-RUN-DATE
               COMPUTE WS-PASS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(PASS-VALID-TO)
                   - WS-RUN-DAY-NUMBER
               IF WS-PASS-DAYS-LEFT NOT > WS-PASS-NOTICE-DAYS
                   ADD 1 TO WS-EXPIRY-TOTAL
                   IF WS-EXPIRY-COUNT < 50
                       ADD 1 TO WS-EXPIRY-COUNT
                       MOVE PASS-NAME         TO WS-EXPIRY-NAME
                       MOVE PASS-COMPANY      TO WS-EXPIRY-COMPANY
                       MOVE PASS-HOST         TO WS-EXPIRY-HOST
                       MOVE PASS-SITE         TO WS-EXPIRY-SITE
                       MOVE PASS-VALID-TO     TO WS-EXPIRY-DATE
                       MOVE WS-PASS-DAYS-LEFT TO WS-EXPIRY-DAYS
                       MOVE WS-EXPIRY-LINE
                           TO WS-EXPIRY-DETAIL(WS-EXPIRY-COUNT)
                   END-IF
               END-IF
           END-IF.

       1090-PROCESS-PASS.
      *    a pass outside its window or on a day it does not allow
      *    is simply not due today - nothing to sign in, nothing to
      *    reject. A due pass is dressed up as a pre-registration
      *    for the run date and goes through the very same chain:
      *    name, watchlist, duplicate, host, safety, occupancy,
      *    greeting.
           IF PASS-VALID-FROM NUMERIC
              AND PASS-VALID-TO NUMERIC
              AND PASS-VALID-FROM NOT > WS-RUN-DATE
              AND PASS-VALID-TO NOT < WS-RUN-DATE
              AND PASS-DAY-ALLOWED(WS-RUN-WEEKDAY) = 'Y'
               ADD 1 TO WS-PASS-DAY-COUNT
               INITIALIZE VISITOR-IN-RECORD
               MOVE PASS-NAME     TO VISITOR-IN-NAME
               MOVE PASS-PURPOSE  TO VISITOR-IN-PURPOSE
               MOVE PASS-HOST     TO VISITOR-IN-HOST
               MOVE WS-RUN-DATE   TO VISITOR-IN-DATE
               MOVE PASS-COMPANY  TO VISITOR-IN-COMPANY
               MOVE PASS-SITE     TO VISITOR-IN-SITE
               PERFORM 1110-EDIT-AND-SIGN-IN
           END-IF.

       1100-PROCESS-VISTIN-RECORD.
      *    the expected date decides the record's fate before any
      *    editing: due today goes through the sign-in chain, a
               ADD 1 TO WS-REJ-HOSTUNKN-COUNT
               PERFORM 1200-WRITE-REJECT-RECORD
           ELSE
               PERFORM 1155-CHECK-SAFETY
           END-IF.

       1155-CHECK-SAFETY.
      *    site safety rules. Nobody is there overnight to give the
      *    briefing or take an NDA, and an unbriefed visitor cannot
      *    be sent off with an escort nobody arranged - either one
      *    missing rejects the record for reception to see to in the
      *    morning (the briefing first, when both are). Briefings
      *    held ahead of the visit are recorded at the desk through
      *    the menu's induction choice so the record gets through.
           MOVE VISITOR-IN-PURPOSE TO VISITOR-PURPOSE.
           CALL 'SafeChk' USING VISITOR-RECORD WS-INDUCTION-SW
               WS-NDA-SW.

           EVALUATE TRUE
               WHEN INDUCTION-DUE
                   DISPLAY 'Briefing securite absent ou perime, '
                       'refuse : ' VISITOR-IN-NAME
                   MOVE 'INDUCTN' TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-INDUCTN-COUNT
                   PERFORM 1200-WRITE-REJECT-RECORD
               WHEN NDA-MISSING
                   DISPLAY 'NDA requis et absent, refuse : '
                       VISITOR-IN-NAME ' / ' VISITOR-IN-PURPOSE
                   MOVE 'NDAMISS' TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-NDAMISS-COUNT
                   PERFORM 1200-WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM 1160-CHECK-OCCUPANCY
           END-EVALUATE.

       1160-CHECK-OCCUPANCY.
      *    fire-code occupancy gate, right before the greeting - the
      *    same slot WatchChk holds for security. Nobody is there to
      *    override overnight, so at the limit the record is
      *    rejected with its own reason for reception to work in
      *    the morning rather than badged into a full building.
      *    Each building has its own limit: a pre-registration is
      *    signed in at the building it was taken for, one from
      *    before sites existed at the SITEID this run was started
      *    with - and GreetVst stamps the visit with the same site.
           MOVE VISITOR-IN-SITE TO VISITOR-SITE.
           IF VISITOR-SITE = SPACES
               DISPLAY 'SITEID' UPON ENVIRONMENT-NAME
               ACCEPT VISITOR-SITE FROM ENVIRONMENT-VALUE
               IF VISITOR-SITE = SPACES
                   MOVE WS-DEFAULT-SITE TO VISITOR-SITE
               END-IF
           END-IF.

           MOVE 'C' TO WS-OCC-ACTION.
           CALL 'OccChk' USING WS-OCC-ACTION VISITOR-NAME
               WS-OCC-COUNT WS-OCC-LIMIT WS-OCC-STATUS
               VISITOR-SITE.

           EVALUATE TRUE
               WHEN OCC-AT-LIMIT
                   DISPLAY 'Batiment ' VISITOR-SITE
                       ' complet (' WS-OCC-COUNT
                       ' presents, limite ' WS-OCC-LIMIT
                       '), refuse : ' VISITOR-IN-NAME
                   MOVE 'OCCLIMIT' TO WS-REJECT-REASON
               MOVE WS-REJ-OCCLIMIT-COUNT TO WS-EDIT-COUNT-VALUE
               PERFORM 1350-PUT-COUNT-LINE

               MOVE 'INDUCTN  - briefing securite '
                   TO WS-EDIT-COUNT-LABEL
               MOVE WS-REJ-INDUCTN-COUNT TO WS-EDIT-COUNT-VALUE
               PERFORM 1350-PUT-COUNT-LINE

               MOVE 'NDAMISS  - NDA manquant      '
                   TO WS-EDIT-COUNT-LABEL
               MOVE WS-REJ-NDAMISS-COUNT TO WS-EDIT-COUNT-VALUE
               PERFORM 1350-PUT-COUNT-LINE

               MOVE 'TOTAL                        '
                   TO WS-EDIT-COUNT-LABEL
               MOVE WS-REJ-TOTAL-COUNT TO WS-EDIT-COUNT-VALUE
               MOVE WS-FWD-COUNT TO WS-EDIT-COUNT-VALUE
               PERFORM 1350-PUT-COUNT-LINE

      *        not a reject either - contractor pass days put
      *        through the sign-in chain; any that failed a check
      *        are counted under their reason above.
               MOVE 'PASSES   - laissez-passer jour'
                   TO WS-EDIT-COUNT-LABEL
               MOVE WS-PASS-DAY-COUNT TO WS-EDIT-COUNT-VALUE
               PERFORM 1350-PUT-COUNT-LINE

               MOVE 'DETAIL' TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE

                   WRITE EDIT-REPORT-LINE
               END-IF

      *        passes running out within the notice period, so the
      *        sponsoring host can renew before the contractor is
      *        turned away at the desk.
               MOVE 'PASSES EXPIRING WITHIN 14 DAYS'
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE

               PERFORM VARYING WS-EXPIRY-IDX FROM 1 BY 1
                       UNTIL WS-EXPIRY-IDX > WS-EXPIRY-COUNT
                   MOVE WS-EXPIRY-DETAIL(WS-EXPIRY-IDX)
                       TO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               END-PERFORM

               IF WS-EXPIRY-TOTAL > WS-EXPIRY-COUNT
                   MOVE 'LISTE TRONQUEE - voir les laissez-passer'
                       TO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               END-IF

               CLOSE EDIT-REPORT-FILE
           END-IF.

               ', signes ' WS-SIGNED-COUNT
               ', rejetes ' WS-REJ-TOTAL-COUNT
               ', reportes ' WS-FWD-COUNT
               ', laissez-passer ' WS-PASS-DAY-COUNT
               ', echecs ' WS-FAIL-COUNT
               ', RC ' WS-RUN-RC.

                   WHEN MENU-BADGE-MGMT
                       CALL 'BadgeMgt' USING WS-LANGUAGE
                           VISITOR-RECORD
                   WHEN MENU-MUSTER
                       CALL 'Muster'
                   WHEN MENU-HOST-COLLECTED
                       CALL 'HostColl' USING WS-LANGUAGE
                   WHEN MENU-LOBBY-WAITING
                       CALL 'LobbyWt' USING WS-LANGUAGE
                   WHEN MENU-CONTRACTOR-PASS
                       CALL 'CtrPass' USING WS-LANGUAGE
                   WHEN MENU-SAFETY-INDUCTION
                       CALL 'Induct' USING WS-LANGUAGE
                   WHEN MENU-EXIT
                       CONTINUE
                   WHEN OTHER
               DISPLAY '8 - Pre-register an expected visitor'
               DISPLAY '9 - Sign in a group / company'
               DISPLAY 'B - Badge management (void / reprint)'
               DISPLAY 'M - Evacuation muster / roll-call'
               DISPLAY 'C - Visitor collected by host'
               DISPLAY 'L - Visitors still waiting in the lobby'
               DISPLAY 'P - Long-term contractor passes'
               DISPLAY 'I - Safety briefing / NDA record'
               DISPLAY '0 - Exit'
           ELSE
               DISPLAY '1 - Enregistrer un visiteur'
               DISPLAY '8 - Pre-enregistrer un visiteur attendu'
               DISPLAY '9 - Enregistrer un groupe / une societe'
               DISPLAY 'B - Gestion des badges (annuler/reimprimer)'
               DISPLAY 'M - Appel d''evacuation'
               DISPLAY 'C - Visiteur pris en charge par l''hote'
               DISPLAY 'L - Visiteurs en attente a l''accueil'
               DISPLAY 'P - Laissez-passer prestataires'
               DISPLAY 'I - Briefing securite / NDA'
               DISPLAY '0 - Quitter'
           END-IF.
