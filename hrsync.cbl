       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrSync.
       AUTHOR. Fabrice.

      *    Nightly HR feed into the host directory. HostMnt depended
      *    on somebody at the desk hearing about every arrival, move
      *    and departure - leavers stayed active for weeks and
      *    department moves were never keyed, so NtfyDsp sent slips
      *    to extensions nobody answered. This step takes HR's
      *    employee extract (HREXTR) and applies it to HOSTS with
      *    the same rules HostMnt applies at the desk:
      *      - an active employee with no active HOSTS record is
      *        added (a rehired leaver gets a new record, the old
      *        deactivated one stays for history);
      *      - an active employee whose department or extension
      *        differs is updated;
      *      - a leaver ('L') still active in HOSTS is deactivated
      *        ('I'), never deleted.
      *    Every change is logged to HOSTLOG exactly as HostMnt logs
      *    one, under this run's TERMID, and HOSTS is rewritten whole
      *    once at the end (refused if it did not fit the table).
      *    Then PREREG and PASSES are checked for visitors still
      *    expected by a host this run has just deactivated, so
      *    reception can find them a new host before they turn up.
      *    Active hosts HR does not know at all are listed, not
      *    touched - they may be reception's own entries.
      *    The report goes to HRSYNRPT, echoed to the console.
      *    Condition codes:
      *      0 - clean
      *      4 - applied, with HR records refused and/or visitors
      *          left with a deactivated host - work the report
      *      8 - not applied, or only partly checked: HREXTR absent,
      *          empty or unreadable, HOSTS too big or not
      *          rewritten, PREREG/PASSES unreadable

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HR-EXTRACT-FILE
               ASSIGN TO "HREXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-EXTRACT-STATUS.

           SELECT OPTIONAL HOST-DIR-FILE
               ASSIGN TO "HOSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOST-DIR-STATUS.

           SELECT OPTIONAL HOST-LOG-FILE
               ASSIGN TO "HOSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOST-LOG-STATUS.

           SELECT OPTIONAL PREREG-FILE
               ASSIGN TO "PREREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.

           SELECT OPTIONAL PASS-FILE
               ASSIGN TO "PASSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "HRSYNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY HREXTR.

       FD  HOST-DIR-FILE
           RECORDING MODE IS F.
       COPY HOSTREC.

       FD  HOST-LOG-FILE
           RECORDING MODE IS F.
       COPY HOSTLOG.

       FD  PREREG-FILE
           RECORDING MODE IS F.
       COPY PREREG.

       FD  PASS-FILE
           RECORDING MODE IS F.
       COPY CTRPASS.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HR-EXTRACT-STATUS     PIC X(02).
           88  HR-EXTRACT-OK             VALUE '00'.
      *    '05' - the extract is simply not there. Unlike the other
      *    optional files that is an error here: no feed arrived.
           88  HR-EXTRACT-ABSENT         VALUE '05'.

       01  WS-HOST-DIR-STATUS       PIC X(02).
      *    '05' is a normal, successful OPEN status for a SELECT
      *    OPTIONAL file that does not exist yet - the very first
      *    feed against a fresh HOSTS dataset gets this, not '00'.
           88  HOST-DIR-OK               VALUE '00' '05'.

       01  WS-HOST-LOG-STATUS       PIC X(02).
           88  HOST-LOG-OK               VALUE '00' '05'.

       01  WS-PREREG-STATUS         PIC X(02).
           88  PREREG-OK                 VALUE '00' '05'.

       01  WS-PASS-STATUS           PIC X(02).
           88  PASS-FILE-OK              VALUE '00' '05'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

      *    set when the feed cannot be applied at all - nothing in
      *    HOSTS changes and nothing is logged.
       01  WS-APPLY-BROKEN-SW       PIC X(01)  VALUE 'N'.
           88  APPLY-BROKEN               VALUE 'Y'.

      *    set when the orphan check could not read PREREG/PASSES -
      *    the changes stand, but the check is not complete.
       01  WS-CHECK-BROKEN-SW       PIC X(01)  VALUE 'N'.
           88  CHECK-BROKEN               VALUE 'Y'.

       01  WS-OVERFLOW-SW           PIC X(01)  VALUE 'N'.
           88  DIRECTORY-OVERFLOWED       VALUE 'Y'.

       01  WS-REWRITE-SW            PIC X(01)  VALUE 'N'.
           88  REWRITE-OK                 VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).

      *    same capacity as HostMnt's table, so what the feed can
      *    build the desk can still maintain.
       01  WS-HOST-TABLE.
           05  WS-HOST-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-HOST-ENTRY        OCCURS 1000 TIMES
                                     INDEXED BY WS-HOST-IDX.
               10  WS-ENTRY-NAME    PIC X(20).
               10  WS-ENTRY-DEPT    PIC X(20).
               10  WS-ENTRY-EXT     PIC X(04).
               10  WS-ENTRY-STATUS  PIC X(01).
                   88  ENTRY-ACTIVE       VALUE 'A' ' '.
      *        'Y' once the HR extract has named this host - active
      *        hosts left at 'N' are the ones HR does not know.
               10  WS-ENTRY-SEEN-SW PIC X(01).
                   88  ENTRY-SEEN-BY-HR   VALUE 'Y'.
      *        'Y' on a host this run deactivated - what the orphan
      *        check looks for.
               10  WS-ENTRY-OFF-SW  PIC X(01).
                   88  ENTRY-JUST-DEACTIVATED
                                          VALUE 'Y'.

      *    this run's changes, logged to HOSTLOG only once HOSTS has
      *    actually been rewritten - a log of changes that never
      *    reached the directory would mislead whoever reads it.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT      PIC 9(04)  VALUE ZERO.
           05  WS-CHANGE-ENTRY      OCCURS 2000 TIMES.
               10  WS-CHG-NAME      PIC X(20).
               10  WS-CHG-ACTION    PIC X(01).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-MATCH-IDX             PIC 9(04)  VALUE ZERO.
       01  WS-CHANGE-IDX            PIC 9(04).

       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  HOST-FOUND                 VALUE 'Y'.

       01  WS-UPDATED-SW            PIC X(01)  VALUE 'N'.
           88  HOST-UPDATED               VALUE 'Y'.

       01  WS-WANTED-HOST           PIC X(20).
       01  WS-OLD-DEPT              PIC X(20).
       01  WS-OLD-EXT               PIC X(04).
       01  WS-REFUSE-REASON         PIC X(30).
       01  WS-LOG-ACTION            PIC X(01).

       01  WS-READ-COUNT            PIC 9(05)  VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-UPDATED-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-DEACTIVATED-COUNT     PIC 9(05)  VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-ORPHAN-COUNT          PIC 9(05)  VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(05)  VALUE ZERO.

       01  WS-PRINT-LINE            PIC X(100).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(28)
                               VALUE 'HR DIRECTORY SYNC FOR DATE  '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-CHANGE-COLUMN-LINE.
           05  FILLER               PIC X(12) VALUE 'ACTION'.
           05  FILLER               PIC X(21) VALUE 'HOST'.
           05  FILLER               PIC X(21) VALUE 'DEPARTMENT'.
           05  FILLER               PIC X(05) VALUE 'EXT'.
           05  FILLER               PIC X(21) VALUE 'PREVIOUS DEPT'.
           05  FILLER               PIC X(20) VALUE 'PREV EXT'.

       01  WS-CHANGE-LINE.
           05  WS-CHL-ACTION        PIC X(12).
           05  WS-CHL-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CHL-DEPT          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CHL-EXT           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CHL-OLD-DEPT      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CHL-OLD-EXT       PIC X(04).
           05  FILLER               PIC X(16) VALUE SPACES.

      *    printed among the changes, in the same columns, with
      *    the reason where the previous values would go.
       01  WS-REFUSE-LINE.
           05  FILLER               PIC X(12) VALUE 'REFUSED'.
           05  WS-RFL-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RFL-DEPT          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RFL-EXT           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RFL-REASON        PIC X(30).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-ORPHAN-COLUMN-LINE.
           05  FILLER               PIC X(08) VALUE 'FILE'.
           05  FILLER               PIC X(31) VALUE 'VISITOR'.
           05  FILLER               PIC X(21) VALUE 'FORMER HOST'.
           05  FILLER               PIC X(21) VALUE 'COMPANY'.
           05  FILLER               PIC X(09) VALUE 'DATE'.
           05  FILLER               PIC X(10) VALUE 'SITE'.

       01  WS-ORPHAN-LINE.
           05  WS-ORL-FILE          PIC X(08).
           05  WS-ORL-VISITOR       PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ORL-HOST          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ORL-COMPANY       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ORL-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ORL-SITE          PIC X(02).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-UNKNOWN-LINE.
           05  WS-UNL-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UNL-DEPT          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UNL-EXT           PIC X(04).
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL       PIC X(30).
           05  WS-TOTAL-DISPLAY     PIC ZZZZ9.
           05  FILLER               PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'TERMID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-ID FROM ENVIRONMENT-VALUE.
           IF WS-TERM-ID = SPACES
               MOVE 'UNKNOWN' TO WS-TERM-ID
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'HRSYNRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           MOVE WS-TODAY TO WS-HEADING-DATE.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           PERFORM 1000-LOAD-DIRECTORY.
           IF NOT APPLY-BROKEN
               PERFORM 2000-APPLY-HR-EXTRACT
           END-IF.
           IF NOT APPLY-BROKEN
               PERFORM 3000-REWRITE-AND-LOG
           END-IF.

      *    the orphan check only means something once the
      *    deactivations have really reached HOSTS.
           IF NOT APPLY-BROKEN
              AND WS-DEACTIVATED-COUNT > ZERO
               PERFORM 4000-CHECK-ORPHANED-VISITS
           END-IF.
           IF NOT APPLY-BROKEN
               PERFORM 5000-LIST-HOSTS-NOT-IN-HR
           END-IF.

           PERFORM 6000-PUT-TOTALS.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           EVALUATE TRUE
               WHEN APPLY-BROKEN
                   DISPLAY 'ATTENTION - flux RH non applique, HOSTS '
                       'inchange - voir messages ci-dessus'
                   MOVE 8 TO RETURN-CODE
               WHEN CHECK-BROKEN
                   DISPLAY 'ATTENTION - flux RH applique mais '
                       'controle des visites incomplet'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > ZERO
                 OR WS-ORPHAN-COUNT > ZERO
                   DISPLAY 'ATTENTION - flux RH applique avec '
                       'exceptions, voir HRSYNRPT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Flux RH applique : ' WS-READ-COUNT
                       ' employe(s) lu(s), aucune exception'
           END-EVALUATE.

           STOP RUN.

       1000-LOAD-DIRECTORY.
           MOVE ZERO TO WS-HOST-COUNT.
           MOVE 'N'  TO WS-EOF-SWITCH.

           OPEN INPUT HOST-DIR-FILE.
           IF NOT HOST-DIR-OK
               DISPLAY 'ATTENTION - HOSTS illisible, statut '
                   WS-HOST-DIR-STATUS
               SET APPLY-BROKEN TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ HOST-DIR-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF WS-HOST-COUNT < 1000
                               ADD 1 TO WS-HOST-COUNT
                               MOVE HOST-DIR-NAME
                                   TO WS-ENTRY-NAME(WS-HOST-COUNT)
                               MOVE HOST-DIR-DEPT
                                   TO WS-ENTRY-DEPT(WS-HOST-COUNT)
                               MOVE HOST-DIR-EXT
                                   TO WS-ENTRY-EXT(WS-HOST-COUNT)
                               MOVE HOST-DIR-STATUS
                                   TO WS-ENTRY-STATUS(WS-HOST-COUNT)
                               MOVE 'N'
                                   TO WS-ENTRY-SEEN-SW(WS-HOST-COUNT)
                                      WS-ENTRY-OFF-SW(WS-HOST-COUNT)
                           ELSE
                               SET DIRECTORY-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOST-DIR-FILE.

      *    an incomplete load must never be written back - that would
      *    delete every host past the table cap from the dataset.
           IF DIRECTORY-OVERFLOWED
               DISPLAY 'ATTENTION - plus de 1000 employes dans '
                   'HOSTS, flux RH refuse'
               SET APPLY-BROKEN TO TRUE
           END-IF.

       2000-APPLY-HR-EXTRACT.
           MOVE 'CHANGES' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE WS-CHANGE-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT HR-EXTRACT-FILE.
           EVALUATE TRUE
               WHEN HR-EXTRACT-OK
                   PERFORM UNTIL END-OF-INPUT OR APPLY-BROKEN
                       READ HR-EXTRACT-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 2100-TAKE-ONE-EMPLOYEE
                       END-READ
                       IF NOT END-OF-INPUT
                          AND NOT HR-EXTRACT-OK
                           DISPLAY 'ATTENTION - lecture HREXTR en '
                               'erreur, statut ' WS-HR-EXTRACT-STATUS
                           SET APPLY-BROKEN TO TRUE
                       END-IF
                   END-PERFORM
               WHEN HR-EXTRACT-ABSENT
                   DISPLAY 'ATTENTION - HREXTR absent, aucun flux RH '
                       'recu'
                   SET APPLY-BROKEN TO TRUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - HREXTR illisible, statut '
                       WS-HR-EXTRACT-STATUS
                   SET APPLY-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE HR-EXTRACT-FILE.

      *    an empty extract is a failed HR job, not a company with
      *    no staff - nothing to apply, and nothing to compare the
      *    directory against.
           IF NOT APPLY-BROKEN
              AND WS-READ-COUNT = ZERO
               DISPLAY 'ATTENTION - HREXTR vide, flux RH ignore'
               SET APPLY-BROKEN TO TRUE
           END-IF.

       2100-TAKE-ONE-EMPLOYEE.
           MOVE HR-EMP-NAME TO WS-WANTED-HOST.
           PERFORM 2200-FIND-ACTIVE-HOST.

           EVALUATE TRUE
               WHEN HR-EMP-NAME = SPACES
                   MOVE 'NO NAME' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-EMPLOYEE
               WHEN HR-EMP-LEFT
                   IF HOST-FOUND
                       PERFORM 2500-DEACTIVATE-HOST
                   END-IF
               WHEN NOT HR-EMP-ACTIVE
                   MOVE 'STATUS NOT A OR L' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-EMPLOYEE
               WHEN HOST-FOUND
                   PERFORM 2400-UPDATE-HOST
               WHEN OTHER
                   PERFORM 2300-ADD-HOST
           END-EVALUATE.

       2200-FIND-ACTIVE-HOST.
      *    the same rule as HostMnt - only an ACTIVE record matches;
      *    a deactivated one with the same name is history. Every
      *    record of that name is marked as known to HR.
           MOVE 'N'  TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOST-COUNT
               IF WS-ENTRY-NAME(WS-SEARCH-IDX) = WS-WANTED-HOST
                   MOVE 'Y' TO WS-ENTRY-SEEN-SW(WS-SEARCH-IDX)
                   IF ENTRY-ACTIVE(WS-SEARCH-IDX)
                      AND NOT HOST-FOUND
                       MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
                       SET HOST-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2300-ADD-HOST.
           EVALUATE TRUE
               WHEN HR-EMP-DEPT = SPACES
                   MOVE 'NO DEPARTMENT' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-EMPLOYEE
               WHEN HR-EMP-EXT NOT NUMERIC
                   MOVE 'EXTENSION NOT 4 DIGITS' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-EMPLOYEE
               WHEN WS-HOST-COUNT >= 1000
                   MOVE 'DIRECTORY FULL (1000)' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-EMPLOYEE
               WHEN OTHER
                   ADD 1 TO WS-HOST-COUNT
                   MOVE HR-EMP-NAME TO WS-ENTRY-NAME(WS-HOST-COUNT)
                   MOVE HR-EMP-DEPT TO WS-ENTRY-DEPT(WS-HOST-COUNT)
                   MOVE HR-EMP-EXT  TO WS-ENTRY-EXT(WS-HOST-COUNT)
                   MOVE 'A'         TO WS-ENTRY-STATUS(WS-HOST-COUNT)
                   MOVE 'Y'         TO WS-ENTRY-SEEN-SW(WS-HOST-COUNT)
                   MOVE 'N'         TO WS-ENTRY-OFF-SW(WS-HOST-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-OLD-DEPT WS-OLD-EXT
                   MOVE 'ADDED' TO WS-CHL-ACTION
                   MOVE 'A' TO WS-LOG-ACTION
                   PERFORM 2800-NOTE-CHANGE
           END-EVALUATE.

       2400-UPDATE-HOST.
      *    as at the desk, a blank department or a bad extension
      *    keeps what HOSTS already has - HR leaving a field empty is
      *    no reason to wipe a good value.
           MOVE 'N' TO WS-UPDATED-SW.
           MOVE WS-ENTRY-DEPT(WS-MATCH-IDX) TO WS-OLD-DEPT.
           MOVE WS-ENTRY-EXT(WS-MATCH-IDX)  TO WS-OLD-EXT.

           IF HR-EMP-DEPT NOT = SPACES
              AND HR-EMP-DEPT NOT = WS-ENTRY-DEPT(WS-MATCH-IDX)
               MOVE HR-EMP-DEPT TO WS-ENTRY-DEPT(WS-MATCH-IDX)
               SET HOST-UPDATED TO TRUE
           END-IF.
           IF HR-EMP-EXT NUMERIC
              AND HR-EMP-EXT NOT = WS-ENTRY-EXT(WS-MATCH-IDX)
               MOVE HR-EMP-EXT TO WS-ENTRY-EXT(WS-MATCH-IDX)
               SET HOST-UPDATED TO TRUE
           END-IF.

           IF HOST-UPDATED
               ADD 1 TO WS-UPDATED-COUNT
               MOVE 'UPDATED' TO WS-CHL-ACTION
               MOVE 'U' TO WS-LOG-ACTION
               PERFORM 2800-NOTE-CHANGE
           END-IF.

           IF HR-EMP-EXT NOT NUMERIC
              AND HR-EMP-EXT NOT = SPACES
               MOVE 'EXTENSION NOT 4 DIGITS, KEPT'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-EMPLOYEE
           END-IF.

       2500-DEACTIVATE-HOST.
           MOVE 'I' TO WS-ENTRY-STATUS(WS-MATCH-IDX).
           MOVE 'Y' TO WS-ENTRY-OFF-SW(WS-MATCH-IDX).
           ADD 1 TO WS-DEACTIVATED-COUNT.
           MOVE WS-ENTRY-DEPT(WS-MATCH-IDX) TO WS-OLD-DEPT.
           MOVE WS-ENTRY-EXT(WS-MATCH-IDX)  TO WS-OLD-EXT.
           MOVE 'DEACTIVATED' TO WS-CHL-ACTION.
           MOVE 'D' TO WS-LOG-ACTION.
           PERFORM 2800-NOTE-CHANGE.

       2800-NOTE-CHANGE.
           IF WS-CHANGE-COUNT < 2000
               ADD 1 TO WS-CHANGE-COUNT
               MOVE HR-EMP-NAME   TO WS-CHG-NAME(WS-CHANGE-COUNT)
               MOVE WS-LOG-ACTION TO WS-CHG-ACTION(WS-CHANGE-COUNT)
           ELSE
               DISPLAY 'ATTENTION - plus de 2000 modifications, '
                   'non tracee dans HOSTLOG : ' HR-EMP-NAME
           END-IF.

           MOVE HR-EMP-NAME TO WS-CHL-NAME.
           MOVE HR-EMP-DEPT TO WS-CHL-DEPT.
           MOVE HR-EMP-EXT  TO WS-CHL-EXT.
           MOVE WS-OLD-DEPT TO WS-CHL-OLD-DEPT.
           MOVE WS-OLD-EXT  TO WS-CHL-OLD-EXT.
           MOVE WS-CHANGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       2900-REFUSE-EMPLOYEE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE HR-EMP-NAME      TO WS-RFL-NAME.
           MOVE HR-EMP-DEPT      TO WS-RFL-DEPT.
           MOVE HR-EMP-EXT       TO WS-RFL-EXT.
           MOVE WS-REFUSE-REASON TO WS-RFL-REASON.
           MOVE WS-REFUSE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       3000-REWRITE-AND-LOG.
           IF WS-CHANGE-COUNT = ZERO
               MOVE '  (NO CHANGE)' TO WS-PRINT-LINE
               PERFORM 8000-PUT-REPORT-LINE
           ELSE
               PERFORM 3100-REWRITE-DIRECTORY
               IF REWRITE-OK
                   PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                           UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                       PERFORM 3200-WRITE-HOST-LOG
                   END-PERFORM
               ELSE
      *            HOSTS was opened for output and may now be short -
      *            operations must restore it before anybody signs in
      *            against it.
                   DISPLAY 'ATTENTION - HOSTS non reecrit, statut '
                       WS-HOST-DIR-STATUS
                       ' - restaurer HOSTS avant ouverture'
                   MOVE 'CHANGES NOT APPLIED - HOSTS NOT REWRITTEN'
                       TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
                   SET APPLY-BROKEN TO TRUE
               END-IF
           END-IF.

       3100-REWRITE-DIRECTORY.
           MOVE 'N' TO WS-REWRITE-SW.

           OPEN OUTPUT HOST-DIR-FILE.
           IF HOST-DIR-OK
               SET REWRITE-OK TO TRUE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-HOST-COUNT
                   MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)
                       TO HOST-DIR-NAME
                   MOVE WS-ENTRY-DEPT(WS-SEARCH-IDX)
                       TO HOST-DIR-DEPT
                   MOVE WS-ENTRY-EXT(WS-SEARCH-IDX)
                       TO HOST-DIR-EXT
                   IF ENTRY-ACTIVE(WS-SEARCH-IDX)
                       MOVE 'A' TO HOST-DIR-STATUS
                   ELSE
                       MOVE 'I' TO HOST-DIR-STATUS
                   END-IF
                   WRITE HOST-DIR-RECORD
                   IF NOT HOST-DIR-OK
                       MOVE 'N' TO WS-REWRITE-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE HOST-DIR-FILE.

       3200-WRITE-HOST-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN EXTEND HOST-LOG-FILE.
           IF NOT HOST-LOG-OK
               CLOSE HOST-LOG-FILE
               OPEN OUTPUT HOST-LOG-FILE
           END-IF.

           IF NOT HOST-LOG-OK
               DISPLAY 'ATTENTION - HOSTLOG inaccessible, statut '
                   WS-HOST-LOG-STATUS
                   ' - modification non tracee : '
                   WS-CHG-NAME(WS-CHANGE-IDX)
           ELSE
               INITIALIZE HOST-LOG-RECORD
               MOVE SPACE                      TO HLOG-SEP-1
                                                   HLOG-SEP-2
                                                   HLOG-SEP-3
                                                   HLOG-SEP-4
               MOVE WS-CHG-NAME(WS-CHANGE-IDX) TO HLOG-HOST-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO HLOG-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO HLOG-TIME
               MOVE WS-TERM-ID                 TO HLOG-TERM-ID
               MOVE WS-CHG-ACTION(WS-CHANGE-IDX)
                                               TO HLOG-ACTION
               WRITE HOST-LOG-RECORD
               IF NOT HOST-LOG-OK
                   DISPLAY
                       'ATTENTION - ecriture HOSTLOG echouee, statut '
                       WS-HOST-LOG-STATUS
                       ' - modification non tracee : '
                       WS-CHG-NAME(WS-CHANGE-IDX)
               END-IF
               CLOSE HOST-LOG-FILE
           END-IF.

       4000-CHECK-ORPHANED-VISITS.
           MOVE 'VISITORS EXPECTED BY A DEACTIVATED HOST'
               TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE WS-ORPHAN-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           PERFORM 4100-CHECK-PREREG.
           PERFORM 4200-CHECK-PASSES.

       4100-CHECK-PREREG.
      *    only visits still to come - a past-dated record is the
      *    overnight run's expired no-show, not reception's problem.
      *    Dateless records are still due, so they count.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT PREREG-FILE.
           IF NOT PREREG-OK
               DISPLAY 'ATTENTION - PREREG illisible, statut '
                   WS-PREREG-STATUS
               SET CHECK-BROKEN TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INPUT OR CHECK-BROKEN
                   READ PREREG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF VISITOR-IN-DATE NOT NUMERIC
                              OR VISITOR-IN-DATE NOT < WS-TODAY
                               MOVE VISITOR-IN-HOST
                                   TO WS-WANTED-HOST
                               PERFORM 4300-FIND-DEACTIVATED-HOST
                               IF HOST-FOUND
                                   MOVE 'PREREG'
                                       TO WS-ORL-FILE
                                   MOVE VISITOR-IN-NAME
                                       TO WS-ORL-VISITOR
                                   MOVE VISITOR-IN-HOST
                                       TO WS-ORL-HOST
                                   MOVE VISITOR-IN-COMPANY
                                       TO WS-ORL-COMPANY
                                   MOVE VISITOR-IN-DATE
                                       TO WS-ORL-DATE
                                   MOVE VISITOR-IN-SITE
                                       TO WS-ORL-SITE
                                   PERFORM 4400-PUT-ORPHAN
                               END-IF
                           END-IF
                   END-READ
                   IF NOT END-OF-INPUT
                      AND NOT PREREG-OK
                       DISPLAY 'ATTENTION - lecture PREREG en '
                           'erreur, statut ' WS-PREREG-STATUS
                       SET CHECK-BROKEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PREREG-FILE.

       4200-CHECK-PASSES.
      *    a pass already run out needs no new host - only passes
      *    whose last day is still to come are listed, with that
      *    last day.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT PASS-FILE.
           IF NOT PASS-FILE-OK
               DISPLAY 'ATTENTION - PASSES illisible, statut '
                   WS-PASS-STATUS
               SET CHECK-BROKEN TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INPUT OR CHECK-BROKEN
                   READ PASS-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF PASS-VALID-TO NUMERIC
                              AND PASS-VALID-TO NOT < WS-TODAY
                               MOVE PASS-HOST TO WS-WANTED-HOST
                               PERFORM 4300-FIND-DEACTIVATED-HOST
                               IF HOST-FOUND
                                   MOVE 'PASS'        TO WS-ORL-FILE
                                   MOVE PASS-NAME     TO WS-ORL-VISITOR
                                   MOVE PASS-HOST     TO WS-ORL-HOST
                                   MOVE PASS-COMPANY  TO WS-ORL-COMPANY
                                   MOVE PASS-VALID-TO TO WS-ORL-DATE
                                   MOVE PASS-SITE     TO WS-ORL-SITE
                                   PERFORM 4400-PUT-ORPHAN
                               END-IF
                           END-IF
                   END-READ
                   IF NOT END-OF-INPUT
                      AND NOT PASS-FILE-OK
                       DISPLAY 'ATTENTION - lecture PASSES en '
                           'erreur, statut ' WS-PASS-STATUS
                       SET CHECK-BROKEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PASS-FILE.

       4300-FIND-DEACTIVATED-HOST.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOST-COUNT
                      OR HOST-FOUND
               IF WS-ENTRY-NAME(WS-SEARCH-IDX) = WS-WANTED-HOST
                  AND ENTRY-JUST-DEACTIVATED(WS-SEARCH-IDX)
                   SET HOST-FOUND TO TRUE
               END-IF
           END-PERFORM.

       4400-PUT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE WS-ORPHAN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       5000-LIST-HOSTS-NOT-IN-HR.
      *    listed for reception to look at, never deactivated on the
      *    strength of an absence - reception's own entries (a
      *    shared mailbox, a meeting room) are not HR's to know.
           MOVE 'ACTIVE HOSTS NOT IN THE HR EXTRACT' TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOST-COUNT
               IF ENTRY-ACTIVE(WS-SEARCH-IDX)
                  AND NOT ENTRY-SEEN-BY-HR(WS-SEARCH-IDX)
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE WS-ENTRY-NAME(WS-SEARCH-IDX) TO WS-UNL-NAME
                   MOVE WS-ENTRY-DEPT(WS-SEARCH-IDX) TO WS-UNL-DEPT
                   MOVE WS-ENTRY-EXT(WS-SEARCH-IDX)  TO WS-UNL-EXT
                   MOVE WS-UNKNOWN-LINE TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
               END-IF
           END-PERFORM.

       6000-PUT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'HR RECORDS READ' TO WS-TOTAL-LABEL.
           MOVE WS-READ-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'HOSTS ADDED' TO WS-TOTAL-LABEL.
           MOVE WS-ADDED-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'HOSTS UPDATED' TO WS-TOTAL-LABEL.
           MOVE WS-UPDATED-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'HOSTS DEACTIVATED' TO WS-TOTAL-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'HR RECORDS REFUSED' TO WS-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'VISITS WITH DEACTIVATED HOST' TO WS-TOTAL-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

           MOVE 'ACTIVE HOSTS NOT IN HR' TO WS-TOTAL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM 6100-PUT-TOTAL-LINE.

       6100-PUT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       8000-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
