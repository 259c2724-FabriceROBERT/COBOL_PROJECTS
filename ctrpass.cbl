       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtrPass.
       AUTHOR. Fabrice.

      *    Long-term contractor passes, reached from HelloWorld's
      *    menu: the cleaning and maintenance firms come every
      *    weekday for months, and re-keying each of them through
      *    PreReg one date at a time was a daily chore that still
      *    let a day slip now and then. A pass names the contractor,
      *    the sponsoring host, a validity window and the weekdays
      *    it is good on; the overnight batch turns it into that
      *    day's sign-in, through the same VldName / WatchChk /
      *    HostVld / OccChk checks as a pre-registration. The name
      *    and host are screened here at issue time, like PreReg.
      *
      *    One pass per contractor name - a pass that runs out is
      *    renewed (new last day), not issued twice. Modeled on
      *    PreReg: issue appends, renew and cancel reload the file
      *    into a table and rewrite it whole (refused if the table
      *    overflowed, so a bigger-than-expected file can never lose
      *    records).
      *
      *    Each pass is stamped with the building of the desk that
      *    issued it (the terminal's SITEID), which is where the
      *    overnight batch signs the contractor in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PASS-FILE
               ASSIGN TO "PASSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE
           RECORDING MODE IS F.
       COPY CTRPASS.

       WORKING-STORAGE SECTION.
       01  WS-PASS-STATUS            PIC X(02).
      *    '05' is a normal, successful OPEN status for a SELECT
      *    OPTIONAL file that does not exist yet - the first pass
      *    issued against a fresh PASSES dataset gets this, not
      *    just '00'.
           88  PASS-OK                    VALUE '00' '05'.

       01  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
           88  END-OF-PASSES               VALUE 'Y'.

       01  WS-TODAY                  PIC 9(08).

       01  WS-SITE-CODE              PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE           PIC X(02)  VALUE '01'.

       01  WS-NAME-STAGING           PIC X(40).

       01  WS-VALIDATION-STATUS      PIC X(01).
           88  NAME-OK                    VALUE 'O'.
           88  NAME-BLANK-OR-BAD-CHAR     VALUE 'B'.
           88  NAME-TOO-LONG              VALUE 'L'.

       01  WS-HOST-ANSWER            PIC X(20).

       01  WS-HOST-FOUND-SW          PIC X(01).
           88  HOST-ON-FILE               VALUE 'Y'.
           88  HOST-NOT-ON-FILE           VALUE 'N'.

       01  WS-HOST-DEPT              PIC X(20).
       01  WS-HOST-EXT               PIC X(04).

       01  WS-HOST-MATCHES.
           05  WS-MATCH-COUNT        PIC 9(02).
           05  WS-MATCH-NAME         OCCURS 5 TIMES
                                     PIC X(20).

       01  WS-MATCH-IDX              PIC 9(02).
       01  WS-MATCH-IDX-DISPLAY      PIC 9(01).

       01  WS-CONFIRM-ANSWER         PIC X(01).
           88  CONFIRM-YES                VALUE 'Y' 'y' 'O' 'o'.

       01  WS-PURPOSE-ANSWER         PIC X(20).
       01  WS-COMPANY-ANSWER         PIC X(20).
       01  WS-DATE-ANSWER            PIC X(08).
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-TO-DATE                PIC 9(08).

       01  WS-DATE-VALID-SW          PIC X(01)  VALUE 'N'.
           88  DATE-IS-VALID              VALUE 'Y'.

       01  WS-DAYS-ANSWER            PIC X(07).
      *    the weekday pattern a blank answer means - the usual
      *    cleaning / maintenance contract.
       01  WS-DEFAULT-DAYS           PIC X(07)  VALUE 'YYYYYNN'.

       01  WS-DAYS-PATTERN.
           05  WS-DAY-FLAG           OCCURS 7 TIMES
                                     PIC X(01).

       01  WS-DAY-IDX                PIC 9(01).
       01  WS-DAY-ANSWER-CHAR        PIC X(01).
           88  DAY-ANSWER-YES             VALUE 'Y' 'y' 'O' 'o'.
           88  DAY-ANSWER-NO              VALUE 'N' 'n'.

       01  WS-DAYS-VALID-SW          PIC X(01)  VALUE 'N'.
           88  DAYS-ARE-VALID             VALUE 'Y'.

       01  WS-DAYS-YES-COUNT         PIC 9(01).

       01  WS-PASS-TABLE.
           05  WS-PASS-COUNT         PIC 9(04)  VALUE ZERO.
           05  WS-PASS-ENTRY         OCCURS 500 TIMES
                                      INDEXED BY WS-PASS-IDX.
               10  WS-ENTRY-RECORD   PIC X(115).

       01  WS-ENTRY-VIEW.
           05  WS-VIEW-NAME          PIC X(30).
           05  WS-VIEW-PURPOSE       PIC X(20).
           05  WS-VIEW-HOST          PIC X(20).
           05  WS-VIEW-COMPANY       PIC X(20).
           05  WS-VIEW-SITE          PIC X(02).
           05  WS-VIEW-VALID-FROM    PIC 9(08).
           05  WS-VIEW-VALID-TO      PIC 9(08).
           05  WS-VIEW-WEEKDAYS      PIC X(07).

       01  WS-SEARCH-IDX             PIC 9(04).
       01  WS-MATCH-ENTRY-IDX        PIC 9(04)  VALUE ZERO.

       01  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                 VALUE 'Y'.

       01  WS-OVERFLOW-SW            PIC X(01)  VALUE 'N'.
           88  PASS-OVERFLOWED             VALUE 'Y'.

       01  WS-REWRITE-SW             PIC X(01)  VALUE 'N'.
           88  REWRITE-OK                  VALUE 'Y'.

       01  WS-LIST-HEADING.
           05  FILLER                PIC X(32)
               VALUE 'CONTRACTOR'.
           05  FILLER                PIC X(22)
               VALUE 'COMPANY'.
           05  FILLER                PIC X(22)
               VALUE 'HOST'.
           05  FILLER                PIC X(10)
               VALUE 'FROM'.
           05  FILLER                PIC X(10)
               VALUE 'TO'.
           05  FILLER                PIC X(09)
               VALUE 'MTWTFSS'.
           05  FILLER                PIC X(04)
               VALUE 'SITE'.

       01  WS-LIST-LINE.
           05  WS-LIST-NAME          PIC X(30).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-COMPANY       PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-HOST          PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-FROM          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-TO            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-DAYS          PIC X(07).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-SITE          PIC X(02).

       01  WS-MENU-CHOICE            PIC X(01).
           88  PASS-ISSUE                  VALUE '1'.
           88  PASS-RENEW                  VALUE '2'.
           88  PASS-CANCEL                 VALUE '3'.
           88  PASS-LIST                   VALUE '4'.
           88  PASS-RETURN                 VALUE '0'.

       LINKAGE SECTION.
       01  LK-LANGUAGE               PIC X(01).
           88  LANG-IS-FRENCH              VALUE 'F' 'f'.
           88  LANG-IS-ENGLISH             VALUE 'E' 'e'.

       PROCEDURE DIVISION USING LK-LANGUAGE.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE SPACE TO WS-MENU-CHOICE.
           PERFORM UNTIL PASS-RETURN
               PERFORM 1000-DISPLAY-PASS-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE TRUE
                   WHEN PASS-ISSUE
                       PERFORM 2000-ISSUE-PASS
                   WHEN PASS-RENEW
                       PERFORM 3000-RENEW-PASS
                   WHEN PASS-CANCEL
                       PERFORM 4000-CANCEL-PASS
                   WHEN PASS-LIST
                       PERFORM 5000-LIST-PASSES
                   WHEN PASS-RETURN
                       CONTINUE
                   WHEN OTHER
                       IF LANG-IS-ENGLISH
                           DISPLAY 'Invalid choice.'
                       ELSE
                           DISPLAY 'Choix invalide.'
                       END-IF
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       1000-DISPLAY-PASS-MENU.
           IF LANG-IS-ENGLISH
               DISPLAY 'Contractor passes'
               DISPLAY '1 - Issue a contractor pass'
               DISPLAY '2 - Renew a pass (new last day)'
               DISPLAY '3 - Cancel a pass'
               DISPLAY '4 - List contractor passes'
               DISPLAY '0 - Back to main menu'
           ELSE
               DISPLAY 'Laissez-passer prestataires'
               DISPLAY '1 - Delivrer un laissez-passer'
               DISPLAY '2 - Prolonger un laissez-passer'
               DISPLAY '3 - Annuler un laissez-passer'
               DISPLAY '4 - Lister les laissez-passer'
               DISPLAY '0 - Retour au menu principal'
           END-IF.

       2000-ISSUE-PASS.
           PERFORM 2100-ASK-CONTRACTOR-NAME.
           IF NOT NAME-OK
               CONTINUE
           ELSE
               PERFORM 6000-LOAD-PASS-FILE
               PERFORM 6100-FIND-PASS-ENTRY
               IF ENTRY-FOUND
                   IF LANG-IS-ENGLISH
                       DISPLAY 'A pass is already on file for this '
                           'name - renew it instead : '
                           WS-NAME-STAGING
                   ELSE
                       DISPLAY 'Laissez-passer deja existant a ce '
                           'nom - le prolonger : ' WS-NAME-STAGING
                   END-IF
               ELSE
                   PERFORM 2200-ASK-VALIDITY
                   IF DATE-IS-VALID
                       PERFORM 2250-ASK-WEEKDAYS
                       IF DAYS-ARE-VALID
                           PERFORM 2300-ASK-PURPOSE-AND-HOST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-ASK-CONTRACTOR-NAME.
           IF LANG-IS-ENGLISH
               DISPLAY 'Contractor''s name ?'
           ELSE
               DISPLAY 'Nom du prestataire ?'
           END-IF.
           ACCEPT WS-NAME-STAGING.

           CALL 'VldName' USING WS-NAME-STAGING WS-VALIDATION-STATUS.
           EVALUATE TRUE
               WHEN NAME-TOO-LONG
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Name too long (12 chars max), '
                           'no pass issued.'
                   ELSE
                       DISPLAY 'Nom trop long (12 car. max), '
                           'aucun laissez-passer delivre.'
                   END-IF
               WHEN NAME-BLANK-OR-BAD-CHAR
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid name, no pass issued.'
                   ELSE
                       DISPLAY 'Nom invalide, aucun laissez-passer '
                           'delivre.'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-ASK-VALIDITY.
           MOVE 'N' TO WS-DATE-VALID-SW.

           IF LANG-IS-ENGLISH
               DISPLAY 'First day of the pass (YYYYMMDD, '
                   'blank = today) ?'
           ELSE
               DISPLAY 'Premier jour du laissez-passer (AAAAMMJJ, '
                   'vide = aujourd''hui) ?'
           END-IF.
           ACCEPT WS-DATE-ANSWER.

           EVALUATE TRUE
               WHEN WS-DATE-ANSWER = SPACES
                   MOVE WS-TODAY TO WS-FROM-DATE
               WHEN WS-DATE-ANSWER NOT NUMERIC
                   MOVE ZERO TO WS-FROM-DATE
               WHEN OTHER
                   MOVE WS-DATE-ANSWER TO WS-FROM-DATE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-FROM-DATE = ZERO
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date must be 8 digits, '
                           'no pass issued.'
                   ELSE
                       DISPLAY 'Date : 8 chiffres requis, '
                           'aucun laissez-passer delivre.'
                   END-IF
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                       NOT = ZERO
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid date ' WS-FROM-DATE
                           ', no pass issued.'
                   ELSE
                       DISPLAY 'Date invalide ' WS-FROM-DATE
                           ', aucun laissez-passer delivre.'
                   END-IF
      *        the batch only ever signs in on the run date - a
      *        window starting in the past just starts today.
               WHEN WS-FROM-DATE < WS-TODAY
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date already past, '
                           'no pass issued.'
                   ELSE
                       DISPLAY 'Date deja passee, '
                           'aucun laissez-passer delivre.'
                   END-IF
               WHEN OTHER
                   PERFORM 2210-ASK-LAST-DAY
           END-EVALUATE.

       2210-ASK-LAST-DAY.
           IF LANG-IS-ENGLISH
               DISPLAY 'Last day of the pass (YYYYMMDD) ?'
           ELSE
               DISPLAY 'Dernier jour du laissez-passer (AAAAMMJJ) ?'
           END-IF.
           ACCEPT WS-DATE-ANSWER.

      *    no open-ended passes - the last day is what makes the
      *    sponsoring host look at the pass again. A month or day
      *    out of range is refused too: 20261399 would otherwise
      *    compare as a date well into the next year.
           MOVE ZERO TO WS-TO-DATE.
           IF WS-DATE-ANSWER IS NUMERIC
               MOVE WS-DATE-ANSWER TO WS-TO-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DATE-ANSWER NOT NUMERIC
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date must be 8 digits, '
                           'no pass issued.'
                   ELSE
                       DISPLAY 'Date : 8 chiffres requis, '
                           'aucun laissez-passer delivre.'
                   END-IF
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                       NOT = ZERO
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid date ' WS-TO-DATE
                           ', no pass issued.'
                   ELSE
                       DISPLAY 'Date invalide ' WS-TO-DATE
                           ', aucun laissez-passer delivre.'
                   END-IF
               WHEN WS-TO-DATE < WS-FROM-DATE
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Last day before first day, '
                           'no pass issued.'
                   ELSE
                       DISPLAY 'Dernier jour avant le premier, '
                           'aucun laissez-passer delivre.'
                   END-IF
               WHEN OTHER
                   SET DATE-IS-VALID TO TRUE
           END-EVALUATE.

       2250-ASK-WEEKDAYS.
           MOVE 'N' TO WS-DAYS-VALID-SW.

           IF LANG-IS-ENGLISH
               DISPLAY 'Days allowed, Monday to Sunday, Y/N each '
                   '(blank = Monday to Friday) ?'
           ELSE
               DISPLAY 'Jours autorises, du lundi au dimanche, O/N '
                   'chacun (vide = lundi a vendredi) ?'
           END-IF.
           ACCEPT WS-DAYS-ANSWER.

           IF WS-DAYS-ANSWER = SPACES
               MOVE WS-DEFAULT-DAYS TO WS-DAYS-ANSWER
           END-IF.

      *    stored as 'Y'/'N' whatever the desk's language, so the
      *    batch has only one pattern to test.
           SET DAYS-ARE-VALID TO TRUE.
           MOVE ZERO TO WS-DAYS-YES-COUNT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-DAYS-ANSWER(WS-DAY-IDX:1)
                   TO WS-DAY-ANSWER-CHAR
               EVALUATE TRUE
                   WHEN DAY-ANSWER-YES
                       MOVE 'Y' TO WS-DAY-FLAG(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-YES-COUNT
                   WHEN DAY-ANSWER-NO
                       MOVE 'N' TO WS-DAY-FLAG(WS-DAY-IDX)
                   WHEN OTHER
                       MOVE 'N' TO WS-DAYS-VALID-SW
               END-EVALUATE
           END-PERFORM.

           IF NOT DAYS-ARE-VALID
               IF LANG-IS-ENGLISH
                   DISPLAY 'Seven Y/N answers needed, '
                       'no pass issued.'
               ELSE
                   DISPLAY 'Sept reponses O/N requises, '
                       'aucun laissez-passer delivre.'
               END-IF
           ELSE
               IF WS-DAYS-YES-COUNT = ZERO
                   MOVE 'N' TO WS-DAYS-VALID-SW
                   IF LANG-IS-ENGLISH
                       DISPLAY 'No day allowed, no pass issued.'
                   ELSE
                       DISPLAY 'Aucun jour autorise, '
                           'aucun laissez-passer delivre.'
                   END-IF
               END-IF
           END-IF.

       2300-ASK-PURPOSE-AND-HOST.
           IF LANG-IS-ENGLISH
               DISPLAY 'Purpose (e.g. cleaning, maintenance) ?'
           ELSE
               DISPLAY 'Motif (ex. nettoyage, maintenance) ?'
           END-IF.
           ACCEPT WS-PURPOSE-ANSWER.

           IF LANG-IS-ENGLISH
               DISPLAY 'Contractor''s company ?'
           ELSE
               DISPLAY 'Societe du prestataire ?'
           END-IF.
           ACCEPT WS-COMPANY-ANSWER.

           IF LANG-IS-ENGLISH
               DISPLAY 'Sponsoring host ?'
           ELSE
               DISPLAY 'Employe responsable du laissez-passer ?'
           END-IF.
           ACCEPT WS-HOST-ANSWER.

      *    every daily sign-in from this pass goes through HostVld
      *    overnight - an unknown host would reject it every single
      *    morning, so screen the host once, now.
           CALL 'HostVld' USING WS-HOST-ANSWER WS-HOST-FOUND-SW
               WS-HOST-DEPT WS-HOST-EXT WS-HOST-MATCHES.

           IF HOST-ON-FILE
               PERFORM 2400-APPEND-PASS
           ELSE
               PERFORM 2350-CONFIRM-UNKNOWN-HOST
           END-IF.

       2350-CONFIRM-UNKNOWN-HOST.
           IF LANG-IS-ENGLISH
               DISPLAY 'Host not in the directory: ' WS-HOST-ANSWER
           ELSE
               DISPLAY 'Employe inconnu au repertoire : '
                   WS-HOST-ANSWER
           END-IF.

           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE WS-MATCH-IDX TO WS-MATCH-IDX-DISPLAY
               DISPLAY WS-MATCH-IDX-DISPLAY ' - '
                   WS-MATCH-NAME(WS-MATCH-IDX)
           END-PERFORM.

           IF LANG-IS-ENGLISH
               DISPLAY 'Issue as typed anyway ? (Y/N)'
           ELSE
               DISPLAY 'Delivrer tel quel quand meme ? (O/N)'
           END-IF.
           ACCEPT WS-CONFIRM-ANSWER.

           IF CONFIRM-YES
               PERFORM 2400-APPEND-PASS
           ELSE
               IF LANG-IS-ENGLISH
                   DISPLAY 'No pass issued.'
               ELSE
                   DISPLAY 'Aucun laissez-passer delivre.'
               END-IF
           END-IF.

       2400-APPEND-PASS.
           OPEN EXTEND PASS-FILE.
           IF NOT PASS-OK
               CLOSE PASS-FILE
               OPEN OUTPUT PASS-FILE
           END-IF.

           IF NOT PASS-OK
               DISPLAY 'ATTENTION - PASSES inaccessible, statut '
                   WS-PASS-STATUS
                   ' - laissez-passer perdu : ' WS-NAME-STAGING
           ELSE
               DISPLAY 'SITEID' UPON ENVIRONMENT-NAME
               ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE
               IF WS-SITE-CODE = SPACES
                   MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
               END-IF
               INITIALIZE CONTRACTOR-PASS-RECORD
               MOVE WS-NAME-STAGING    TO PASS-NAME
               MOVE WS-PURPOSE-ANSWER  TO PASS-PURPOSE
               MOVE WS-HOST-ANSWER     TO PASS-HOST
               MOVE WS-COMPANY-ANSWER  TO PASS-COMPANY
               MOVE WS-SITE-CODE       TO PASS-SITE
               MOVE WS-FROM-DATE       TO PASS-VALID-FROM
               MOVE WS-TO-DATE         TO PASS-VALID-TO
               MOVE WS-DAYS-PATTERN    TO PASS-WEEKDAYS
               WRITE CONTRACTOR-PASS-RECORD
               IF PASS-OK
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Pass issued ' WS-FROM-DATE ' - '
                           WS-TO-DATE ' : ' WS-NAME-STAGING
                   ELSE
                       DISPLAY 'Laissez-passer delivre du '
                           WS-FROM-DATE ' au ' WS-TO-DATE ' : '
                           WS-NAME-STAGING
                   END-IF
               ELSE
                   DISPLAY 'ATTENTION - ecriture PASSES echouee, '
                       'statut ' WS-PASS-STATUS
                       ' - laissez-passer perdu : '
                       WS-NAME-STAGING
               END-IF
               CLOSE PASS-FILE
           END-IF.

       3000-RENEW-PASS.
           PERFORM 6000-LOAD-PASS-FILE.

           IF LANG-IS-ENGLISH
               DISPLAY 'Name of the contractor to renew ?'
           ELSE
               DISPLAY 'Nom du prestataire a prolonger ?'
           END-IF.
           ACCEPT WS-NAME-STAGING.

           PERFORM 6100-FIND-PASS-ENTRY.

           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   IF LANG-IS-ENGLISH
                       DISPLAY 'No pass on file for: '
                           WS-NAME-STAGING
                   ELSE
                       DISPLAY 'Aucun laissez-passer pour : '
                           WS-NAME-STAGING
                   END-IF
               WHEN PASS-OVERFLOWED
      *            an incomplete load must never be written back -
      *            that would delete every record past the table cap.
                   DISPLAY 'ATTENTION - fichier incompletement '
                       'charge, prolongation refusee : '
                       WS-NAME-STAGING
               WHEN OTHER
                   PERFORM 3100-ASK-NEW-LAST-DAY
           END-EVALUATE.

       3100-ASK-NEW-LAST-DAY.
           MOVE WS-ENTRY-RECORD(WS-MATCH-ENTRY-IDX) TO WS-ENTRY-VIEW.

           IF LANG-IS-ENGLISH
               DISPLAY 'Current pass ' WS-VIEW-VALID-FROM ' - '
                   WS-VIEW-VALID-TO ', host ' WS-VIEW-HOST
               DISPLAY 'New last day (YYYYMMDD) ?'
           ELSE
               DISPLAY 'Laissez-passer actuel du ' WS-VIEW-VALID-FROM
                   ' au ' WS-VIEW-VALID-TO ', hote ' WS-VIEW-HOST
               DISPLAY 'Nouveau dernier jour (AAAAMMJJ) ?'
           END-IF.
           ACCEPT WS-DATE-ANSWER.

           MOVE ZERO TO WS-TO-DATE.
           IF WS-DATE-ANSWER IS NUMERIC
               MOVE WS-DATE-ANSWER TO WS-TO-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DATE-ANSWER NOT NUMERIC
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date must be 8 digits, nothing '
                           'renewed.'
                   ELSE
                       DISPLAY 'Date : 8 chiffres requis, rien '
                           'prolonge.'
                   END-IF
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                       NOT = ZERO
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid date ' WS-TO-DATE
                           ', nothing renewed.'
                   ELSE
                       DISPLAY 'Date invalide ' WS-TO-DATE
                           ', rien prolonge.'
                   END-IF
      *        a last day already gone would simply end the pass -
      *        that is what cancel is for.
               WHEN WS-TO-DATE < WS-TODAY
                 OR WS-TO-DATE < WS-VIEW-VALID-FROM
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date already past or before the '
                           'first day, nothing renewed.'
                   ELSE
                       DISPLAY 'Date passee ou avant le premier '
                           'jour, rien prolonge.'
                   END-IF
               WHEN OTHER
                   PERFORM 3200-UPDATE-AND-REWRITE
           END-EVALUATE.

       3200-UPDATE-AND-REWRITE.
           MOVE WS-TO-DATE TO WS-VIEW-VALID-TO.
           MOVE WS-ENTRY-VIEW TO WS-ENTRY-RECORD(WS-MATCH-ENTRY-IDX).

           PERFORM 6200-REWRITE-PASS-FILE.
           IF REWRITE-OK
               IF LANG-IS-ENGLISH
                   DISPLAY 'Pass renewed to ' WS-TO-DATE ' : '
                       WS-NAME-STAGING
               ELSE
                   DISPLAY 'Laissez-passer prolonge au ' WS-TO-DATE
                       ' : ' WS-NAME-STAGING
               END-IF
           ELSE
               DISPLAY 'ATTENTION - PASSES non reecrit, statut '
                   WS-PASS-STATUS
                   ' - prolongation perdue : ' WS-NAME-STAGING
           END-IF.

       4000-CANCEL-PASS.
           PERFORM 6000-LOAD-PASS-FILE.

           IF LANG-IS-ENGLISH
               DISPLAY 'Name of the contractor to cancel ?'
           ELSE
               DISPLAY 'Nom du prestataire a annuler ?'
           END-IF.
           ACCEPT WS-NAME-STAGING.

           PERFORM 6100-FIND-PASS-ENTRY.

           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   IF LANG-IS-ENGLISH
                       DISPLAY 'No pass on file for: '
                           WS-NAME-STAGING
                   ELSE
                       DISPLAY 'Aucun laissez-passer pour : '
                           WS-NAME-STAGING
                   END-IF
               WHEN PASS-OVERFLOWED
                   DISPLAY 'ATTENTION - fichier incompletement '
                       'charge, annulation refusee : '
                       WS-NAME-STAGING
               WHEN OTHER
                   PERFORM 4100-DROP-AND-REWRITE
           END-EVALUATE.

       4100-DROP-AND-REWRITE.
           PERFORM VARYING WS-SEARCH-IDX
                   FROM WS-MATCH-ENTRY-IDX BY 1
                   UNTIL WS-SEARCH-IDX >= WS-PASS-COUNT
               MOVE WS-ENTRY-RECORD(WS-SEARCH-IDX + 1)
                   TO WS-ENTRY-RECORD(WS-SEARCH-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PASS-COUNT.

           PERFORM 6200-REWRITE-PASS-FILE.
           IF REWRITE-OK
               IF LANG-IS-ENGLISH
                   DISPLAY 'Pass cancelled : ' WS-NAME-STAGING
               ELSE
                   DISPLAY 'Laissez-passer annule : '
                       WS-NAME-STAGING
               END-IF
           ELSE
               DISPLAY 'ATTENTION - PASSES non reecrit, statut '
                   WS-PASS-STATUS
                   ' - annulation perdue : ' WS-NAME-STAGING
           END-IF.

       5000-LIST-PASSES.
           PERFORM 6000-LOAD-PASS-FILE.

           IF WS-PASS-COUNT = ZERO
               IF LANG-IS-ENGLISH
                   DISPLAY 'No contractor passes on file.'
               ELSE
                   DISPLAY 'Aucun laissez-passer en cours.'
               END-IF
           ELSE
               DISPLAY WS-LIST-HEADING
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-PASS-COUNT
                   MOVE WS-ENTRY-RECORD(WS-SEARCH-IDX)
                       TO WS-ENTRY-VIEW
                   MOVE WS-VIEW-NAME       TO WS-LIST-NAME
                   MOVE WS-VIEW-COMPANY    TO WS-LIST-COMPANY
                   MOVE WS-VIEW-HOST       TO WS-LIST-HOST
                   MOVE WS-VIEW-VALID-FROM TO WS-LIST-FROM
                   MOVE WS-VIEW-VALID-TO   TO WS-LIST-TO
                   MOVE WS-VIEW-WEEKDAYS   TO WS-LIST-DAYS
                   MOVE WS-VIEW-SITE       TO WS-LIST-SITE
                   DISPLAY WS-LIST-LINE
               END-PERFORM
           END-IF.

       6000-LOAD-PASS-FILE.
      *    reloaded before every action, like PreReg's file - another
      *    desk may have issued or renewed a pass since this session
      *    started, and its copy must not be resurrected.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE 'N'  TO WS-EOF-SWITCH
                        WS-OVERFLOW-SW.

           OPEN INPUT PASS-FILE.
           IF PASS-OK
               PERFORM UNTIL END-OF-PASSES
                   READ PASS-FILE
                       AT END
                           SET END-OF-PASSES TO TRUE
                       NOT AT END
                           IF WS-PASS-COUNT < 500
                               ADD 1 TO WS-PASS-COUNT
                               MOVE CONTRACTOR-PASS-RECORD
                                   TO WS-ENTRY-RECORD(WS-PASS-COUNT)
                           ELSE
                               SET PASS-OVERFLOWED TO TRUE
                               DISPLAY 'ATTENTION - plus de 500 '
                                   'laissez-passer, ignore : '
                                   PASS-NAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PASS-FILE.

       6100-FIND-PASS-ENTRY.
           MOVE 'N'  TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-ENTRY-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-PASS-COUNT
                      OR ENTRY-FOUND
               MOVE WS-ENTRY-RECORD(WS-SEARCH-IDX) TO WS-ENTRY-VIEW
               IF WS-VIEW-NAME = WS-NAME-STAGING(1:30)
                   MOVE WS-SEARCH-IDX TO WS-MATCH-ENTRY-IDX
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       6200-REWRITE-PASS-FILE.
           MOVE 'N' TO WS-REWRITE-SW.

           OPEN OUTPUT PASS-FILE.
           IF PASS-OK
               SET REWRITE-OK TO TRUE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-PASS-COUNT
                   MOVE WS-ENTRY-RECORD(WS-SEARCH-IDX)
                       TO CONTRACTOR-PASS-RECORD
                   WRITE CONTRACTOR-PASS-RECORD
                   IF NOT PASS-OK
                       MOVE 'N' TO WS-REWRITE-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PASS-FILE.
