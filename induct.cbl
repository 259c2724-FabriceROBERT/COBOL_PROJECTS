       IDENTIFICATION DIVISION.
       PROGRAM-ID. Induct.
       AUTHOR. Fabrice.

      *    Safety briefing and NDA record, reached from HelloWorld's
      *    menu. Site safety rules want every visitor beyond the
      *    lobby briefed in the last 12 months, and some purposes
      *    need a signed NDA on file (see SafeChk). SignIn and
      *    GrpSign can give the briefing or take the NDA on arrival;
      *    this is for the rest - a briefing held ahead of the visit,
      *    an NDA that came back signed by post - so that a visitor
      *    pre-registered for the overnight batch is not rejected
      *    for want of it.
      *    Shows what VISITMST holds for the name, asks for the new
      *    briefing and NDA dates (blank keeps what is on file) and
      *    records them through VisMstr. A date is never moved back:
      *    an older date than the one on file changes nothing.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY VISITOR.

       01  WS-NAME-STAGING           PIC X(40).

       01  WS-VALIDATION-STATUS      PIC X(01).
           88  NAME-OK                    VALUE 'O'.
           88  NAME-BLANK-OR-BAD-CHAR     VALUE 'B'.
           88  NAME-TOO-LONG              VALUE 'L'.

       01  WS-INDUCTION-SW           PIC X(01).
           88  INDUCTION-CURRENT          VALUE 'Y'.
           88  INDUCTION-DUE              VALUE 'N'.

       01  WS-NDA-SW                 PIC X(01).
           88  NDA-CLEAR                  VALUE 'Y'.
           88  NDA-MISSING                VALUE 'N'.

       01  WS-MST-ACTION             PIC X(01).
       01  WS-MST-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND               VALUE 'Y'.
           88  MASTER-NOT-FOUND           VALUE 'N'.

       01  WS-TODAY                  PIC 9(08).
       01  WS-DATE-ANSWER            PIC X(08).
           88  DATE-ANSWER-TODAY          VALUE 'T' 't' 'A' 'a'.
       01  WS-NEW-DATE               PIC 9(08).

       01  WS-CHANGED-SW             PIC X(01)  VALUE 'N'.
           88  DATES-CHANGED              VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-LANGUAGE               PIC X(01).
           88  LANG-IS-FRENCH             VALUE 'F' 'f'.
           88  LANG-IS-ENGLISH            VALUE 'E' 'e'.

       PROCEDURE DIVISION USING LK-LANGUAGE.

       0000-MAIN-LOGIC.
      *    WORKING-STORAGE survives across CALLs within the same run,
      *    so a second record this session starts clean.
           INITIALIZE VISITOR-RECORD.
           MOVE 'N' TO WS-CHANGED-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LANG-IS-ENGLISH
               DISPLAY 'Visitor''s name ?'
           ELSE
               DISPLAY 'Nom du visiteur ?'
           END-IF.
           ACCEPT WS-NAME-STAGING.

           CALL 'VldName' USING WS-NAME-STAGING WS-VALIDATION-STATUS.
           EVALUATE TRUE
               WHEN NAME-TOO-LONG
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Name too long (12 chars max), '
                           'nothing recorded.'
                   ELSE
                       DISPLAY 'Nom trop long (12 car. max), '
                           'rien enregistre.'
                   END-IF
               WHEN NAME-BLANK-OR-BAD-CHAR
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid name, nothing recorded.'
                   ELSE
                       DISPLAY 'Nom invalide, rien enregistre.'
                   END-IF
               WHEN OTHER
                   MOVE WS-NAME-STAGING TO VISITOR-NAME
                   PERFORM 1000-SHOW-ON-FILE
                   PERFORM 2000-ASK-BRIEFING-DATE
                   PERFORM 3000-ASK-NDA-DATE
                   PERFORM 4000-RECORD-DATES
           END-EVALUATE.

           GOBACK.

       1000-SHOW-ON-FILE.
      *    no purpose given - only the dates on file matter here.
           CALL 'SafeChk' USING VISITOR-RECORD WS-INDUCTION-SW
               WS-NDA-SW.

           IF LANG-IS-ENGLISH
               IF VISITOR-INDUCTION-DATE = ZERO
                   DISPLAY 'Safety briefing : none on file'
               ELSE
                   IF INDUCTION-CURRENT
                       DISPLAY 'Safety briefing : '
                           VISITOR-INDUCTION-DATE ' (current)'
                   ELSE
                       DISPLAY 'Safety briefing : '
                           VISITOR-INDUCTION-DATE ' (out of date)'
                   END-IF
               END-IF
               IF VISITOR-NDA-DATE = ZERO
                   DISPLAY 'NDA             : none on file'
               ELSE
                   DISPLAY 'NDA             : ' VISITOR-NDA-DATE
               END-IF
           ELSE
               IF VISITOR-INDUCTION-DATE = ZERO
                   DISPLAY 'Briefing securite : aucun'
               ELSE
                   IF INDUCTION-CURRENT
                       DISPLAY 'Briefing securite : '
                           VISITOR-INDUCTION-DATE ' (valide)'
                   ELSE
                       DISPLAY 'Briefing securite : '
                           VISITOR-INDUCTION-DATE ' (perime)'
                   END-IF
               END-IF
               IF VISITOR-NDA-DATE = ZERO
                   DISPLAY 'NDA               : aucun'
               ELSE
                   DISPLAY 'NDA               : ' VISITOR-NDA-DATE
               END-IF
           END-IF.

       2000-ASK-BRIEFING-DATE.
           IF LANG-IS-ENGLISH
               DISPLAY 'Safety briefing given on (YYYYMMDD, '
                   'T = today, blank = unchanged) ?'
           ELSE
               DISPLAY 'Briefing securite donne le (AAAAMMJJ, '
                   'A = aujourd''hui, vide = inchange) ?'
           END-IF.
           ACCEPT WS-DATE-ANSWER.
           PERFORM 5000-TAKE-DATE-ANSWER.
           IF WS-NEW-DATE > VISITOR-INDUCTION-DATE
               MOVE WS-NEW-DATE TO VISITOR-INDUCTION-DATE
               SET DATES-CHANGED TO TRUE
           END-IF.

       3000-ASK-NDA-DATE.
           IF LANG-IS-ENGLISH
               DISPLAY 'NDA signed on (YYYYMMDD, '
                   'T = today, blank = unchanged) ?'
           ELSE
               DISPLAY 'NDA signe le (AAAAMMJJ, '
                   'A = aujourd''hui, vide = inchange) ?'
           END-IF.
           ACCEPT WS-DATE-ANSWER.
           PERFORM 5000-TAKE-DATE-ANSWER.
           IF WS-NEW-DATE > VISITOR-NDA-DATE
               MOVE WS-NEW-DATE TO VISITOR-NDA-DATE
               SET DATES-CHANGED TO TRUE
           END-IF.

       4000-RECORD-DATES.
           IF NOT DATES-CHANGED
               IF LANG-IS-ENGLISH
                   DISPLAY 'Nothing changed.'
               ELSE
                   DISPLAY 'Rien de change.'
               END-IF
           ELSE
               MOVE 'S' TO WS-MST-ACTION
               CALL 'VisMstr' USING WS-MST-ACTION VISITOR-RECORD
                   WS-MST-FOUND-SW
               IF MASTER-FOUND
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Recorded for ' VISITOR-NAME
                   ELSE
                       DISPLAY 'Enregistre pour ' VISITOR-NAME
                   END-IF
               ELSE
                   IF LANG-IS-ENGLISH
                       DISPLAY 'NOT recorded - see message above.'
                   ELSE
                       DISPLAY 'NON enregistre - voir message '
                           'ci-dessus.'
                   END-IF
               END-IF
           END-IF.

       5000-TAKE-DATE-ANSWER.
      *    leaves the date keyed in WS-NEW-DATE, or zero when the
      *    answer changes nothing - blank, not a date, not a real
      *    calendar day (VisMstr only ever moves a date forward, so
      *    a 20250931 could never be put right), or in the future
      *    (a briefing cannot be recorded before it is held).
           MOVE ZERO TO WS-NEW-DATE.
           IF WS-DATE-ANSWER IS NUMERIC
               MOVE WS-DATE-ANSWER TO WS-NEW-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DATE-ANSWER = SPACES
                   CONTINUE
               WHEN DATE-ANSWER-TODAY
                   MOVE WS-TODAY TO WS-NEW-DATE
               WHEN WS-DATE-ANSWER NOT NUMERIC
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date must be 8 digits, unchanged.'
                   ELSE
                       DISPLAY 'Date : 8 chiffres requis, inchange.'
                   END-IF
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = ZERO
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Invalid date ' WS-DATE-ANSWER
                           ', unchanged.'
                   ELSE
                       DISPLAY 'Date invalide ' WS-DATE-ANSWER
                           ', inchange.'
                   END-IF
                   MOVE ZERO TO WS-NEW-DATE
               WHEN WS-NEW-DATE > WS-TODAY
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Date in the future, unchanged.'
                   ELSE
                       DISPLAY 'Date dans le futur, inchange.'
                   END-IF
                   MOVE ZERO TO WS-NEW-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
