       01  WS-OCC-REFUSED-SW        PIC X(01)  VALUE 'N'.
           88  OCCUPANCY-REFUSED          VALUE 'Y'.

       01  WS-INDUCTION-SW          PIC X(01).
           88  INDUCTION-CURRENT          VALUE 'Y'.
           88  INDUCTION-DUE              VALUE 'N'.

       01  WS-NDA-SW                PIC X(01).
           88  NDA-CLEAR                  VALUE 'Y'.
           88  NDA-MISSING                VALUE 'N'.

       01  WS-NDA-REFUSED-SW        PIC X(01)  VALUE 'N'.
           88  NDA-REFUSED                VALUE 'Y'.

       01  WS-SAFETY-TAKEN-SW       PIC X(01)  VALUE 'N'.
           88  SAFETY-DATES-TAKEN         VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).

      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-HOST-ANSWER           PIC X(20).

       01  WS-HOST-FOUND-SW         PIC X(01).
      *    the previous visitor) by the prior call.
           MOVE 'N' TO WS-NAME-ACCEPTED-SW
                       WS-WATCH-SW
                       WS-OCC-REFUSED-SW
                       WS-NDA-REFUSED-SW.
           MOVE SPACES TO VISITOR-NAME
                          VISITOR-COMPANY.


           PERFORM 5000-ACCEPT-AND-CHECK-HOST.

      *    site safety rules - the NDA some purposes need, and the
      *    yearly safety briefing. No NDA, no entry; no briefing
      *    means it is given now or the visitor goes escorted.
           PERFORM 5500-CHECK-SAFETY.
           IF NDA-REFUSED
               IF LANG-IS-ENGLISH
                   DISPLAY 'Sign-in refused - NDA required for this '
                       'visit.'
               ELSE
                   DISPLAY 'Enregistrement refuse - NDA requis pour '
                       'cette visite.'
               END-IF
               INITIALIZE VISITOR-RECORD
               GOBACK
           END-IF.

      *    fire-code occupancy gate, right before the greeting - the
      *    same slot WatchChk holds for security. At the limit only
      *    a logged supervisor override lets one more visitor in.
                   DISPLAY 'Enregistrement refuse - batiment '
                       'complet.'
               END-IF
               IF SAFETY-DATES-TAKEN
                   PERFORM 5600-KEEP-SAFETY-DATES
               END-IF
               INITIALIZE VISITOR-RECORD
               GOBACK
           END-IF.
                   CONTINUE
           END-EVALUATE.

       5500-CHECK-SAFETY.
      *    SafeChk brings the dates on file into VISITOR-RECORD; a
      *    briefing or NDA taken here goes back to VISITMST with the
      *    rest of the visit when GreetVst updates the master, or on
      *    its own (5600) when occupancy then turns the visitor away.
           MOVE 'N' TO WS-SAFETY-TAKEN-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL 'SafeChk' USING VISITOR-RECORD WS-INDUCTION-SW
               WS-NDA-SW.

           IF NDA-MISSING
               IF LANG-IS-ENGLISH
                   DISPLAY 'This visit needs a signed NDA - none on '
                       'file.'
                   DISPLAY 'NDA signed now ? (Y/N)'
               ELSE
                   DISPLAY 'Cette visite demande un NDA signe - '
                       'aucun au dossier.'
                   DISPLAY 'NDA signe maintenant ? (O/N)'
               END-IF
               ACCEPT WS-CONFIRM-ANSWER
               IF CONFIRM-YES
                   MOVE WS-TODAY TO VISITOR-NDA-DATE
                   SET SAFETY-DATES-TAKEN TO TRUE
               ELSE
                   SET NDA-REFUSED TO TRUE
               END-IF
           END-IF.

           IF INDUCTION-DUE
              AND NOT NDA-REFUSED
               IF LANG-IS-ENGLISH
                   IF VISITOR-INDUCTION-DATE = ZERO
                       DISPLAY 'No safety briefing on file.'
                   ELSE
                       DISPLAY 'Safety briefing out of date (last '
                           VISITOR-INDUCTION-DATE ').'
                   END-IF
                   DISPLAY 'Safety briefing given now ? (Y/N)'
               ELSE
                   IF VISITOR-INDUCTION-DATE = ZERO
                       DISPLAY 'Aucun briefing securite au dossier.'
                   ELSE
                       DISPLAY 'Briefing securite perime (dernier '
                           VISITOR-INDUCTION-DATE ').'
                   END-IF
                   DISPLAY 'Briefing securite donne maintenant ? '
                       '(O/N)'
               END-IF
               ACCEPT WS-CONFIRM-ANSWER
               IF CONFIRM-YES
                   MOVE WS-TODAY TO VISITOR-INDUCTION-DATE
                   MOVE 'N' TO VISITOR-ESCORT-SW
                   SET SAFETY-DATES-TAKEN TO TRUE
               ELSE
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Badge will show ESCORT REQUIRED.'
                   ELSE
                       DISPLAY 'Le badge portera ESCORT REQUIRED.'
                   END-IF
               END-IF
           END-IF.

       5600-KEEP-SAFETY-DATES.
      *    turned away at capacity after a briefing or NDA was given
      *    here: GreetVst will not run, so the dates go to VISITMST
      *    the way Induct records them - otherwise the visitor is
      *    asked again next time and the batch rejects them.
           MOVE 'S' TO WS-MST-ACTION.
           CALL 'VisMstr' USING WS-MST-ACTION VISITOR-RECORD
               WS-MST-FOUND-SW.
           IF MASTER-FOUND
               IF LANG-IS-ENGLISH
                   DISPLAY 'Briefing/NDA given today kept on '
                       'file for ' VISITOR-NAME '.'
               ELSE
                   DISPLAY 'Briefing/NDA du jour conserve au '
                       'dossier pour ' VISITOR-NAME '.'
               END-IF
           END-IF.

       6000-CHECK-OCCUPANCY.
      *    the building this desk signs into, from the terminal's
      *    SITEID - set here rather than left to GreetVst so the
      *    head count below is the same building's the visit will
      *    be stamped with.
           DISPLAY 'SITEID' UPON ENVIRONMENT-NAME.
           ACCEPT VISITOR-SITE FROM ENVIRONMENT-VALUE.
           IF VISITOR-SITE = SPACES
               MOVE WS-DEFAULT-SITE TO VISITOR-SITE
           END-IF.

           MOVE 'C' TO WS-OCC-ACTION.
           CALL 'OccChk' USING WS-OCC-ACTION VISITOR-NAME
               WS-OCC-COUNT WS-OCC-LIMIT WS-OCC-STATUS
               VISITOR-SITE.

           EVALUATE TRUE
               WHEN OCC-AT-LIMIT
                       MOVE 'O' TO WS-OCC-ACTION
                       CALL 'OccChk' USING WS-OCC-ACTION VISITOR-NAME
                           WS-OCC-COUNT WS-OCC-LIMIT WS-OCC-STATUS
                           VISITOR-SITE
                   ELSE
                       SET OCCUPANCY-REFUSED TO TRUE
                   END-IF
