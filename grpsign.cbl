      *    the member names are keyed, instead of re-keying the same
      *    host and purpose fifteen times while the lobby backs up.
      *    Every member still goes through the full individual chain
      *    - VldName, WatchChk, DupChk, SafeChk, GreetVst, BadgePrt -
      *    exactly as SignIn would send them, so a barred name or a
      *    duplicate is caught member by member; GreetVst's badge
      *    counter hands the party consecutive numbers because
      *    nothing else runs between the calls at one desk. The
      *    per-member host notification is suppressed and ONE group
      *    notice queued to NOTIFYQ at the end (company name and the
      *    run of badge numbers actually issued, first to last),
      *    instead of one NOTIFYQ record per member for the same
      *    host.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OCC-REFUSED-SW        PIC X(01)  VALUE 'N'.
           88  OCCUPANCY-REFUSED          VALUE 'Y'.

       01  WS-INDUCTION-SW          PIC X(01).
           88  INDUCTION-CURRENT          VALUE 'Y'.
           88  INDUCTION-DUE              VALUE 'N'.

       01  WS-NDA-SW                PIC X(01).
           88  NDA-CLEAR                  VALUE 'Y'.
           88  NDA-MISSING                VALUE 'N'.

       01  WS-MST-ACTION            PIC X(01).
       01  WS-MST-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND               VALUE 'Y'.

       01  WS-NDA-REFUSED-SW        PIC X(01)  VALUE 'N'.
           88  NDA-REFUSED                VALUE 'Y'.

       01  WS-SAFETY-TAKEN-SW       PIC X(01)  VALUE 'N'.
           88  SAFETY-DATES-TAKEN         VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).

      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-COMPANY-ANSWER        PIC X(20).
       01  WS-PURPOSE-ANSWER        PIC X(20).
       01  WS-HOST-ANSWER           PIC X(20).
           END-IF.

       3300-GREET-MEMBER.
      *    site safety rules, member by member - an auditor team
      *    needs every member's NDA, and each member's briefing
      *    stands on its own. No NDA refuses that member only.
           PERFORM 3320-CHECK-SAFETY.
           IF NDA-REFUSED
               IF LANG-IS-ENGLISH
                   DISPLAY 'Member refused - NDA required for this '
                       'visit.'
               ELSE
                   DISPLAY 'Membre refuse - NDA requis pour cette '
                       'visite.'
               END-IF
           ELSE
      *        fire-code occupancy gate, checked member by member -
      *        the count climbs as the party files in, and the
      *        fifteenth member can be the one over the limit.
               PERFORM 3350-CHECK-OCCUPANCY
               IF OCCUPANCY-REFUSED
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Building at capacity - remaining '
                           'members not signed in.'
                   ELSE
                       DISPLAY 'Batiment complet - membres restants '
                           'non enregistres.'
                   END-IF
                   IF SAFETY-DATES-TAKEN
                       PERFORM 3360-KEEP-SAFETY-DATES
                   END-IF
                   SET MEMBERS-DONE TO TRUE
               ELSE
                   PERFORM 3380-GREET-ACCEPTED-MEMBER
               END-IF
           END-IF.

       3320-CHECK-SAFETY.
      *    SafeChk needs the party's purpose to know whether an NDA
      *    is wanted, and brings the member's dates on file into
      *    VISITOR-RECORD; a briefing or NDA taken here goes back to
      *    VISITMST when GreetVst updates the master, or on its own
      *    (3360) when occupancy then turns the member away.
           MOVE 'N' TO WS-NDA-REFUSED-SW
                       WS-SAFETY-TAKEN-SW.
           MOVE WS-PURPOSE-ANSWER TO VISITOR-PURPOSE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL 'SafeChk' USING VISITOR-RECORD WS-INDUCTION-SW
               WS-NDA-SW.

           IF NDA-MISSING
               IF LANG-IS-ENGLISH
                   DISPLAY 'No NDA on file for ' VISITOR-NAME '.'
                   DISPLAY 'NDA signed now ? (Y/N)'
               ELSE
                   DISPLAY 'Aucun NDA au dossier pour '
                       VISITOR-NAME '.'
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
                       DISPLAY 'No safety briefing on file for '
                           VISITOR-NAME '.'
                   ELSE
                       DISPLAY 'Safety briefing out of date for '
                           VISITOR-NAME ' (last '
                           VISITOR-INDUCTION-DATE ').'
                   END-IF
                   DISPLAY 'Safety briefing given now ? (Y/N)'
               ELSE
                   IF VISITOR-INDUCTION-DATE = ZERO
                       DISPLAY 'Aucun briefing securite au dossier '
                           'pour ' VISITOR-NAME '.'
                   ELSE
                       DISPLAY 'Briefing securite perime pour '
                           VISITOR-NAME ' (dernier '
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

       3350-CHECK-OCCUPANCY.
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
                   CONTINUE
           END-EVALUATE.

       3360-KEEP-SAFETY-DATES.
      *    the member turned away at capacity keeps the briefing or
      *    NDA just given - GreetVst will not run for them, so the
      *    dates go to VISITMST the way Induct records them.
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

       3380-GREET-ACCEPTED-MEMBER.
           MOVE WS-PURPOSE-ANSWER TO VISITOR-PURPOSE.
           MOVE WS-HOST-ANSWER    TO VISITOR-HOST.
