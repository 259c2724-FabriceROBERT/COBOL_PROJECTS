      *            tracks first-seen, last-seen and total visit count
      *            per visitor - the file facilities reads to answer
      *            "how often does this contractor actually come in".
      *            A safety briefing or NDA date the desk recorded on
      *            arrival (VISITOR-INDUCTION-DATE / VISITOR-NDA-DATE)
      *            is kept when it is newer than the one on file.
      *      'S' - safety: called by Induct to record a briefing or
      *            NDA date outside a sign-in, so a pre-registered
      *            visitor briefed or under NDA ahead of the day is
      *            not rejected by the overnight batch - and by
      *            SignIn/GrpSign when a visitor briefed or under NDA
      *            at the desk is then turned away at capacity, so
      *            GreetVst never runs for them. Someone not
      *            on the master yet gets a record with no visits,
      *            first- and last-seen dated today.
      *    This used to load the whole master into a 500-entry table
      *    and rewrite the entire file on every single sign-in - at
      *    460 regulars the cap was in sight, and past it the rewrite
       01  LK-ACTION                 PIC X(01).
           88  ACTION-READ                 VALUE 'R'.
           88  ACTION-UPDATE               VALUE 'U'.
           88  ACTION-SAFETY               VALUE 'S'.

       COPY VISITOR.

                   PERFORM 1000-READ-VISITOR
               WHEN ACTION-UPDATE
                   PERFORM 2000-UPDATE-VISITOR
               WHEN ACTION-SAFETY
                   PERFORM 3000-RECORD-SAFETY-DATES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

       2100-REWRITE-VISITOR.
      *    a record Induct created ahead of the first visit has no
      *    visits yet - this is the first one.
           IF MST-VISIT-COUNT = ZERO
               MOVE VISITOR-ARRIVAL-DATE TO MST-FIRST-DATE
           END-IF.
           MOVE VISITOR-PURPOSE      TO MST-PURPOSE.
           MOVE VISITOR-HOST         TO MST-HOST.
           MOVE VISITOR-ARRIVAL-DATE TO MST-LAST-DATE.
           ADD 1 TO MST-VISIT-COUNT.
           PERFORM 2300-KEEP-SAFETY-DATES.

           REWRITE VISITOR-MASTER-RECORD
               INVALID KEY
           MOVE VISITOR-ARRIVAL-DATE TO MST-FIRST-DATE.
           MOVE VISITOR-ARRIVAL-DATE TO MST-LAST-DATE.
           MOVE 1 TO MST-VISIT-COUNT.
           MOVE ZERO TO MST-INDUCTION-DATE
                        MST-NDA-DATE.
           PERFORM 2300-KEEP-SAFETY-DATES.

           WRITE VISITOR-MASTER-RECORD
               INVALID KEY
                   'statut ' WS-IO-STATUS
                   ' - visiteur non suivi : ' VISITOR-NAME
           END-IF.

       2300-KEEP-SAFETY-DATES.
      *    only ever moves forward - a caller that did not look the
      *    dates up leaves zero or spaces here, which must not wipe
      *    a briefing already on file.
           IF MST-INDUCTION-DATE NOT NUMERIC
               MOVE ZERO TO MST-INDUCTION-DATE
           END-IF.
           IF MST-NDA-DATE NOT NUMERIC
               MOVE ZERO TO MST-NDA-DATE
           END-IF.
           IF VISITOR-INDUCTION-DATE IS NUMERIC
              AND VISITOR-INDUCTION-DATE > MST-INDUCTION-DATE
               MOVE VISITOR-INDUCTION-DATE TO MST-INDUCTION-DATE
           END-IF.
           IF VISITOR-NDA-DATE IS NUMERIC
              AND VISITOR-NDA-DATE > MST-NDA-DATE
               MOVE VISITOR-NDA-DATE TO MST-NDA-DATE
           END-IF.

       3000-RECORD-SAFETY-DATES.
           OPEN I-O VISITOR-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY 'ATTENTION - VISITMST inaccessible, statut '
                   WS-MASTER-STATUS
                   ' - briefing/NDA non enregistre : ' VISITOR-NAME
           ELSE
               PERFORM 1100-READ-BY-NAME
               IF MASTER-FOUND
                   PERFORM 2300-KEEP-SAFETY-DATES
                   REWRITE VISITOR-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE SPACES TO VISITOR-MASTER-RECORD
                   MOVE VISITOR-NAME TO MST-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MST-FIRST-DATE
                   MOVE MST-FIRST-DATE TO MST-LAST-DATE
                   MOVE ZERO TO MST-VISIT-COUNT
                                MST-INDUCTION-DATE
                                MST-NDA-DATE
                   PERFORM 2300-KEEP-SAFETY-DATES
                   WRITE VISITOR-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               MOVE WS-MASTER-STATUS TO WS-IO-STATUS
               IF IO-OK
                   SET MASTER-FOUND TO TRUE
               ELSE
                   SET MASTER-NOT-FOUND TO TRUE
                   DISPLAY 'ATTENTION - VISITMST non mis a jour, '
                       'statut ' WS-IO-STATUS
                       ' - briefing/NDA non enregistre : '
                       VISITOR-NAME
               END-IF
           END-IF.
           CLOSE VISITOR-MASTER-FILE.
