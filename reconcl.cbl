      *        history but no master record at all is the worst
      *        case of the same drift (every update for it failed).
      *        Higher is normal: the master has counted since
      *        before VISITHST existed. Records the RGPD purge has
      *        anonymised are left out of this check.
      *    Every unmatched record is named in the discrepancy report
      *    (RECONRPT) and echoed to the console, and the step ends
      *    with a non-zero condition code when the files disagree -

       01  WS-TODAY                 PIC 9(08).

      *    the name RgpdAnon puts on anonymised records.
       01  WS-ANON-TOKEN            PIC X(24)  VALUE '*ANONYME RGPD*'.

      *    every arrival still in the live log, one entry per badge
      *    handed out - the previous day's desk sign-ins included,
      *    this being the overnight window.
               END-PERFORM
           END-IF.

      *    history the RGPD purge anonymised belongs to nobody - no
      *    master count can be checked against it.
           IF HIST-VISITOR-NAME NOT = WS-ANON-TOKEN
               PERFORM 2200-TALLY-HISTORY-NAME
           END-IF.

       2200-TALLY-HISTORY-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH.
