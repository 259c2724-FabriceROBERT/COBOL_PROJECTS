       IDENTIFICATION DIVISION.
       PROGRAM-ID. RgpdPurg.
       AUTHOR. Fabrice.

      *    RGPD retention purge, run on its own schedule (see
      *    jcl/RGPDPURG.jcl). The retention period set by the DPO
      *    comes from the RPTPARM parameter file - number of days in
      *    columns 1-4 - and every visitor name on a record dated
      *    more than that many days ago is anonymised by RgpdAnon,
      *    in every file that holds one. A missing or unreadable
      *    parameter must never mean "purge with some default": the
      *    step refuses to run instead. So does a retention shorter
      *    than a month - a mistyped parameter would otherwise wipe
      *    the names the desk and the nightly reconciliation still
      *    work from.
      *    The control report (RGPDRPT, echoed to the console) gives
      *    per file the records read and the records anonymised -
      *    nothing is ever removed, so the first figure is also the
      *    record count the file still holds.
      *    Condition codes:
      *      0 - purge complete
      *      4 - complete, except expired master records beyond what
      *          one run folds - the rest go on the next run
      *      8 - a file could not be anonymised (see the messages) -
      *          the archive generations must NOT be replaced
      *     16 - bad or missing RPTPARM, nothing done

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RGPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RGPDREQ.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK              VALUE '00'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-PARM-DATA             PIC X(80)  VALUE SPACES.

       01  WS-TODAY                 PIC 9(08).
       01  WS-DAY-NUMBER            PIC 9(08).
       01  WS-RETENTION-DAYS        PIC 9(04)  VALUE ZERO.
      *    the shortest retention accepted - see the comment above.
       01  WS-MINIMUM-DAYS          PIC 9(04)  VALUE 0031.

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26)
                                     VALUE 'RGPD RETENTION PURGE DATE '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(10) VALUE '  CUT-OFF '.
           05  WS-HEADING-CUTOFF    PIC 9(08).
           05  FILLER               PIC X(03) VALUE '  ('.
           05  WS-HEADING-DAYS      PIC ZZZ9.
           05  FILLER               PIC X(06) VALUE ' DAYS)'.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(12) VALUE 'FILE'.
           05  FILLER               PIC X(14) VALUE '  RECORDS READ'.
           05  FILLER               PIC X(14) VALUE '    ANONYMISED'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-COUNT-FILE        PIC X(12).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-COUNT-READ        PIC Z(06)9.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  WS-COUNT-ANON        PIC Z(06)9.
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-KEPT-LINE.
           05  FILLER               PIC X(31)
                               VALUE 'KEPT - NAME ON WATCHLIST      '.
           05  WS-KEPT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0500-READ-RETENTION.
           IF WS-RETENTION-DAYS < WS-MINIMUM-DAYS
               DISPLAY 'ATTENTION - RPTPARM absent ou invalide, '
                   'duree de conservation en jours (0031 minimum) '
                   'attendue en colonnes 1-4 - aucune purge'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETENTION-DAYS.

           INITIALIZE RGPD-REQUEST.
           SET RGPD-RETENTION TO TRUE.
           COMPUTE RGPD-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

           CALL 'RgpdAnon' USING RGPD-REQUEST.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'RGPDRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           PERFORM 1000-PUT-CONTROL-REPORT.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           EVALUATE TRUE
               WHEN RGPD-FAILED
                   DISPLAY 'ATTENTION - purge RGPD incomplete, voir '
                       'messages ci-dessus - ne pas remplacer les '
                       'archives'
                   MOVE 8 TO RETURN-CODE
               WHEN RGPD-PARTIAL
                   DISPLAY 'Purge RGPD terminee, fiches VISITMST '
                       'restantes au prochain passage'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Purge RGPD terminee, date limite '
                       RGPD-CUTOFF-DATE
           END-EVALUATE.

           STOP RUN.

       0500-READ-RETENTION.
           OPEN INPUT PARM-FILE.
           IF PARM-OPEN-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RECORD TO WS-PARM-DATA
               END-READ
           END-IF.
           CLOSE PARM-FILE.

           IF WS-PARM-DATA(1:4) IS NUMERIC
               MOVE WS-PARM-DATA(1:4) TO WS-RETENTION-DAYS
           END-IF.

       1000-PUT-CONTROL-REPORT.
           MOVE WS-TODAY          TO WS-HEADING-DATE.
           MOVE RGPD-CUTOFF-DATE  TO WS-HEADING-CUTOFF.
           MOVE WS-RETENTION-DAYS TO WS-HEADING-DAYS.
           MOVE WS-HEADING-LINE   TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE WS-COLUMN-LINE    TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           MOVE 'VISITHST'    TO WS-COUNT-FILE.
           MOVE RGPD-HST-READ TO WS-COUNT-READ.
           MOVE RGPD-HST-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'VISITMST'    TO WS-COUNT-FILE.
           MOVE RGPD-MST-READ TO WS-COUNT-READ.
           MOVE RGPD-MST-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'AUDITARC'    TO WS-COUNT-FILE.
           MOVE RGPD-AUD-READ TO WS-COUNT-READ.
           MOVE RGPD-AUD-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'NTFYARC'     TO WS-COUNT-FILE.
           MOVE RGPD-NTF-READ TO WS-COUNT-READ.
           MOVE RGPD-NTF-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'PREREG'      TO WS-COUNT-FILE.
           MOVE RGPD-PRE-READ TO WS-COUNT-READ.
           MOVE RGPD-PRE-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'WATCHLOG'    TO WS-COUNT-FILE.
           MOVE RGPD-WLG-READ TO WS-COUNT-READ.
           MOVE RGPD-WLG-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'OVERLOG'     TO WS-COUNT-FILE.
           MOVE RGPD-OVR-READ TO WS-COUNT-READ.
           MOVE RGPD-OVR-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'MUSTHIST'    TO WS-COUNT-FILE.
           MOVE RGPD-MUS-READ TO WS-COUNT-READ.
           MOVE RGPD-MUS-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.
           MOVE 'PASSES'      TO WS-COUNT-FILE.
           MOVE RGPD-PAS-READ TO WS-COUNT-READ.
           MOVE RGPD-PAS-ANON TO WS-COUNT-ANON.
           PERFORM 1100-PUT-COUNT-LINE.

           MOVE RGPD-WATCHED-KEPT TO WS-KEPT-COUNT.
           MOVE WS-KEPT-LINE      TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       1100-PUT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       8000-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
