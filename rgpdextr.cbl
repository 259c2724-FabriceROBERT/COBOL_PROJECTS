       IDENTIFICATION DIVISION.
       PROGRAM-ID. RgpdExtr.
       AUTHOR. Fabrice.

      *    RGPD subject-access extract, submitted by the DPO for one
      *    person at a time (see jcl/RGPDSAR.jcl). Lists every
      *    record this system holds under the name, file by file,
      *    each record printed whole exactly as it is stored, so the
      *    answer to the access request can be built from the
      *    report (SARRPT, echoed to the console) alone. Files read:
      *    WATCHLST, VISITHST, VISITMST, AUDITLOG, the AUDITARC
      *    generations, NOTIFYQ, the NTFYARC generations, PREREG,
      *    WATCHLOG, OVERLOG, MUSTHIST and PASSES. Names are matched
      *    exactly, as they were keyed at the desk.
      *    RPTPARM, one record:
      *      columns 1-5  - LIST (extract only) or ERASE
      *      columns 7-30 - the name
      *    ERASE lists first, then has RgpdAnon anonymise the name in
      *    every file it covers - the same rewrite the retention
      *    purge does, so the visits still count in the statistics.
      *    Erasure is refused, with nothing changed, when:
      *      - the name is on the security watchlist (WATCHLST) -
      *        security's legitimate interest overrides the request,
      *        the DPO answers it on that ground;
      *      - the name is in the live AUDITLOG or NOTIFYQ - the
      *        visit is in progress or not yet notified; resubmit
      *        after the next HELLOBAT has rolled them off.
      *    Condition codes:
      *      0 - listed (and, for ERASE, erased)
      *      4 - nothing held under the name
      *      8 - erasure refused or incomplete (see the messages) -
      *          for ERASE, the archive generations must NOT be
      *          replaced
      *     16 - bad RPTPARM or a file could not be read, nothing
      *          erased

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.

           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

      *    one keyed read - the master holds one record per name.
           SELECT OPTIONAL VISITOR-MASTER-FILE
               ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARC-STATUS.

           SELECT OPTIONAL NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT OPTIONAL NOTIFY-ARCHIVE-FILE
               ASSIGN TO "NTFYARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-ARC-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
       COPY WATCHLST.

       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  VISITOR-MASTER-FILE.
       COPY VISITMST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD.
           05  AUDARC-VISITOR-NAME  PIC X(24).
           05  FILLER               PIC X(37).

       FD  NOTIFY-QUEUE-FILE
           RECORDING MODE IS F.
       COPY NOTIFYQ.

       FD  NOTIFY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  NOTIFY-ARCHIVE-RECORD.
           05  NTFARC-VISITOR-NAME  PIC X(24).
           05  FILLER               PIC X(101).

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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(136).

       WORKING-STORAGE SECTION.
       COPY RGPDREQ.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK              VALUE '00'.

       01  WS-WATCH-LIST-STATUS     PIC X(02).
           88  WATCH-LIST-OK             VALUE '00'.
           88  WATCH-LIST-ABSENT         VALUE '05'.

       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.
           88  VISIT-HIST-ABSENT         VALUE '05'.

       01  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK                 VALUE '00'.
           88  MASTER-ABSENT             VALUE '05'.
           88  MASTER-NOT-FOUND          VALUE '23'.

       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK              VALUE '00'.
           88  AUDIT-LOG-ABSENT          VALUE '05'.

       01  WS-AUDIT-ARC-STATUS      PIC X(02).
           88  AUDIT-ARC-OK              VALUE '00'.
           88  AUDIT-ARC-ABSENT          VALUE '05'.

       01  WS-NOTIFY-STATUS         PIC X(02).
           88  NOTIFY-OK                 VALUE '00'.
           88  NOTIFY-ABSENT             VALUE '05'.

       01  WS-NOTIFY-ARC-STATUS     PIC X(02).
           88  NOTIFY-ARC-OK             VALUE '00'.
           88  NOTIFY-ARC-ABSENT         VALUE '05'.

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

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-BROKEN-SW             PIC X(01)  VALUE 'N'.
           88  EXTRACT-BROKEN             VALUE 'Y'.

       01  WS-PARM-DATA             PIC X(80)  VALUE SPACES.
       01  WS-MODE                  PIC X(05).
           88  MODE-LIST                  VALUE 'LIST '.
           88  MODE-ERASE                 VALUE 'ERASE'.
       01  WS-SUBJECT-NAME          PIC X(24).

       01  WS-TODAY                 PIC 9(08).

       01  WS-FILE-HITS             PIC 9(07).
       01  WS-TOTAL-HITS            PIC 9(07)  VALUE ZERO.
       01  WS-WATCH-HITS            PIC 9(07)  VALUE ZERO.
       01  WS-LIVE-HITS             PIC 9(07)  VALUE ZERO.

       01  WS-PRINT-LINE            PIC X(136).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(34)
                          VALUE 'RGPD SUBJECT ACCESS EXTRACT  DATE '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(08) VALUE '  NAME '.
           05  WS-HEADING-NAME      PIC X(24).
           05  FILLER               PIC X(07) VALUE '  MODE '.
           05  WS-HEADING-MODE      PIC X(05).
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-HIT-LINE.
           05  WS-HIT-FILE          PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HIT-DATA          PIC X(125).
           05  FILLER               PIC X(01) VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(14) VALUE 'RECORDS HELD  '.
           05  WS-COUNT-FILE        PIC X(12).
           05  WS-COUNT-HELD        PIC Z(06)9.
           05  FILLER               PIC X(103) VALUE SPACES.

       01  WS-ERASE-LINE.
           05  FILLER               PIC X(14) VALUE 'ANONYMISED    '.
           05  WS-ERASE-FILE        PIC X(12).
           05  WS-ERASE-COUNT       PIC Z(06)9.
           05  FILLER               PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0500-READ-REQUEST.
           IF NOT MODE-LIST AND NOT MODE-ERASE
              OR WS-SUBJECT-NAME = SPACES
               DISPLAY 'ATTENTION - RPTPARM absent ou invalide, '
                   'LIST ou ERASE en colonnes 1-5 et nom en '
                   'colonnes 7-30 attendus'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'SARRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           MOVE WS-TODAY        TO WS-HEADING-DATE.
           MOVE WS-SUBJECT-NAME TO WS-HEADING-NAME.
           MOVE WS-MODE         TO WS-HEADING-MODE.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

           PERFORM 1000-LIST-WATCH-LIST.
           PERFORM 1100-LIST-VISIT-HISTORY.
           PERFORM 1200-LIST-VISITOR-MASTER.
           PERFORM 1300-LIST-AUDIT-LOG.
           PERFORM 1400-LIST-AUDIT-ARCHIVE.
           PERFORM 1500-LIST-NOTIFY-QUEUE.
           PERFORM 1600-LIST-NOTIFY-ARCHIVE.
           PERFORM 1700-LIST-PRE-REGISTRATIONS.
           PERFORM 1800-LIST-WATCH-LOG.
           PERFORM 1900-LIST-OVERRIDE-LOG.
           PERFORM 1950-LIST-MUSTER-HISTORY.
           PERFORM 1970-LIST-CONTRACTOR-PASSES.

           EVALUATE TRUE
               WHEN EXTRACT-BROKEN
                   MOVE 'EXTRACT INCOMPLETE - SEE CONSOLE MESSAGES'
                       TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TOTAL-HITS = ZERO
                   MOVE 'NO RECORD HELD UNDER THIS NAME'
                       TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN MODE-ERASE
                   PERFORM 2000-ERASE-SUBJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           STOP RUN.

       0500-READ-REQUEST.
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

           MOVE WS-PARM-DATA(1:5)  TO WS-MODE.
           MOVE WS-PARM-DATA(7:24) TO WS-SUBJECT-NAME.

       1000-LIST-WATCH-LIST.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'WATCHLST' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT WATCH-LIST-FILE.
           EVALUATE TRUE
               WHEN WATCH-LIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ WATCH-LIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF WATCH-NAME = WS-SUBJECT-NAME
                                   MOVE WATCH-LIST-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN WATCH-LIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - WATCHLST illisible, statut '
                       WS-WATCH-LIST-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE WATCH-LIST-FILE.

           MOVE WS-FILE-HITS TO WS-WATCH-HITS.
           PERFORM 7100-PUT-COUNT-LINE.

       1100-LIST-VISIT-HISTORY.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'VISITHST' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT VISIT-HIST-FILE.
           EVALUATE TRUE
               WHEN VISIT-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF HIST-VISITOR-NAME = WS-SUBJECT-NAME
                                   MOVE VISIT-HIST-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN VISIT-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITHST illisible, statut '
                       WS-VISIT-HIST-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE VISIT-HIST-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1200-LIST-VISITOR-MASTER.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'VISITMST' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   MOVE WS-SUBJECT-NAME TO MST-NAME
                   READ VISITOR-MASTER-FILE
                   EVALUATE TRUE
                       WHEN MASTER-OK
                           MOVE VISITOR-MASTER-RECORD TO WS-HIT-DATA
                           PERFORM 7000-PUT-HIT-LINE
                       WHEN MASTER-NOT-FOUND
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ATTENTION - lecture VISITMST '
                               'echouee, statut ' WS-MASTER-STATUS
                           SET EXTRACT-BROKEN TO TRUE
                   END-EVALUATE
               WHEN MASTER-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITMST illisible, statut '
                       WS-MASTER-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1300-LIST-AUDIT-LOG.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'AUDITLOG' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE TRUE
               WHEN AUDIT-LOG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ AUDIT-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF AUDIT-VISITOR-NAME = WS-SUBJECT-NAME
                                   MOVE AUDIT-LOG-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN AUDIT-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - AUDITLOG illisible, statut '
                       WS-AUDIT-LOG-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE AUDIT-LOG-FILE.

           ADD WS-FILE-HITS TO WS-LIVE-HITS.
           PERFORM 7100-PUT-COUNT-LINE.

       1400-LIST-AUDIT-ARCHIVE.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'AUDITARC' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT AUDIT-ARCHIVE-FILE.
           EVALUATE TRUE
               WHEN AUDIT-ARC-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ AUDIT-ARCHIVE-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF AUDARC-VISITOR-NAME
                                       = WS-SUBJECT-NAME
                                   MOVE AUDIT-ARCHIVE-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN AUDIT-ARC-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - AUDITARC illisible, statut '
                       WS-AUDIT-ARC-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE AUDIT-ARCHIVE-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1500-LIST-NOTIFY-QUEUE.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'NOTIFYQ' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT NOTIFY-QUEUE-FILE.
           EVALUATE TRUE
               WHEN NOTIFY-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ NOTIFY-QUEUE-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF NTF-VISITOR-NAME = WS-SUBJECT-NAME
                                   MOVE NOTIFY-QUEUE-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN NOTIFY-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - NOTIFYQ illisible, statut '
                       WS-NOTIFY-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE NOTIFY-QUEUE-FILE.

           ADD WS-FILE-HITS TO WS-LIVE-HITS.
           PERFORM 7100-PUT-COUNT-LINE.

       1600-LIST-NOTIFY-ARCHIVE.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'NTFYARC' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT NOTIFY-ARCHIVE-FILE.
           EVALUATE TRUE
               WHEN NOTIFY-ARC-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ NOTIFY-ARCHIVE-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF NTFARC-VISITOR-NAME
                                       = WS-SUBJECT-NAME
                                   MOVE NOTIFY-ARCHIVE-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN NOTIFY-ARC-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - NTFYARC illisible, statut '
                       WS-NOTIFY-ARC-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE NOTIFY-ARCHIVE-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1700-LIST-PRE-REGISTRATIONS.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'PREREG' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT PREREG-FILE.
           EVALUATE TRUE
               WHEN PREREG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ PREREG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF VISITOR-IN-NAME = WS-SUBJECT-NAME
                                   MOVE VISITOR-IN-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN PREREG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PREREG illisible, statut '
                       WS-PREREG-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE PREREG-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1800-LIST-WATCH-LOG.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'WATCHLOG' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT WATCH-LOG-FILE.
           EVALUATE TRUE
               WHEN WATCH-LOG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ WATCH-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF WLOG-NAME = WS-SUBJECT-NAME
                                   MOVE WATCH-LOG-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN WATCH-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - WATCHLOG illisible, statut '
                       WS-WATCH-LOG-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE WATCH-LOG-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1900-LIST-OVERRIDE-LOG.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'OVERLOG' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT OVERRIDE-LOG-FILE.
           EVALUATE TRUE
               WHEN OVERRIDE-LOG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ OVERRIDE-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF OVR-VISITOR-NAME = WS-SUBJECT-NAME
                                   MOVE OVERRIDE-LOG-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN OVERRIDE-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - OVERLOG illisible, statut '
                       WS-OVERRIDE-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE OVERRIDE-LOG-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1950-LIST-MUSTER-HISTORY.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'MUSTHIST' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT MUSTER-HIST-FILE.
           EVALUATE TRUE
               WHEN MUSTER-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ MUSTER-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF MUS-DETAIL
                                  AND MUS-VISITOR-NAME
                                       = WS-SUBJECT-NAME
                                   MOVE MUSTER-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN MUSTER-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - MUSTHIST illisible, statut '
                       WS-MUSTER-HIST-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE MUSTER-HIST-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       1970-LIST-CONTRACTOR-PASSES.
           MOVE ZERO TO WS-FILE-HITS.
           MOVE 'N'  TO WS-EOF-SWITCH.
           MOVE 'PASSES' TO WS-HIT-FILE WS-COUNT-FILE.

           OPEN INPUT PASS-FILE.
           EVALUATE TRUE
               WHEN PASS-FILE-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ PASS-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF PASS-NAME = WS-SUBJECT-NAME
                                   MOVE CONTRACTOR-PASS-RECORD
                                       TO WS-HIT-DATA
                                   PERFORM 7000-PUT-HIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN PASS-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - PASSES illisible, statut '
                       WS-PASS-STATUS
                   SET EXTRACT-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE PASS-FILE.

           PERFORM 7100-PUT-COUNT-LINE.

       2000-ERASE-SUBJECT.
           EVALUATE TRUE
               WHEN WS-WATCH-HITS > ZERO
                   MOVE 'ERASURE REFUSED - NAME ON SECURITY WATCHLIST'
                       TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LIVE-HITS > ZERO
                   MOVE 'ERASURE REFUSED - VISIT STILL IN PROGRESS'
                       TO WS-PRINT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   INITIALIZE RGPD-REQUEST
                   SET RGPD-ERASURE TO TRUE
                   MOVE WS-SUBJECT-NAME TO RGPD-SUBJECT-NAME
                   CALL 'RgpdAnon' USING RGPD-REQUEST
                   PERFORM 2100-PUT-ERASE-COUNTS
                   IF RGPD-FAILED
                       MOVE 'ERASURE INCOMPLETE - SEE CONSOLE MESSAGES'
                           TO WS-PRINT-LINE
                       PERFORM 8000-PUT-REPORT-LINE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'ERASURE COMPLETE' TO WS-PRINT-LINE
                       PERFORM 8000-PUT-REPORT-LINE
                   END-IF
           END-EVALUATE.

       2100-PUT-ERASE-COUNTS.
           MOVE 'VISITHST'    TO WS-ERASE-FILE.
           MOVE RGPD-HST-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'VISITMST'    TO WS-ERASE-FILE.
           MOVE RGPD-MST-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'AUDITARC'    TO WS-ERASE-FILE.
           MOVE RGPD-AUD-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'NTFYARC'     TO WS-ERASE-FILE.
           MOVE RGPD-NTF-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'PREREG'      TO WS-ERASE-FILE.
           MOVE RGPD-PRE-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'WATCHLOG'    TO WS-ERASE-FILE.
           MOVE RGPD-WLG-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'OVERLOG'     TO WS-ERASE-FILE.
           MOVE RGPD-OVR-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'MUSTHIST'    TO WS-ERASE-FILE.
           MOVE RGPD-MUS-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.
           MOVE 'PASSES'      TO WS-ERASE-FILE.
           MOVE RGPD-PAS-ANON TO WS-ERASE-COUNT.
           PERFORM 2200-PUT-ERASE-LINE.

       2200-PUT-ERASE-LINE.
           MOVE WS-ERASE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       7000-PUT-HIT-LINE.
           ADD 1 TO WS-FILE-HITS WS-TOTAL-HITS.
           MOVE WS-HIT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       7100-PUT-COUNT-LINE.
           MOVE WS-FILE-HITS  TO WS-COUNT-HELD.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.

       8000-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
