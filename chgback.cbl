       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgBack.
       AUTHOR. Fabrice.

      *    Month-end department chargeback. Every visit in the visit
      *    history (VISITHST) is charged to the department of its
      *    host, taken from the HOSTS directory, at the prices on the
      *    rate file (CHGRATE - see CHGRATE.cpy): so much per visit,
      *    so much per badge issued. A visit record without a badge
      *    number is a visit without a badge and is charged the
      *    visit price only.
      *    Only an active host's department is charged. A visit whose
      *    host HOSTS does not know, whose host has been deactivated,
      *    or whose department has no cost centre on CHGRATE is not
      *    dropped: it goes to the reception suspense cost centre and
      *    is listed host by host so reception can clear it.
      *    Writes the cost-centre interface file for the general-
      *    ledger upload (CHGGL - see CHGGL.cpy) and a control report
      *    (CHGRPT) whose charged visits must tie back to the month's
      *    VISITHST record count. The interface file is only written
      *    when every input read cleanly and the totals tie - a
      *    journal that does not balance is worse than none.
      *    The month comes from RPTPARM (YYYYMM in columns 1-6) as in
      *    DurRpt and WaitRpt, or is asked on the console when there
      *    is no RPTPARM; an empty record means the month just ended,
      *    since the job runs in the first days of the next one.
      *    Condition codes: 0 = clean, 4 = written but visits went to
      *    suspense, 8 = nothing written (rate file missing or
      *    refused, an input unreadable, a table full, totals not
      *    tying, or CHGGL could not be written).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

           SELECT OPTIONAL HOST-DIR-FILE
               ASSIGN TO "HOSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOST-DIR-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-FILE
               ASSIGN TO "CHGGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  HOST-DIR-FILE
           RECORDING MODE IS F.
       COPY HOSTREC.

       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY CHGRATE.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY CHGGL.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.
           88  VISIT-HIST-ABSENT         VALUE '05'.

       01  WS-HOST-DIR-STATUS       PIC X(02).
           88  HOST-DIR-OK               VALUE '00'.
           88  HOST-DIR-ABSENT           VALUE '05'.

       01  WS-RATE-STATUS           PIC X(02).
           88  RATE-FILE-OK              VALUE '00'.
           88  RATE-FILE-ABSENT          VALUE '05'.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK              VALUE '00'.

       01  WS-GL-STATUS             PIC X(02).
           88  GL-FILE-OK                VALUE '00'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-PARM-MODE-SW          PIC X(01)  VALUE 'N'.
           88  PARM-MODE                  VALUE 'Y'.

       01  WS-BROKEN-SW             PIC X(01)  VALUE 'N'.
           88  CHARGEBACK-BROKEN          VALUE 'Y'.

      *    space until the tie-out has been done.
       01  WS-TIE-SW                PIC X(01)  VALUE SPACE.
           88  TOTALS-TIE                 VALUE 'Y'.
           88  TOTALS-APART               VALUE 'N'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-WANTED-MONTH          PIC 9(06).
       01  WS-MONTH-ANSWER          PIC X(06).
       01  WS-PARM-DATA             PIC X(80).

      *    the month just ended, for the empty-parameter default.
       01  WS-LAST-MONTH.
           05  WS-LAST-MONTH-YEAR   PIC 9(04).
           05  WS-LAST-MONTH-MM     PIC 9(02).

      *    from the 'P' record of CHGRATE.
       01  WS-PRICE-SW              PIC X(01)  VALUE 'N'.
           88  PRICES-FOUND               VALUE 'Y'.
       01  WS-VISIT-PRICE           PIC 9(05)V99 VALUE ZERO.
       01  WS-BADGE-PRICE           PIC 9(05)V99 VALUE ZERO.
       01  WS-GL-ACCOUNT            PIC X(08)  VALUE SPACES.
       01  WS-RECEPTION-CC          PIC X(10)  VALUE SPACES.
       01  WS-SUSPENSE-CC           PIC X(10)  VALUE SPACES.
       01  WS-RATE-LINE-NO          PIC 9(05)  VALUE ZERO.

      *    department to cost centre, from the 'D' records.
       01  WS-CC-TABLE.
           05  WS-CC-COUNT          PIC 9(04)  VALUE ZERO.
           05  WS-CC-ENTRY          OCCURS 300 TIMES
                                     INDEXED BY WS-CC-IDX.
               10  WS-CC-DEPT       PIC X(20).
               10  WS-CC-CODE       PIC X(10).

      *    the whole directory; an active record of a name wins over
      *    a deactivated one - the name was reused by someone still
      *    here.
       01  WS-DIR-TABLE.
           05  WS-DIR-COUNT         PIC 9(04)  VALUE ZERO.
           05  WS-DIR-ENTRY         OCCURS 1000 TIMES
                                     INDEXED BY WS-DIR-IDX.
               10  WS-DIR-NAME      PIC X(20).
               10  WS-DIR-DEPT      PIC X(20).
               10  WS-DIR-ACTIVE-SW PIC X(01).
                   88  DIR-ACTIVE          VALUE 'Y'.

      *    one entry per department charged, cost centre first so the
      *    table sorts straight into the journal order.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-DEPT-ENTRY        OCCURS 300 TIMES
                                     INDEXED BY WS-DEPT-IDX.
               10  WS-DPT-KEY.
                   15  WS-DPT-CC    PIC X(10).
                   15  WS-DPT-NAME  PIC X(20).
               10  WS-DPT-VISITS    PIC 9(07).
               10  WS-DPT-BADGES    PIC 9(07).

       01  WS-SWAP-ENTRY            PIC X(44).

      *    one entry per host and reason sent to suspense, for the
      *    detail reception works from. The suspense totals are kept
      *    apart, so a full table only shortens the detail.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-SUSP-ENTRY        OCCURS 500 TIMES
                                     INDEXED BY WS-SUSP-IDX.
               10  WS-SUS-HOST      PIC X(20).
               10  WS-SUS-REASON    PIC X(01).
                   88  SUS-UNKNOWN-HOST    VALUE 'U'.
                   88  SUS-DEACTIVATED     VALUE 'I'.
                   88  SUS-NO-COST-CENTRE  VALUE 'C'.
               10  WS-SUS-DEPT      PIC X(20).
               10  WS-SUS-VISITS    PIC 9(07).
       01  WS-SUSP-OVER-COUNT       PIC 9(07)  VALUE ZERO.

       01  WS-SUSP-VISITS           PIC 9(07)  VALUE ZERO.
       01  WS-SUSP-BADGES           PIC 9(07)  VALUE ZERO.
       01  WS-SUSP-UNKNOWN          PIC 9(07)  VALUE ZERO.
       01  WS-SUSP-INACTIVE         PIC 9(07)  VALUE ZERO.
       01  WS-SUSP-NO-CC            PIC 9(07)  VALUE ZERO.

      *    the visit being charged.
       01  WS-VISIT-REASON          PIC X(01).
       01  WS-VISIT-DEPT            PIC X(20).
       01  WS-VISIT-CC              PIC X(10).
       01  WS-VISIT-BADGE           PIC 9(01).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-MATCH-SUB             PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).

      *    control totals.
       01  WS-RECORDS-READ          PIC 9(07)  VALUE ZERO.
       01  WS-MONTH-RECORDS         PIC 9(07)  VALUE ZERO.
       01  WS-DEPT-VISITS           PIC 9(07)  VALUE ZERO.
       01  WS-DEPT-BADGES           PIC 9(07)  VALUE ZERO.
       01  WS-CHARGED-VISITS        PIC 9(07)  VALUE ZERO.
       01  WS-CHARGED-BADGES        PIC 9(07)  VALUE ZERO.
       01  WS-LINE-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-RECORDS            PIC 9(05)  VALUE ZERO.

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(31)
                            VALUE 'DEPARTMENT CHARGEBACK FOR MONTH'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HEADING-MONTH     PIC 9(06).
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-RATE-HEADING.
           05  FILLER               PIC X(15) VALUE 'RATE PER VISIT '.
           05  WS-RH-VISIT-PRICE    PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE '   PER BADGE'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RH-BADGE-PRICE    PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE '   GL ACCOUNT'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RH-ACCOUNT        PIC X(08).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(12) VALUE 'COST CTR'.
           05  FILLER               PIC X(22) VALUE 'DEPARTMENT'.
           05  FILLER               PIC X(07) VALUE ' VISITS'.
           05  FILLER               PIC X(08) VALUE '  BADGES'.
           05  FILLER               PIC X(16) VALUE
                                              '          AMOUNT'.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  WS-CHG-CC            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CHG-DEPT          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CHG-VISITS        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CHG-BADGES        PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CHG-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-SUSP-HEADING.
           05  FILLER               PIC X(22) VALUE 'HOST'.
           05  FILLER               PIC X(18) VALUE 'REASON'.
           05  FILLER               PIC X(22) VALUE 'DEPARTMENT'.
           05  FILLER               PIC X(07) VALUE ' VISITS'.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-SUSP-LINE.
           05  WS-SL-HOST           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-REASON         PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-DEPT           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-VISITS         PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-COUNT-LABEL       PIC X(40).
           05  WS-COUNT-VALUE       PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-COUNT-NOTE        PIC X(31).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-RESET-STATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0500-GET-WANTED-MONTH.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'CHGRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           PERFORM 1000-LOAD-RATES.
           PERFORM 1500-LOAD-DIRECTORY.

           IF NOT CHARGEBACK-BROKEN
               PERFORM 2000-CHARGE-VISITS
           END-IF.

           IF NOT CHARGEBACK-BROKEN
               PERFORM 2800-SORT-BY-COST-CENTRE
               PERFORM 2900-CHECK-TOTALS
           END-IF.

           IF NOT CHARGEBACK-BROKEN
               PERFORM 3000-WRITE-INTERFACE
           END-IF.

           PERFORM 4000-PRODUCE-REPORT.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           EVALUATE TRUE
               WHEN CHARGEBACK-BROKEN
                   DISPLAY 'ATTENTION - refacturation non produite, '
                       'CHGGL non ecrit'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUSP-VISITS > ZERO
                   DISPLAY 'ATTENTION - ' WS-SUSP-VISITS
                       ' visites en attente sur ' WS-SUSPENSE-CC
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       0100-RESET-STATE.
           MOVE ZERO TO WS-CC-COUNT
                        WS-DIR-COUNT
                        WS-DEPT-COUNT
                        WS-SUSP-COUNT
                        WS-SUSP-OVER-COUNT.
           MOVE ZERO TO WS-SUSP-VISITS
                        WS-SUSP-BADGES
                        WS-SUSP-UNKNOWN
                        WS-SUSP-INACTIVE
                        WS-SUSP-NO-CC.
           MOVE ZERO TO WS-RECORDS-READ
                        WS-MONTH-RECORDS
                        WS-DEPT-VISITS
                        WS-DEPT-BADGES
                        WS-CHARGED-VISITS
                        WS-CHARGED-BADGES
                        WS-TOTAL-AMOUNT
                        WS-GL-RECORDS
                        WS-RATE-LINE-NO.
           MOVE 'N'  TO WS-PARM-MODE-SW
                        WS-BROKEN-SW
                        WS-PRICE-SW.
           MOVE SPACE TO WS-TIE-SW.

       0500-GET-WANTED-MONTH.
      *    RPTPARM present means an unattended run - no prompts,
      *    month from the record, the month just ended when it is
      *    empty.
           MOVE WS-TODAY(1:6) TO WS-LAST-MONTH.
           IF WS-LAST-MONTH-MM = 1
               MOVE 12 TO WS-LAST-MONTH-MM
               SUBTRACT 1 FROM WS-LAST-MONTH-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LAST-MONTH-MM
           END-IF.

           OPEN INPUT PARM-FILE.
           IF PARM-OPEN-OK
               SET PARM-MODE TO TRUE
               MOVE SPACES TO WS-PARM-DATA
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RECORD TO WS-PARM-DATA
               END-READ
           END-IF.
           CLOSE PARM-FILE.

           IF NOT PARM-MODE
               DISPLAY 'Month (YYYYMM, blank = last month) ?'
               ACCEPT WS-MONTH-ANSWER
           END-IF.

           EVALUATE TRUE
               WHEN PARM-MODE AND WS-PARM-DATA(1:6) IS NUMERIC
                   MOVE WS-PARM-DATA(1:6) TO WS-WANTED-MONTH
               WHEN PARM-MODE
                   MOVE WS-LAST-MONTH TO WS-WANTED-MONTH
               WHEN WS-MONTH-ANSWER = SPACES
                   MOVE WS-LAST-MONTH TO WS-WANTED-MONTH
               WHEN WS-MONTH-ANSWER IS NUMERIC
                   MOVE WS-MONTH-ANSWER TO WS-WANTED-MONTH
               WHEN OTHER
                   DISPLAY 'Invalid month, using last month.'
                   MOVE WS-LAST-MONTH TO WS-WANTED-MONTH
           END-EVALUATE.

       1000-LOAD-RATES.
      *    no rates, no chargeback - prices are never guessed.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT RATE-FILE.
           EVALUATE TRUE
               WHEN RATE-FILE-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ RATE-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RATE-LINE-NO
                               PERFORM 1100-TAKE-RATE-LINE
                       END-READ
                   END-PERFORM
               WHEN RATE-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - CHGRATE illisible, statut '
                       WS-RATE-STATUS
                   SET CHARGEBACK-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE RATE-FILE.

           IF NOT PRICES-FOUND
               DISPLAY 'ATTENTION - CHGRATE sans ligne de prix P'
               SET CHARGEBACK-BROKEN TO TRUE
           END-IF.

       1100-TAKE-RATE-LINE.
           EVALUATE TRUE
               WHEN RATE-PRICE-RECORD = SPACES
                   CONTINUE
               WHEN RATE-IS-PRICE
                   PERFORM 1200-TAKE-PRICES
               WHEN RATE-IS-DEPARTMENT
                   PERFORM 1300-TAKE-COST-CENTRE
               WHEN OTHER
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : type inconnu'
                   SET CHARGEBACK-BROKEN TO TRUE
           END-EVALUATE.

       1200-TAKE-PRICES.
           EVALUATE TRUE
               WHEN PRICES-FOUND
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : deuxieme ligne de prix'
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN RATE-VISIT-PRICE IS NOT NUMERIC
                 OR RATE-BADGE-PRICE IS NOT NUMERIC
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : prix non numerique'
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN RATE-GL-ACCOUNT = SPACES
                 OR RATE-RECEPTION-CC = SPACES
                 OR RATE-SUSPENSE-CC = SPACES
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : compte ou centre manquant'
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN OTHER
                   SET PRICES-FOUND TO TRUE
                   MOVE RATE-VISIT-PRICE  TO WS-VISIT-PRICE
                   MOVE RATE-BADGE-PRICE  TO WS-BADGE-PRICE
                   MOVE RATE-GL-ACCOUNT   TO WS-GL-ACCOUNT
                   MOVE RATE-RECEPTION-CC TO WS-RECEPTION-CC
                   MOVE RATE-SUSPENSE-CC  TO WS-SUSPENSE-CC
           END-EVALUATE.

       1300-TAKE-COST-CENTRE.
      *    a department mapped twice would be charged to whichever
      *    line came first - refused instead, finance must say which.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CC-COUNT
                      OR WS-MATCH-SUB > ZERO
               IF WS-CC-DEPT(WS-SEARCH-IDX) = RATE-DEPT-NAME
                   MOVE WS-SEARCH-IDX TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN RATE-DEPT-NAME = SPACES
                 OR RATE-DEPT-CC = SPACES
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : departement ou centre vide'
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN WS-MATCH-SUB > ZERO
                   DISPLAY 'ATTENTION - CHGRATE ligne '
                       WS-RATE-LINE-NO ' : departement en double '
                       RATE-DEPT-NAME
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN WS-CC-COUNT NOT < 300
                   DISPLAY 'ATTENTION - CHGRATE plus de 300 '
                       'departements'
                   SET CHARGEBACK-BROKEN TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CC-COUNT
                   MOVE RATE-DEPT-NAME TO WS-CC-DEPT(WS-CC-COUNT)
                   MOVE RATE-DEPT-CC   TO WS-CC-CODE(WS-CC-COUNT)
           END-EVALUATE.

       1500-LOAD-DIRECTORY.
      *    any status - a deactivated host must be recognised as such
      *    and not taken for an unknown one.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT HOST-DIR-FILE.
           EVALUATE TRUE
               WHEN HOST-DIR-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ HOST-DIR-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 1600-TAKE-DIRECTORY-ENTRY
                       END-READ
                   END-PERFORM
               WHEN HOST-DIR-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - HOSTS illisible, statut '
                       WS-HOST-DIR-STATUS
                   SET CHARGEBACK-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE HOST-DIR-FILE.

       1600-TAKE-DIRECTORY-ENTRY.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DIR-COUNT
                      OR WS-MATCH-SUB > ZERO
               IF WS-DIR-NAME(WS-SEARCH-IDX) = HOST-DIR-NAME
                   MOVE WS-SEARCH-IDX TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB > ZERO
                   IF HOST-DIR-ACTIVE
                      AND NOT DIR-ACTIVE(WS-MATCH-SUB)
                       MOVE HOST-DIR-DEPT TO WS-DIR-DEPT(WS-MATCH-SUB)
                       MOVE 'Y' TO WS-DIR-ACTIVE-SW(WS-MATCH-SUB)
                   END-IF
               WHEN WS-DIR-COUNT < 1000
                   ADD 1 TO WS-DIR-COUNT
                   MOVE HOST-DIR-NAME TO WS-DIR-NAME(WS-DIR-COUNT)
                   MOVE HOST-DIR-DEPT TO WS-DIR-DEPT(WS-DIR-COUNT)
                   IF HOST-DIR-ACTIVE
                       MOVE 'Y' TO WS-DIR-ACTIVE-SW(WS-DIR-COUNT)
                   ELSE
                       MOVE 'N' TO WS-DIR-ACTIVE-SW(WS-DIR-COUNT)
                   END-IF
               WHEN OTHER
      *            hosts past the table would all land in suspense as
      *            unknown - refused rather than misdirected.
                   DISPLAY 'ATTENTION - HOSTS plus de 1000 hotes'
                   SET CHARGEBACK-BROKEN TO TRUE
           END-EVALUATE.

       2000-CHARGE-VISITS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT VISIT-HIST-FILE.
           EVALUATE TRUE
               WHEN VISIT-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                             OR CHARGEBACK-BROKEN
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF HIST-DATE(1:6) = WS-WANTED-MONTH
                                   ADD 1 TO WS-MONTH-RECORDS
                                   PERFORM 2100-CHARGE-ONE-VISIT
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN VISIT-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITHST illisible, statut '
                       WS-VISIT-HIST-STATUS
                   SET CHARGEBACK-BROKEN TO TRUE
           END-EVALUATE.
           CLOSE VISIT-HIST-FILE.

       2100-CHARGE-ONE-VISIT.
           IF HIST-BADGE-NO IS NUMERIC
              AND HIST-BADGE-NO > ZERO
               MOVE 1 TO WS-VISIT-BADGE
           ELSE
               MOVE 0 TO WS-VISIT-BADGE
           END-IF.

           PERFORM 2200-FIND-DEPARTMENT.

           IF WS-VISIT-REASON = SPACE
               PERFORM 2300-ADD-TO-DEPARTMENT
           ELSE
               PERFORM 2400-ADD-TO-SUSPENSE
           END-IF.

       2200-FIND-DEPARTMENT.
      *    leaves the cost centre in WS-VISIT-CC, or the suspense
      *    reason in WS-VISIT-REASON.
           MOVE SPACE  TO WS-VISIT-REASON.
           MOVE SPACES TO WS-VISIT-DEPT
                          WS-VISIT-CC.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DIR-COUNT
                      OR WS-MATCH-SUB > ZERO
               IF WS-DIR-NAME(WS-SEARCH-IDX) = HIST-HOST
                   MOVE WS-SEARCH-IDX TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB = ZERO
                   MOVE 'U' TO WS-VISIT-REASON
               WHEN NOT DIR-ACTIVE(WS-MATCH-SUB)
                   MOVE 'I' TO WS-VISIT-REASON
                   MOVE WS-DIR-DEPT(WS-MATCH-SUB) TO WS-VISIT-DEPT
               WHEN OTHER
                   MOVE WS-DIR-DEPT(WS-MATCH-SUB) TO WS-VISIT-DEPT
                   MOVE 'C' TO WS-VISIT-REASON
                   PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX > WS-CC-COUNT
                              OR WS-VISIT-REASON = SPACE
                       IF WS-CC-DEPT(WS-SEARCH-IDX) = WS-VISIT-DEPT
                           MOVE WS-CC-CODE(WS-SEARCH-IDX)
                               TO WS-VISIT-CC
                           MOVE SPACE TO WS-VISIT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       2300-ADD-TO-DEPARTMENT.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DEPT-COUNT
                      OR WS-MATCH-SUB > ZERO
               IF WS-DPT-NAME(WS-SEARCH-IDX) = WS-VISIT-DEPT
                   MOVE WS-SEARCH-IDX TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

      *    cannot fill up - there are no more departments charged than
      *    cost-centre lines on CHGRATE - but a visit is never
      *    silently dropped.
           IF WS-MATCH-SUB = ZERO
               IF WS-DEPT-COUNT < 300
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-MATCH-SUB
                   MOVE WS-VISIT-CC   TO WS-DPT-CC(WS-MATCH-SUB)
                   MOVE WS-VISIT-DEPT TO WS-DPT-NAME(WS-MATCH-SUB)
                   MOVE ZERO TO WS-DPT-VISITS(WS-MATCH-SUB)
                                WS-DPT-BADGES(WS-MATCH-SUB)
               ELSE
                   DISPLAY 'ATTENTION - plus de 300 departements '
                       'factures'
                   SET CHARGEBACK-BROKEN TO TRUE
               END-IF
           END-IF.

           IF WS-MATCH-SUB > ZERO
               ADD 1              TO WS-DPT-VISITS(WS-MATCH-SUB)
               ADD WS-VISIT-BADGE TO WS-DPT-BADGES(WS-MATCH-SUB)
           END-IF.

       2400-ADD-TO-SUSPENSE.
           ADD 1              TO WS-SUSP-VISITS.
           ADD WS-VISIT-BADGE TO WS-SUSP-BADGES.
           EVALUATE WS-VISIT-REASON
               WHEN 'U'
                   ADD 1 TO WS-SUSP-UNKNOWN
               WHEN 'I'
                   ADD 1 TO WS-SUSP-INACTIVE
               WHEN OTHER
                   ADD 1 TO WS-SUSP-NO-CC
           END-EVALUATE.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SUSP-COUNT
                      OR WS-MATCH-SUB > ZERO
               IF WS-SUS-HOST(WS-SEARCH-IDX) = HIST-HOST
                  AND WS-SUS-REASON(WS-SEARCH-IDX) = WS-VISIT-REASON
                   MOVE WS-SEARCH-IDX TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB > ZERO
                   ADD 1 TO WS-SUS-VISITS(WS-MATCH-SUB)
               WHEN WS-SUSP-COUNT < 500
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE HIST-HOST       TO WS-SUS-HOST(WS-SUSP-COUNT)
                   MOVE WS-VISIT-REASON TO WS-SUS-REASON(WS-SUSP-COUNT)
                   MOVE WS-VISIT-DEPT   TO WS-SUS-DEPT(WS-SUSP-COUNT)
                   MOVE 1               TO WS-SUS-VISITS(WS-SUSP-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-SUSP-OVER-COUNT
           END-EVALUATE.

       2800-SORT-BY-COST-CENTRE.
      *    plain exchange sort on cost centre then department, as
      *    OnSite sorts its list.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-DEPT-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-DEPT-COUNT
                   IF WS-DPT-KEY(WS-SEARCH-IDX) >
                           WS-DPT-KEY(WS-SEARCH-IDX + 1)
                       MOVE WS-DEPT-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-DEPT-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-DEPT-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-DEPT-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2900-CHECK-TOTALS.
      *    the tie-out: every VISITHST record of the month is charged
      *    once, to a department or to suspense.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DEPT-COUNT
               ADD WS-DPT-VISITS(WS-SEARCH-IDX) TO WS-DEPT-VISITS
               ADD WS-DPT-BADGES(WS-SEARCH-IDX) TO WS-DEPT-BADGES
           END-PERFORM.
           COMPUTE WS-CHARGED-VISITS = WS-DEPT-VISITS + WS-SUSP-VISITS.
           COMPUTE WS-CHARGED-BADGES = WS-DEPT-BADGES + WS-SUSP-BADGES.

           IF WS-CHARGED-VISITS = WS-MONTH-RECORDS
              AND WS-SUSP-VISITS = WS-SUSP-UNKNOWN
                                 + WS-SUSP-INACTIVE
                                 + WS-SUSP-NO-CC
               SET TOTALS-TIE TO TRUE
           ELSE
               DISPLAY 'ATTENTION - totaux de controle en ecart'
               SET TOTALS-APART TO TRUE
               SET CHARGEBACK-BROKEN TO TRUE
           END-IF.

       3000-WRITE-INTERFACE.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FILE-OK
               DISPLAY 'ATTENTION - CHGGL ne peut etre ouvert, statut '
                   WS-GL-STATUS
               SET CHARGEBACK-BROKEN TO TRUE
           ELSE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-DEPT-COUNT
                   MOVE 'D' TO GL-RECORD-TYPE
                   MOVE WS-DPT-CC(WS-SEARCH-IDX)     TO GL-COST-CENTRE
                   MOVE WS-DPT-VISITS(WS-SEARCH-IDX) TO GL-VISIT-COUNT
                   MOVE WS-DPT-BADGES(WS-SEARCH-IDX) TO GL-BADGE-COUNT
                   MOVE WS-DPT-NAME(WS-SEARCH-IDX)   TO GL-DESCRIPTION
                   PERFORM 3100-PUT-JOURNAL-LINE
               END-PERFORM

               IF WS-SUSP-VISITS > ZERO
                   MOVE 'D' TO GL-RECORD-TYPE
                   MOVE WS-SUSPENSE-CC     TO GL-COST-CENTRE
                   MOVE WS-SUSP-VISITS     TO GL-VISIT-COUNT
                   MOVE WS-SUSP-BADGES     TO GL-BADGE-COUNT
                   MOVE 'RECEPTION SUSPENSE' TO GL-DESCRIPTION
                   PERFORM 3100-PUT-JOURNAL-LINE
               END-IF

      *        the credit is priced from the same totals, so it
      *        balances the debits to the cent.
               IF WS-CHARGED-VISITS > ZERO
                   MOVE 'C' TO GL-RECORD-TYPE
                   MOVE WS-RECEPTION-CC    TO GL-COST-CENTRE
                   MOVE WS-CHARGED-VISITS  TO GL-VISIT-COUNT
                   MOVE WS-CHARGED-BADGES  TO GL-BADGE-COUNT
                   MOVE 'RECEPTION RECHARGE' TO GL-DESCRIPTION
                   PERFORM 3100-PUT-JOURNAL-LINE
               END-IF

               MOVE SPACES              TO GL-INTERFACE-RECORD
               MOVE 'T'                 TO GL-RECORD-TYPE
               MOVE WS-WANTED-MONTH     TO GL-PERIOD
               MOVE WS-GL-ACCOUNT       TO GL-ACCOUNT
               MOVE WS-TOTAL-AMOUNT     TO GL-AMOUNT
               MOVE WS-CHARGED-VISITS   TO GL-VISIT-COUNT
               MOVE WS-CHARGED-BADGES   TO GL-BADGE-COUNT
               MOVE 'TRAILER'           TO GL-DESCRIPTION
               MOVE WS-GL-RECORDS       TO GL-RECORD-COUNT
               WRITE GL-INTERFACE-RECORD
               IF NOT GL-FILE-OK
                   DISPLAY 'ATTENTION - ecriture CHGGL en echec, '
                       'statut ' WS-GL-STATUS
                   SET CHARGEBACK-BROKEN TO TRUE
               END-IF
               CLOSE GL-FILE
           END-IF.

       3100-PUT-JOURNAL-LINE.
      *    GL-RECORD-TYPE, cost centre, counts and description already
      *    set; prices the line and writes it.
           COMPUTE WS-LINE-AMOUNT =
               GL-VISIT-COUNT * WS-VISIT-PRICE
             + GL-BADGE-COUNT * WS-BADGE-PRICE.
           MOVE WS-WANTED-MONTH TO GL-PERIOD.
           MOVE WS-GL-ACCOUNT   TO GL-ACCOUNT.
           MOVE WS-LINE-AMOUNT  TO GL-AMOUNT.
           MOVE ZERO            TO GL-RECORD-COUNT.
           IF GL-IS-DEBIT
               ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
           END-IF.
           WRITE GL-INTERFACE-RECORD.
           IF GL-FILE-OK
               ADD 1 TO WS-GL-RECORDS
           ELSE
               DISPLAY 'ATTENTION - ecriture CHGGL en echec, statut '
                   WS-GL-STATUS
               SET CHARGEBACK-BROKEN TO TRUE
           END-IF.

       4000-PRODUCE-REPORT.
           MOVE WS-WANTED-MONTH TO WS-HEADING-MONTH.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE WS-VISIT-PRICE  TO WS-RH-VISIT-PRICE.
           MOVE WS-BADGE-PRICE  TO WS-RH-BADGE-PRICE.
           MOVE WS-GL-ACCOUNT   TO WS-RH-ACCOUNT.
           MOVE WS-RATE-HEADING TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           IF TOTALS-TIE
               PERFORM 4100-PUT-CHARGES
               PERFORM 4300-PUT-SUSPENSE-DETAIL
           END-IF.

           PERFORM 4500-PUT-CONTROL-TOTALS.

       4100-PUT-CHARGES.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DEPT-COUNT
               MOVE WS-DPT-CC(WS-SEARCH-IDX)     TO WS-CHG-CC
               MOVE WS-DPT-NAME(WS-SEARCH-IDX)   TO WS-CHG-DEPT
               MOVE WS-DPT-VISITS(WS-SEARCH-IDX) TO WS-CHG-VISITS
               MOVE WS-DPT-BADGES(WS-SEARCH-IDX) TO WS-CHG-BADGES
               COMPUTE WS-CHG-AMOUNT =
                   WS-DPT-VISITS(WS-SEARCH-IDX) * WS-VISIT-PRICE
                 + WS-DPT-BADGES(WS-SEARCH-IDX) * WS-BADGE-PRICE
               MOVE WS-CHARGE-LINE TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
           END-PERFORM.

           MOVE WS-SUSPENSE-CC       TO WS-CHG-CC.
           MOVE 'RECEPTION SUSPENSE' TO WS-CHG-DEPT.
           MOVE WS-SUSP-VISITS       TO WS-CHG-VISITS.
           MOVE WS-SUSP-BADGES       TO WS-CHG-BADGES.
           COMPUTE WS-CHG-AMOUNT =
               WS-SUSP-VISITS * WS-VISIT-PRICE
             + WS-SUSP-BADGES * WS-BADGE-PRICE.
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE SPACES               TO WS-CHG-CC.
           MOVE '  TOTAL CHARGED'    TO WS-CHG-DEPT.
           MOVE WS-CHARGED-VISITS    TO WS-CHG-VISITS.
           MOVE WS-CHARGED-BADGES    TO WS-CHG-BADGES.
           COMPUTE WS-CHG-AMOUNT =
               WS-CHARGED-VISITS * WS-VISIT-PRICE
             + WS-CHARGED-BADGES * WS-BADGE-PRICE.
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE WS-RECEPTION-CC      TO WS-CHG-CC.
           MOVE 'RECEPTION CREDIT'   TO WS-CHG-DEPT.
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

       4300-PUT-SUSPENSE-DETAIL.
           IF WS-SUSP-COUNT > ZERO
               MOVE 'RECEPTION SUSPENSE DETAIL' TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
               MOVE WS-SUSP-HEADING TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SUSP-COUNT
                   MOVE WS-SUS-HOST(WS-SEARCH-IDX) TO WS-SL-HOST
                   EVALUATE TRUE
                       WHEN SUS-UNKNOWN-HOST(WS-SEARCH-IDX)
                           MOVE 'UNKNOWN HOST' TO WS-SL-REASON
                       WHEN SUS-DEACTIVATED(WS-SEARCH-IDX)
                           MOVE 'DEACTIVATED' TO WS-SL-REASON
                       WHEN OTHER
                           MOVE 'NO COST CENTRE' TO WS-SL-REASON
                   END-EVALUATE
                   MOVE WS-SUS-DEPT(WS-SEARCH-IDX)   TO WS-SL-DEPT
                   MOVE WS-SUS-VISITS(WS-SEARCH-IDX) TO WS-SL-VISITS
                   MOVE WS-SUSP-LINE TO WS-PRINT-LINE
                   PERFORM 4900-PUT-REPORT-LINE
               END-PERFORM
               IF WS-SUSP-OVER-COUNT > ZERO
                   MOVE SPACES TO WS-COUNT-LINE
                   MOVE 'SUSPENSE VISITS NOT DETAILED (TABLE FULL)'
                       TO WS-COUNT-LABEL
                   MOVE WS-SUSP-OVER-COUNT TO WS-COUNT-VALUE
                   MOVE WS-COUNT-LINE TO WS-PRINT-LINE
                   PERFORM 4900-PUT-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
           END-IF.

       4500-PUT-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE 'VISITHST RECORDS READ' TO WS-COUNT-LABEL.
           MOVE WS-RECORDS-READ TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'VISITHST RECORDS FOR THE MONTH' TO WS-COUNT-LABEL.
           MOVE WS-MONTH-RECORDS TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'VISITS CHARGED TO DEPARTMENTS' TO WS-COUNT-LABEL.
           MOVE WS-DEPT-VISITS TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'VISITS CHARGED TO SUSPENSE' TO WS-COUNT-LABEL.
           MOVE WS-SUSP-VISITS TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE '  HOST UNKNOWN TO HOSTS' TO WS-COUNT-LABEL.
           MOVE WS-SUSP-UNKNOWN TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE '  HOST DEACTIVATED' TO WS-COUNT-LABEL.
           MOVE WS-SUSP-INACTIVE TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE '  DEPARTMENT WITHOUT COST CENTRE' TO WS-COUNT-LABEL.
           MOVE WS-SUSP-NO-CC TO WS-COUNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE 'VISITS CHARGED IN TOTAL' TO WS-COUNT-LABEL.
           MOVE WS-CHARGED-VISITS TO WS-COUNT-VALUE.
           EVALUATE TRUE
               WHEN TOTALS-TIE
                   MOVE 'AGREES WITH THE MONTH' TO WS-COUNT-NOTE
               WHEN TOTALS-APART
                   MOVE 'DOES NOT AGREE' TO WS-COUNT-NOTE
               WHEN OTHER
                   MOVE 'NOT CHECKED' TO WS-COUNT-NOTE
           END-EVALUATE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE SPACES TO WS-COUNT-NOTE.

           MOVE 'GL INTERFACE RECORDS WRITTEN' TO WS-COUNT-LABEL.
           IF CHARGEBACK-BROKEN
               MOVE ZERO TO WS-COUNT-VALUE
               MOVE 'NOT WRITTEN - SEE CONSOLE' TO WS-COUNT-NOTE
           ELSE
               COMPUTE WS-COUNT-VALUE = WS-GL-RECORDS + 1
               MOVE 'INCLUDING TRAILER' TO WS-COUNT-NOTE
           END-IF.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

       4900-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
