       IDENTIFICATION DIVISION.
       PROGRAM-ID. SafeChk.
       AUTHOR. Fabrice.

      *    Shared safety-induction and NDA check, called before
      *    GreetVst by SignIn, GrpSign and HelloWorld's batch path -
      *    the same slot in the flow as WatchChk and OccChk - and by
      *    BadgeMgt before a reprint. Site safety rules: anyone going
      *    beyond the lobby must have had the safety briefing in the
      *    last 12 months, and some purposes (audits, R&D meetings)
      *    need a signed NDA on file.
      *    The visitor's briefing and NDA dates are read from VISITMST
      *    into VISITOR-INDUCTION-DATE / VISITOR-NDA-DATE (zero when
      *    there are none), and two switches come back:
      *      induction - 'Y' briefing within the last 12 months,
      *                  'N' out of date or never given;
      *      NDA       - 'Y' no NDA needed for this purpose, or one is
      *                  on file; 'N' needed and missing.
      *    VISITOR-ESCORT-SW is set to match the induction switch, so
      *    a visitor let in without the briefing gets ESCORT REQUIRED
      *    on the badge. What to do about an 'N' is the caller's: the
      *    desk can brief the visitor or take the NDA there and then,
      *    the batch rejects the record for reception to see to.
      *    Which purposes need an NDA comes from the NDAPURP parameter
      *    file: one word per record in columns 1-20, matched
      *    anywhere in the purpose, upper or lower case. When the
      *    file is absent or unreadable the built-in AUDIT and R&D
      *    apply - a missing parameter must fail toward asking for
      *    the NDA, never toward letting an auditor in without one.
      *    An NDA once signed stays on file; only the briefing has to
      *    be renewed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VISITOR-MASTER-FILE
               ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL NDA-PURPOSE-FILE
               ASSIGN TO "NDAPURP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDA-PURPOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-MASTER-FILE.
       COPY VISITMST.

       FD  NDA-PURPOSE-FILE
           RECORDING MODE IS F.
       01  NDA-PURPOSE-RECORD.
           05  NDA-PURPOSE-WORD      PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC X(02).
           88  MASTER-OK                  VALUE '00'.
           88  MASTER-ABSENT              VALUE '05'.
      *    '23' is "record not found" on a keyed READ - a first-time
      *    visitor, not an error.
           88  MASTER-NOT-FOUND           VALUE '23'.

       01  WS-NDA-PURPOSE-STATUS     PIC X(02).
           88  NDA-PURPOSE-OK             VALUE '00'.

       01  WS-NDA-EOF-SW             PIC X(01)  VALUE 'N'.
           88  END-OF-NDA-PURPOSES        VALUE 'Y'.

       01  WS-TODAY                  PIC 9(08).
      *    same day last year - a briefing given on or after it is
      *    still good.
       01  WS-INDUCTION-CUTOFF       PIC 9(08).

       01  WS-NDA-WORD-TABLE.
           05  WS-NDA-WORD-COUNT     PIC 9(02)  VALUE ZERO.
           05  WS-NDA-WORD           OCCURS 50 TIMES
                                     PIC X(20).
       01  WS-WORD-IDX               PIC 9(02).
       01  WS-WORD-LENGTH            PIC 9(02).
       01  WS-WORD-HITS              PIC 9(03).

       01  WS-UPPER-PURPOSE          PIC X(20).
       01  WS-UPPER-WORD             PIC X(20).
       01  WS-LOWER-LETTERS          PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-LETTERS          PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-NDA-NEEDED-SW          PIC X(01)  VALUE 'N'.
           88  NDA-NEEDED                 VALUE 'Y'.

       LINKAGE SECTION.
       COPY VISITOR.

       01  LK-INDUCTION-SW           PIC X(01).
           88  INDUCTION-CURRENT          VALUE 'Y'.
           88  INDUCTION-DUE              VALUE 'N'.

       01  LK-NDA-SW                 PIC X(01).
           88  NDA-CLEAR                  VALUE 'Y'.
           88  NDA-MISSING                VALUE 'N'.

       PROCEDURE DIVISION USING VISITOR-RECORD LK-INDUCTION-SW
               LK-NDA-SW.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-INDUCTION-CUTOFF = WS-TODAY - 10000.

           PERFORM 1000-READ-SAFETY-DATES.
           PERFORM 2000-CHECK-NDA-PURPOSE.

           IF VISITOR-INDUCTION-DATE > ZERO
              AND VISITOR-INDUCTION-DATE NOT < WS-INDUCTION-CUTOFF
               SET INDUCTION-CURRENT TO TRUE
               MOVE 'N' TO VISITOR-ESCORT-SW
           ELSE
               SET INDUCTION-DUE TO TRUE
               MOVE 'Y' TO VISITOR-ESCORT-SW
           END-IF.

           IF NDA-NEEDED
              AND VISITOR-NDA-DATE = ZERO
               SET NDA-MISSING TO TRUE
           ELSE
               SET NDA-CLEAR TO TRUE
           END-IF.

           GOBACK.

       1000-READ-SAFETY-DATES.
      *    an unreadable master fails toward "nothing on file" - the
      *    desk is asked, the batch rejects; nobody is waved through.
           MOVE ZERO TO VISITOR-INDUCTION-DATE
                        VISITOR-NDA-DATE.

           OPEN INPUT VISITOR-MASTER-FILE.
           EVALUATE TRUE
               WHEN MASTER-OK
                   MOVE VISITOR-NAME TO MST-NAME
                   READ VISITOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN MASTER-OK
                           IF MST-INDUCTION-DATE IS NUMERIC
                               MOVE MST-INDUCTION-DATE
                                   TO VISITOR-INDUCTION-DATE
                           END-IF
                           IF MST-NDA-DATE IS NUMERIC
                               MOVE MST-NDA-DATE TO VISITOR-NDA-DATE
                           END-IF
                       WHEN MASTER-NOT-FOUND
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ATTENTION - lecture VISITMST en '
                               'erreur, statut ' WS-MASTER-STATUS
                               ' : ' VISITOR-NAME
                   END-EVALUATE
               WHEN MASTER-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITMST illisible, statut '
                       WS-MASTER-STATUS
                       ' - briefing et NDA consideres absents'
           END-EVALUATE.
           CLOSE VISITOR-MASTER-FILE.

       2000-CHECK-NDA-PURPOSE.
           MOVE 'N' TO WS-NDA-NEEDED-SW
                       WS-NDA-EOF-SW.
           MOVE ZERO TO WS-NDA-WORD-COUNT.

           OPEN INPUT NDA-PURPOSE-FILE.
           IF NDA-PURPOSE-OK
               PERFORM UNTIL END-OF-NDA-PURPOSES
                   READ NDA-PURPOSE-FILE
                       AT END
                           SET END-OF-NDA-PURPOSES TO TRUE
                       NOT AT END
                           IF NDA-PURPOSE-WORD NOT = SPACES
                              AND WS-NDA-WORD-COUNT < 50
                               ADD 1 TO WS-NDA-WORD-COUNT
                               MOVE NDA-PURPOSE-WORD
                                   TO WS-NDA-WORD(WS-NDA-WORD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE 2       TO WS-NDA-WORD-COUNT
               MOVE 'AUDIT' TO WS-NDA-WORD(1)
               MOVE 'R&D'   TO WS-NDA-WORD(2)
           END-IF.
           CLOSE NDA-PURPOSE-FILE.

           MOVE VISITOR-PURPOSE TO WS-UPPER-PURPOSE.
           INSPECT WS-UPPER-PURPOSE
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.

           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > WS-NDA-WORD-COUNT
                      OR NDA-NEEDED
               PERFORM 2100-MATCH-ONE-WORD
           END-PERFORM.

       2100-MATCH-ONE-WORD.
      *    leading spaces on the parameter record are not part of
      *    the word, nor are trailing ones.
           MOVE WS-NDA-WORD(WS-WORD-IDX) TO WS-UPPER-WORD.
           INSPECT WS-UPPER-WORD
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.
           PERFORM UNTIL WS-UPPER-WORD(1:1) NOT = SPACE
               MOVE WS-UPPER-WORD(2:19) TO WS-UPPER-WORD
           END-PERFORM.

           MOVE 20 TO WS-WORD-LENGTH.
           PERFORM UNTIL WS-UPPER-WORD(WS-WORD-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-WORD-LENGTH
           END-PERFORM.

           MOVE ZERO TO WS-WORD-HITS.
           INSPECT WS-UPPER-PURPOSE TALLYING WS-WORD-HITS
               FOR ALL WS-UPPER-WORD(1:WS-WORD-LENGTH).
           IF WS-WORD-HITS > ZERO
               SET NDA-NEEDED TO TRUE
           END-IF.
