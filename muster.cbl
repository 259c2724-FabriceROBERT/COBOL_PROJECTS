       IDENTIFICATION DIVISION.
       PROGRAM-ID. Muster.
       AUTHOR. Fabrice.

      *    Evacuation muster / roll-call. When the alarm goes off the
      *    fire marshals used to take OnSite's printout to the car
      *    park and tick names by hand, and afterwards nobody could
      *    say who had been checked off, where, or when. This
      *    program:
      *      - FREEZES the still-on-site list - built from today's
      *        AUDITLOG exactly as OnSite builds it - into MUSTERF,
      *        under the date and time of the freeze, so arrivals and
      *        departures keyed after the alarm do not move the list
      *        the marshals are working;
      *      - MARKS badges accounted for, with the assembly point
      *        and the time of the tick, one rewrite of MUSTERF per
      *        badge so a second marshal's terminal sees it at once;
      *      - LISTS who is still unaccounted for, live;
      *      - CLOSES the muster with the final report (MUSTRPT) and
      *        files the whole muster, header and badges, to the
      *        MUSTHIST compliance file - one dated set of records
      *        per drill or alarm - then empties MUSTERF.
      *    A muster never writes to AUDITLOG: being found at the
      *    assembly point does not end anybody's visit, so an
      *    accounted-for visitor is NOT signed out and stays on the
      *    OnSite list until they really leave through the desk.
      *
      *    Runs two ways, like OnSite: CALLed from HelloWorld's menu
      *    (hence GOBACK) and on its own - the alarm can find the
      *    marshal at any terminal, so it takes no parameters and
      *    asks for the language itself. With an RPTPARM file it
      *    runs unattended (jcl/MUSTER.jcl): FREEZE in the first
      *    columns freezes the list and prints it to MUSTRPT, CLOSE
      *    files the final report. Condition codes in that mode:
      *    0 done / 4 closed with visitors still unaccounted /
      *    8 refused or a file could not be used / 16 bad parameter.
      *    Modeled on PreReg for the table-and-rewrite handling: the
      *    file is reloaded before every action and never written
      *    back from a table that overflowed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL MUSTER-FILE
               ASSIGN TO "MUSTERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUSTER-STATUS.

           SELECT OPTIONAL MUSTER-HIST-FILE
               ASSIGN TO "MUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUSTER-HIST-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "MUSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  MUSTER-FILE
           RECORDING MODE IS F.
       COPY MUSTREC.

       FD  MUSTER-HIST-FILE
           RECORDING MODE IS F.
       01  MUSTER-HIST-RECORD       PIC X(89).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK               VALUE '00'.
      *    nobody signed in yet today - an empty list, not a failure.
           88  AUDIT-LOG-ABSENT           VALUE '05'.

       01  WS-MUSTER-STATUS         PIC X(02).
      *    '05' is a normal, successful OPEN status for a SELECT
      *    OPTIONAL file that does not exist yet - the very first
      *    muster against a fresh MUSTERF dataset gets this.
           88  MUSTER-FILE-OK             VALUE '00' '05'.

       01  WS-MUSTER-HIST-STATUS    PIC X(02).
           88  MUSTER-HIST-OK             VALUE '00' '05'.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK               VALUE '00'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                  VALUE '00'.

       01  WS-AUDIT-EOF-SW          PIC X(01)  VALUE 'N'.
           88  END-OF-AUDIT-LOG           VALUE 'Y'.

       01  WS-MUSTER-EOF-SW         PIC X(01)  VALUE 'N'.
           88  END-OF-MUSTER-FILE         VALUE 'Y'.

       01  WS-PARM-MODE-SW          PIC X(01)  VALUE 'N'.
           88  PARM-MODE                  VALUE 'Y'.

       01  WS-PARM-DATA             PIC X(80).

       01  WS-RUN-RC                PIC 9(02)  VALUE ZERO.

       01  WS-LANGUAGE              PIC X(01)  VALUE 'F'.
           88  LANG-IS-FRENCH             VALUE 'F' 'f'.
           88  LANG-IS-ENGLISH            VALUE 'E' 'e'.
           88  LANG-IS-VALID              VALUE 'F' 'f' 'E' 'e'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).

      *    the muster held in MUSTERF, from its header record.
       01  WS-MUSTER-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  MUSTER-IS-OPEN             VALUE 'Y'.

       01  WS-MUSTER-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-MUSTER-TIME           PIC 9(06)  VALUE ZERO.
       01  WS-MUSTER-TERM-ID        PIC X(08).

       01  WS-MUSTER-TABLE.
           05  WS-MUSTER-COUNT      PIC 9(04)  VALUE ZERO.
           05  WS-MUSTER-ENTRY      OCCURS 500 TIMES
                                     INDEXED BY WS-MUSTER-IDX.
               10  WS-ENTRY-BADGE   PIC 9(06).
               10  WS-ENTRY-NAME    PIC X(24).
               10  WS-ENTRY-TIME    PIC 9(06).
               10  WS-ENTRY-OUT-SW  PIC X(01).
                   88  ENTRY-SIGNED-OUT    VALUE 'Y'.
                   88  ENTRY-VOIDED        VALUE 'V'.
               10  WS-ENTRY-STATUS  PIC X(01).
                   88  ENTRY-UNACCOUNTED   VALUE 'U'.
                   88  ENTRY-ACCOUNTED     VALUE 'A'.
               10  WS-ENTRY-POINT   PIC X(12).
               10  WS-ENTRY-CHECK-TIME
                                     PIC 9(06).
               10  WS-ENTRY-TERM-ID PIC X(08).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).
       01  WS-MATCH-ENTRY-IDX       PIC 9(04)  VALUE ZERO.
       01  WS-SWAP-ENTRY            PIC X(64).

       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-OVERFLOW-SW           PIC X(01)  VALUE 'N'.
           88  MUSTER-OVERFLOWED          VALUE 'Y'.

       01  WS-REWRITE-SW            PIC X(01)  VALUE 'N'.
           88  REWRITE-OK                 VALUE 'Y'.

       01  WS-FILED-SW              PIC X(01)  VALUE 'N'.
           88  HISTORY-FILED              VALUE 'Y'.

       01  WS-ACCOUNTED-COUNT       PIC 9(04)  VALUE ZERO.
       01  WS-UNACCOUNTED-COUNT     PIC 9(04)  VALUE ZERO.

       01  WS-BADGE-ANSWER          PIC X(06).
       01  WS-BADGE-PADDED          PIC X(06).
       01  WS-BADGE-LENGTH          PIC 9(04).
       01  WS-WANTED-BADGE          PIC 9(06).

       01  WS-BADGE-VALID-SW        PIC X(01)  VALUE 'N'.
           88  BADGE-INPUT-VALID          VALUE 'Y'.

       01  WS-MARKING-SW            PIC X(01)  VALUE 'N'.
           88  MARKING-DONE               VALUE 'Y'.

       01  WS-POINT-ANSWER          PIC X(12).

       01  WS-CONFIRM-ANSWER        PIC X(01).
           88  CONFIRM-YES                VALUE 'Y' 'y' 'O' 'o'.

       01  WS-MENU-CHOICE           PIC X(01).
           88  MUSTER-START               VALUE '1'.
           88  MUSTER-MARK                VALUE '2'.
           88  MUSTER-LIST                VALUE '3'.
           88  MUSTER-CLOSE               VALUE '4'.
           88  MUSTER-RETURN              VALUE '0'.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26)
                                     VALUE 'EVACUATION MUSTER OF     '.
           05  WS-HEADING-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HEADING-TIME      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HEADING-STATE     PIC X(20).
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-SECTION-LINE          PIC X(80).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(08) VALUE 'BADGE   '.
           05  FILLER               PIC X(26) VALUE 'NAME'.
           05  FILLER               PIC X(08) VALUE 'ARRIVED'.
           05  FILLER               PIC X(14) VALUE 'POINT'.
           05  FILLER               PIC X(08) VALUE 'CHECKED'.
           05  FILLER               PIC X(10) VALUE 'TERMINAL'.
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-BADGE      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-NAME       PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-TIME       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-POINT      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-CHECK      PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-TERM       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-FLAG       PIC X(06).

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL       PIC X(20).
           05  WS-TOTAL-DISPLAY     PIC ZZZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
      *    WORKING-STORAGE survives across CALLs within the same run -
      *    a second muster from the menu must not start with the
      *    previous one's table or return code still loaded.
           MOVE ZERO TO WS-MUSTER-COUNT
                        WS-RUN-RC.
           MOVE 'N'  TO WS-PARM-MODE-SW
                        WS-MUSTER-OPEN-SW.
           MOVE 'F'  TO WS-LANGUAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'TERMID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-ID FROM ENVIRONMENT-VALUE.
           IF WS-TERM-ID = SPACES
               MOVE 'UNKNOWN' TO WS-TERM-ID
           END-IF.

           PERFORM 0500-CHECK-PARM.

           IF PARM-MODE
               PERFORM 0600-UNATTENDED-RUN
               MOVE WS-RUN-RC TO RETURN-CODE
           ELSE
               PERFORM 0700-SELECT-LANGUAGE
               MOVE SPACE TO WS-MENU-CHOICE
               PERFORM UNTIL MUSTER-RETURN
                   PERFORM 1000-DISPLAY-MUSTER-MENU
                   ACCEPT WS-MENU-CHOICE
                   EVALUATE TRUE
                       WHEN MUSTER-START
                           PERFORM 2000-START-MUSTER
                       WHEN MUSTER-MARK
                           PERFORM 3000-MARK-ACCOUNTED
                       WHEN MUSTER-LIST
                           PERFORM 4000-LIST-UNACCOUNTED
                       WHEN MUSTER-CLOSE
                           PERFORM 5000-CLOSE-MUSTER
                       WHEN MUSTER-RETURN
                           CONTINUE
                       WHEN OTHER
                           IF LANG-IS-ENGLISH
                               DISPLAY 'Invalid choice.'
                           ELSE
                               DISPLAY 'Choix invalide.'
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

           GOBACK.

       0500-CHECK-PARM.
      *    RPTPARM present means an unattended run - no prompts, the
      *    action comes from the record.
           MOVE SPACES TO WS-PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-OPEN-OK
               SET PARM-MODE TO TRUE
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RECORD TO WS-PARM-DATA
               END-READ
           END-IF.
           CLOSE PARM-FILE.

       0600-UNATTENDED-RUN.
           EVALUATE TRUE
               WHEN WS-PARM-DATA(1:6) = 'FREEZE'
                   PERFORM 2000-START-MUSTER
               WHEN WS-PARM-DATA(1:5) = 'CLOSE'
                   PERFORM 5000-CLOSE-MUSTER
               WHEN OTHER
                   DISPLAY 'ATTENTION - RPTPARM attendu FREEZE ou '
                       'CLOSE, recu : ' WS-PARM-DATA(1:20)
                   MOVE 16 TO WS-RUN-RC
           END-EVALUATE.

       0700-SELECT-LANGUAGE.
           PERFORM WITH TEST AFTER UNTIL LANG-IS-VALID
               DISPLAY 'Choisissez la langue / Choose language (F/E) :'
               ACCEPT WS-LANGUAGE
           END-PERFORM.

       1000-DISPLAY-MUSTER-MENU.
           IF LANG-IS-ENGLISH
               DISPLAY 'Evacuation muster'
               DISPLAY '1 - Start a muster (freeze the on-site list)'
               DISPLAY '2 - Mark badges accounted for'
               DISPLAY '3 - Still unaccounted list'
               DISPLAY '4 - Close the muster (final report)'
               DISPLAY '0 - Back'
           ELSE
               DISPLAY 'Appel d''evacuation'
               DISPLAY '1 - Ouvrir un appel (figer la liste des '
                   'presents)'
               DISPLAY '2 - Pointer des badges retrouves'
               DISPLAY '3 - Liste des personnes non retrouvees'
               DISPLAY '4 - Clore l''appel (rapport final)'
               DISPLAY '0 - Retour'
           END-IF.

       2000-START-MUSTER.
           PERFORM 6000-LOAD-MUSTER-FILE.

           EVALUATE TRUE
               WHEN MUSTER-IS-OPEN
      *            a second freeze would overwrite the ticks already
      *            taken - the open muster must be closed (and so
      *            filed to the compliance history) first.
                   IF LANG-IS-ENGLISH
                       DISPLAY 'A muster is already open since '
                           WS-MUSTER-DATE ' ' WS-MUSTER-TIME
                           ' - close it first (choice 4).'
                   ELSE
                       DISPLAY 'Un appel est deja ouvert depuis le '
                           WS-MUSTER-DATE ' ' WS-MUSTER-TIME
                           ' - le clore d''abord (choix 4).'
                   END-IF
                   MOVE 8 TO WS-RUN-RC
               WHEN MUSTER-OVERFLOWED
                   DISPLAY 'ATTENTION - MUSTERF incompletement '
                       'charge, nouvel appel refuse'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM 2100-FREEZE-ONSITE-LIST
           END-EVALUATE.

       2100-FREEZE-ONSITE-LIST.
           MOVE ZERO TO WS-MUSTER-COUNT.
           MOVE 'N'  TO WS-AUDIT-EOF-SW.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-MUSTER-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-MUSTER-TIME.
           MOVE WS-TERM-ID                TO WS-MUSTER-TERM-ID.

           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE TRUE
               WHEN AUDIT-LOG-OK
                   PERFORM UNTIL END-OF-AUDIT-LOG
                       READ AUDIT-LOG-FILE
                           AT END
                               SET END-OF-AUDIT-LOG TO TRUE
                           NOT AT END
                               IF AUDIT-DATE = WS-TODAY
                                   EVALUATE TRUE
                                       WHEN AUDIT-EVENT-OUT
                                           PERFORM 2300-MARK-DEPARTURE
                                       WHEN AUDIT-EVENT-VOID
                                           PERFORM 2400-MARK-VOIDED
                                       WHEN AUDIT-EVENT-IN
                                           PERFORM 2200-ADD-ARRIVAL
                                       WHEN OTHER
                                           CONTINUE
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN AUDIT-LOG-ABSENT
      *            an empty building still gets its muster on file -
      *            the drill happened and the compliance file must
      *            say so.
                   CONTINUE
               WHEN OTHER
      *            AUDITLOG could not be read, so the roll-call is
      *            opened on an empty list and the run ends RC 8 -
      *            the marshals must fall back to the ONSITERP
      *            printout for who is inside.
                   DISPLAY 'ATTENTION - AUDITLOG illisible, statut '
                       WS-AUDIT-LOG-STATUS
                       ' - appel ouvert sur une liste vide'
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.
           CLOSE AUDIT-LOG-FILE.

      *    departed visitors are dropped before the list is frozen -
      *    the marshals work only the people still inside.
           MOVE ZERO TO WS-SORT-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
               IF NOT ENTRY-SIGNED-OUT(WS-SEARCH-IDX)
                   ADD 1 TO WS-SORT-IDX
                   MOVE WS-MUSTER-ENTRY(WS-SEARCH-IDX)
                       TO WS-MUSTER-ENTRY(WS-SORT-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SORT-IDX TO WS-MUSTER-COUNT.

           PERFORM 2500-SORT-BY-BADGE.

           SET MUSTER-IS-OPEN TO TRUE.
           PERFORM 6200-REWRITE-MUSTER-FILE.
           IF REWRITE-OK
               IF LANG-IS-ENGLISH
                   DISPLAY 'Muster opened ' WS-MUSTER-DATE ' '
                       WS-MUSTER-TIME ' - ' WS-MUSTER-COUNT
                       ' badge(s) to account for.'
               ELSE
                   DISPLAY 'Appel ouvert le ' WS-MUSTER-DATE ' '
                       WS-MUSTER-TIME ' - ' WS-MUSTER-COUNT
                       ' badge(s) a retrouver.'
               END-IF
               PERFORM 4100-PRODUCE-UNACCOUNTED-LIST
           ELSE
               DISPLAY 'ATTENTION - MUSTERF non ecrit, statut '
                   WS-MUSTER-STATUS
                   ' - appel non ouvert, utiliser la liste OnSite'
               MOVE 8 TO WS-RUN-RC
           END-IF.

       2200-ADD-ARRIVAL.
           IF WS-MUSTER-COUNT < 500
               ADD 1 TO WS-MUSTER-COUNT
      *        arrivals from before the badge number existed are kept
      *        under badge zero, as on the OnSite list - better on the
      *        muster wrongly than off it wrongly.
               IF AUDIT-BADGE-NO IS NUMERIC
                   MOVE AUDIT-BADGE-NO
                       TO WS-ENTRY-BADGE(WS-MUSTER-COUNT)
               ELSE
                   MOVE ZERO TO WS-ENTRY-BADGE(WS-MUSTER-COUNT)
               END-IF
               MOVE AUDIT-VISITOR-NAME
                   TO WS-ENTRY-NAME(WS-MUSTER-COUNT)
               MOVE AUDIT-TIME  TO WS-ENTRY-TIME(WS-MUSTER-COUNT)
               MOVE 'N'         TO WS-ENTRY-OUT-SW(WS-MUSTER-COUNT)
               MOVE 'U'         TO WS-ENTRY-STATUS(WS-MUSTER-COUNT)
               MOVE SPACES      TO WS-ENTRY-POINT(WS-MUSTER-COUNT)
                                   WS-ENTRY-TERM-ID(WS-MUSTER-COUNT)
               MOVE ZERO        TO WS-ENTRY-CHECK-TIME(WS-MUSTER-COUNT)
           ELSE
               DISPLAY
                 'ATTENTION - plus de 500 arrivees aujourd''hui, '
                 'appel incomplet pour : ' AUDIT-VISITOR-NAME
               MOVE 8 TO WS-RUN-RC
           END-IF.

       2300-MARK-DEPARTURE.
           IF AUDIT-BADGE-NO IS NUMERIC
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
                          OR ENTRY-FOUND
                   IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                      AND NOT ENTRY-SIGNED-OUT(WS-SEARCH-IDX)
                       MOVE 'Y' TO WS-ENTRY-OUT-SW(WS-SEARCH-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2400-MARK-VOIDED.
           IF AUDIT-BADGE-NO IS NUMERIC
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
                          OR ENTRY-FOUND
                   IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                      AND NOT ENTRY-SIGNED-OUT(WS-SEARCH-IDX)
                       MOVE 'V' TO WS-ENTRY-OUT-SW(WS-SEARCH-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2500-SORT-BY-BADGE.
      *    same plain exchange sort as OnSite - badge order is the
      *    order the marshals are used to reading the list in.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-MUSTER-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-MUSTER-COUNT
                   IF WS-ENTRY-BADGE(WS-SEARCH-IDX) >
                           WS-ENTRY-BADGE(WS-SEARCH-IDX + 1)
                       MOVE WS-MUSTER-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-MUSTER-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-MUSTER-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-MUSTER-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-MARK-ACCOUNTED.
           PERFORM 6000-LOAD-MUSTER-FILE.
           IF NOT MUSTER-IS-OPEN
               PERFORM 7910-SAY-NO-MUSTER
           ELSE
      *        the assembly point is asked once - a marshal ticks
      *        everybody standing at their own point - then badges
      *        are taken until a blank answer.
               IF LANG-IS-ENGLISH
                   DISPLAY 'Assembly point ?'
               ELSE
                   DISPLAY 'Point de rassemblement ?'
               END-IF
               ACCEPT WS-POINT-ANSWER
               IF WS-POINT-ANSWER = SPACES
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Assembly point required, nothing '
                           'marked.'
                   ELSE
                       DISPLAY 'Point de rassemblement requis, rien '
                           'pointe.'
                   END-IF
               ELSE
                   MOVE 'N' TO WS-MARKING-SW
                   PERFORM UNTIL MARKING-DONE
                       PERFORM 3100-MARK-ONE-BADGE
                   END-PERFORM
               END-IF
           END-IF.

       3100-MARK-ONE-BADGE.
           IF LANG-IS-ENGLISH
               DISPLAY 'Badge number (blank to finish) ?'
           ELSE
               DISPLAY 'Numero de badge (vide pour terminer) ?'
           END-IF.
           ACCEPT WS-BADGE-ANSWER.

           IF WS-BADGE-ANSWER = SPACES
               SET MARKING-DONE TO TRUE
           ELSE
               PERFORM 7000-EDIT-BADGE-NUMBER
               IF NOT BADGE-INPUT-VALID
                   PERFORM 7900-SAY-BADGE-INVALID
               ELSE
      *            reloaded before every tick - another marshal's
      *            terminal may have ticked badges since, and their
      *            ticks must not be written back over.
                   PERFORM 6000-LOAD-MUSTER-FILE
                   PERFORM 6100-FIND-MUSTER-ENTRY
                   EVALUATE TRUE
                       WHEN NOT MUSTER-IS-OPEN
                           PERFORM 7910-SAY-NO-MUSTER
                           SET MARKING-DONE TO TRUE
                       WHEN MUSTER-OVERFLOWED
                           DISPLAY 'ATTENTION - MUSTERF '
                               'incompletement charge, pointage '
                               'refuse : ' WS-WANTED-BADGE
                       WHEN NOT ENTRY-FOUND
                           IF LANG-IS-ENGLISH
                               DISPLAY 'Badge ' WS-WANTED-BADGE
                                   ' is not on this muster.'
                           ELSE
                               DISPLAY 'Badge ' WS-WANTED-BADGE
                                   ' absent de cet appel.'
                           END-IF
                       WHEN ENTRY-ACCOUNTED(WS-MATCH-ENTRY-IDX)
                           IF LANG-IS-ENGLISH
                               DISPLAY 'Badge ' WS-WANTED-BADGE
                                   ' already accounted for at '
                                   WS-ENTRY-POINT(WS-MATCH-ENTRY-IDX)
                                   ' ' WS-ENTRY-CHECK-TIME
                                       (WS-MATCH-ENTRY-IDX)
                           ELSE
                               DISPLAY 'Badge ' WS-WANTED-BADGE
                                   ' deja pointe a '
                                   WS-ENTRY-POINT(WS-MATCH-ENTRY-IDX)
                                   ' ' WS-ENTRY-CHECK-TIME
                                       (WS-MATCH-ENTRY-IDX)
                           END-IF
                       WHEN OTHER
                           PERFORM 3200-RECORD-TICK
                   END-EVALUATE
               END-IF
           END-IF.

       3200-RECORD-TICK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE 'A' TO WS-ENTRY-STATUS(WS-MATCH-ENTRY-IDX).
           MOVE WS-POINT-ANSWER
               TO WS-ENTRY-POINT(WS-MATCH-ENTRY-IDX).
           MOVE WS-CURRENT-DATE-TIME(9:6)
               TO WS-ENTRY-CHECK-TIME(WS-MATCH-ENTRY-IDX).
           MOVE WS-TERM-ID
               TO WS-ENTRY-TERM-ID(WS-MATCH-ENTRY-IDX).

           PERFORM 6200-REWRITE-MUSTER-FILE.
           IF REWRITE-OK
               IF LANG-IS-ENGLISH
                   DISPLAY 'Accounted for : ' WS-WANTED-BADGE ' '
                       WS-ENTRY-NAME(WS-MATCH-ENTRY-IDX)
               ELSE
                   DISPLAY 'Retrouve : ' WS-WANTED-BADGE ' '
                       WS-ENTRY-NAME(WS-MATCH-ENTRY-IDX)
               END-IF
           ELSE
               DISPLAY 'ATTENTION - MUSTERF non reecrit, statut '
                   WS-MUSTER-STATUS
                   ' - pointage perdu : ' WS-WANTED-BADGE
           END-IF.

       4000-LIST-UNACCOUNTED.
           PERFORM 6000-LOAD-MUSTER-FILE.
           IF NOT MUSTER-IS-OPEN
               PERFORM 7910-SAY-NO-MUSTER
           ELSE
               PERFORM 4100-PRODUCE-UNACCOUNTED-LIST
           END-IF.

       4100-PRODUCE-UNACCOUNTED-LIST.
      *    the live list goes to MUSTRPT as well as the console, so
      *    the marshals can print it and take it outside.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'MUSTRPT could not be opened, status '
                   WS-REPORT-STATUS ' - list will display only.'
           END-IF.

           MOVE 'STILL UNACCOUNTED' TO WS-HEADING-STATE.
           PERFORM 8100-PUT-HEADINGS.

           MOVE ZERO TO WS-UNACCOUNTED-COUNT.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
               IF NOT ENTRY-ACCOUNTED(WS-SEARCH-IDX)
                   ADD 1 TO WS-UNACCOUNTED-COUNT
                   PERFORM 8200-PUT-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE 'STILL UNACCOUNTED : ' TO WS-TOTAL-LABEL.
           MOVE WS-UNACCOUNTED-COUNT   TO WS-TOTAL-DISPLAY.
           PERFORM 8300-PUT-TOTAL-LINE.
           MOVE 'ON MUSTER         : ' TO WS-TOTAL-LABEL.
           MOVE WS-MUSTER-COUNT        TO WS-TOTAL-DISPLAY.
           PERFORM 8300-PUT-TOTAL-LINE.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

       5000-CLOSE-MUSTER.
           PERFORM 6000-LOAD-MUSTER-FILE.

           EVALUATE TRUE
               WHEN NOT MUSTER-IS-OPEN
                   PERFORM 7910-SAY-NO-MUSTER
                   MOVE 8 TO WS-RUN-RC
               WHEN MUSTER-OVERFLOWED
      *            an incomplete load must never be filed and
      *            cleared - the badges past the cap would vanish
      *            from the compliance record.
                   DISPLAY 'ATTENTION - MUSTERF incompletement '
                       'charge, cloture refusee'
                   MOVE 8 TO WS-RUN-RC
               WHEN PARM-MODE
                   PERFORM 5100-FILE-AND-REPORT
               WHEN OTHER
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Close the muster of ' WS-MUSTER-DATE
                           ' ' WS-MUSTER-TIME ' ? (Y/N)'
                   ELSE
                       DISPLAY 'Clore l''appel du ' WS-MUSTER-DATE
                           ' ' WS-MUSTER-TIME ' ? (O/N)'
                   END-IF
                   ACCEPT WS-CONFIRM-ANSWER
                   IF CONFIRM-YES
                       PERFORM 5100-FILE-AND-REPORT
                   END-IF
           END-EVALUATE.

       5100-FILE-AND-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           PERFORM 5200-FILE-TO-HISTORY.
           IF NOT HISTORY-FILED
      *        the muster stays open in MUSTERF - nothing is lost,
      *        the close can simply be run again.
               DISPLAY 'ATTENTION - MUSTHIST inaccessible, statut '
                   WS-MUSTER-HIST-STATUS
                   ' - appel non archive, laisse ouvert'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 5300-PRODUCE-FINAL-REPORT
      *        emptied, not deleted - the next freeze finds no
      *        header and starts a fresh muster.
               OPEN OUTPUT MUSTER-FILE
               IF NOT MUSTER-FILE-OK
                   DISPLAY 'ATTENTION - MUSTERF non vide, statut '
                       WS-MUSTER-STATUS
                       ' - appel archive mais toujours ouvert'
                   MOVE 8 TO WS-RUN-RC
               END-IF
               CLOSE MUSTER-FILE
               IF WS-UNACCOUNTED-COUNT > ZERO
                  AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       5200-FILE-TO-HISTORY.
           MOVE 'N' TO WS-FILED-SW.

           OPEN EXTEND MUSTER-HIST-FILE.
           IF NOT MUSTER-HIST-OK
               CLOSE MUSTER-HIST-FILE
               OPEN OUTPUT MUSTER-HIST-FILE
           END-IF.

           IF MUSTER-HIST-OK
               SET HISTORY-FILED TO TRUE
               PERFORM 6300-BUILD-HEADER-RECORD
               MOVE 'C' TO MUS-STATUS
               MOVE WS-CURRENT-DATE-TIME(9:6) TO MUS-CHECK-TIME
               MOVE MUSTER-RECORD TO MUSTER-HIST-RECORD
               WRITE MUSTER-HIST-RECORD
               IF NOT MUSTER-HIST-OK
                   MOVE 'N' TO WS-FILED-SW
               END-IF
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
                   PERFORM 6400-BUILD-DETAIL-RECORD
                   MOVE MUSTER-RECORD TO MUSTER-HIST-RECORD
                   WRITE MUSTER-HIST-RECORD
                   IF NOT MUSTER-HIST-OK
                       MOVE 'N' TO WS-FILED-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE MUSTER-HIST-FILE.

       5300-PRODUCE-FINAL-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'MUSTRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
           END-IF.

           MOVE 'FINAL REPORT' TO WS-HEADING-STATE.
           PERFORM 8100-PUT-HEADINGS.

           MOVE ZERO TO WS-ACCOUNTED-COUNT
                        WS-UNACCOUNTED-COUNT.

           MOVE 'ACCOUNTED FOR' TO WS-SECTION-LINE.
           PERFORM 8400-PUT-SECTION-LINE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
               IF ENTRY-ACCOUNTED(WS-SEARCH-IDX)
                   ADD 1 TO WS-ACCOUNTED-COUNT
                   PERFORM 8200-PUT-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE 'NEVER ACCOUNTED FOR' TO WS-SECTION-LINE.
           PERFORM 8400-PUT-SECTION-LINE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
               IF NOT ENTRY-ACCOUNTED(WS-SEARCH-IDX)
                   ADD 1 TO WS-UNACCOUNTED-COUNT
                   PERFORM 8200-PUT-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-SECTION-LINE.
           STRING 'CLOSED ' WS-CURRENT-DATE-TIME(1:8) ' '
                  WS-CURRENT-DATE-TIME(9:6) ' ON ' WS-TERM-ID
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           PERFORM 8400-PUT-SECTION-LINE.

           MOVE 'ON SITE AT FREEZE : ' TO WS-TOTAL-LABEL.
           MOVE WS-MUSTER-COUNT        TO WS-TOTAL-DISPLAY.
           PERFORM 8300-PUT-TOTAL-LINE.
           MOVE 'ACCOUNTED FOR     : ' TO WS-TOTAL-LABEL.
           MOVE WS-ACCOUNTED-COUNT     TO WS-TOTAL-DISPLAY.
           PERFORM 8300-PUT-TOTAL-LINE.
           MOVE 'NEVER ACCOUNTED   : ' TO WS-TOTAL-LABEL.
           MOVE WS-UNACCOUNTED-COUNT   TO WS-TOTAL-DISPLAY.
           PERFORM 8300-PUT-TOTAL-LINE.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

       6000-LOAD-MUSTER-FILE.
           MOVE ZERO   TO WS-MUSTER-COUNT
                          WS-MUSTER-DATE
                          WS-MUSTER-TIME.
           MOVE SPACES TO WS-MUSTER-TERM-ID.
           MOVE 'N'    TO WS-MUSTER-EOF-SW
                          WS-MUSTER-OPEN-SW
                          WS-OVERFLOW-SW.

           OPEN INPUT MUSTER-FILE.
           IF MUSTER-FILE-OK
               PERFORM UNTIL END-OF-MUSTER-FILE
                   READ MUSTER-FILE
                       AT END
                           SET END-OF-MUSTER-FILE TO TRUE
                       NOT AT END
                           PERFORM 6050-TAKE-MUSTER-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MUSTER-FILE.

       6050-TAKE-MUSTER-RECORD.
           EVALUATE TRUE
               WHEN MUS-HEADER
                   SET MUSTER-IS-OPEN TO TRUE
                   MOVE MUS-MUSTER-DATE TO WS-MUSTER-DATE
                   MOVE MUS-MUSTER-TIME TO WS-MUSTER-TIME
                   MOVE MUS-TERM-ID     TO WS-MUSTER-TERM-ID
               WHEN MUS-DETAIL AND WS-MUSTER-COUNT < 500
                   ADD 1 TO WS-MUSTER-COUNT
                   MOVE MUS-BADGE-NO
                       TO WS-ENTRY-BADGE(WS-MUSTER-COUNT)
                   MOVE MUS-VISITOR-NAME
                       TO WS-ENTRY-NAME(WS-MUSTER-COUNT)
                   MOVE MUS-ARRIVAL-TIME
                       TO WS-ENTRY-TIME(WS-MUSTER-COUNT)
                   IF MUS-BADGE-VOIDED
                       MOVE 'V' TO WS-ENTRY-OUT-SW(WS-MUSTER-COUNT)
                   ELSE
                       MOVE 'N' TO WS-ENTRY-OUT-SW(WS-MUSTER-COUNT)
                   END-IF
                   MOVE MUS-STATUS
                       TO WS-ENTRY-STATUS(WS-MUSTER-COUNT)
                   MOVE MUS-ASSEMBLY-POINT
                       TO WS-ENTRY-POINT(WS-MUSTER-COUNT)
                   MOVE MUS-CHECK-TIME
                       TO WS-ENTRY-CHECK-TIME(WS-MUSTER-COUNT)
                   MOVE MUS-TERM-ID
                       TO WS-ENTRY-TERM-ID(WS-MUSTER-COUNT)
               WHEN MUS-DETAIL
                   SET MUSTER-OVERFLOWED TO TRUE
                   DISPLAY 'ATTENTION - plus de 500 badges a l''appel, '
                       'ignore : ' MUS-BADGE-NO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6100-FIND-MUSTER-ENTRY.
           MOVE 'N'  TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-ENTRY-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
                      OR ENTRY-FOUND
               IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = WS-WANTED-BADGE
                   MOVE WS-SEARCH-IDX TO WS-MATCH-ENTRY-IDX
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       6200-REWRITE-MUSTER-FILE.
           MOVE 'N' TO WS-REWRITE-SW.

           OPEN OUTPUT MUSTER-FILE.
           IF MUSTER-FILE-OK
               SET REWRITE-OK TO TRUE
               PERFORM 6300-BUILD-HEADER-RECORD
               WRITE MUSTER-RECORD
               IF NOT MUSTER-FILE-OK
                   MOVE 'N' TO WS-REWRITE-SW
               END-IF
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-MUSTER-COUNT
                   PERFORM 6400-BUILD-DETAIL-RECORD
                   WRITE MUSTER-RECORD
                   IF NOT MUSTER-FILE-OK
                       MOVE 'N' TO WS-REWRITE-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE MUSTER-FILE.

       6300-BUILD-HEADER-RECORD.
           INITIALIZE MUSTER-RECORD.
           MOVE SPACE TO MUS-SEP-1 MUS-SEP-2 MUS-SEP-3 MUS-SEP-4
                         MUS-SEP-5 MUS-SEP-6 MUS-SEP-7 MUS-SEP-8
                         MUS-SEP-9 MUS-SEP-10.
           MOVE 'H'               TO MUS-RECORD-TYPE.
           MOVE WS-MUSTER-DATE    TO MUS-MUSTER-DATE.
           MOVE WS-MUSTER-TIME    TO MUS-MUSTER-TIME.
           MOVE WS-MUSTER-COUNT   TO MUS-BADGE-NO.
           MOVE 'O'               TO MUS-STATUS.
           MOVE WS-MUSTER-TERM-ID TO MUS-TERM-ID.

       6400-BUILD-DETAIL-RECORD.
           INITIALIZE MUSTER-RECORD.
           MOVE SPACE TO MUS-SEP-1 MUS-SEP-2 MUS-SEP-3 MUS-SEP-4
                         MUS-SEP-5 MUS-SEP-6 MUS-SEP-7 MUS-SEP-8
                         MUS-SEP-9 MUS-SEP-10.
           MOVE 'D'               TO MUS-RECORD-TYPE.
           MOVE WS-MUSTER-DATE    TO MUS-MUSTER-DATE.
           MOVE WS-MUSTER-TIME    TO MUS-MUSTER-TIME.
           MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX)  TO MUS-BADGE-NO.
           MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)   TO MUS-VISITOR-NAME.
           MOVE WS-ENTRY-TIME(WS-SEARCH-IDX)   TO MUS-ARRIVAL-TIME.
           MOVE WS-ENTRY-STATUS(WS-SEARCH-IDX) TO MUS-STATUS.
           MOVE WS-ENTRY-POINT(WS-SEARCH-IDX)  TO MUS-ASSEMBLY-POINT.
           MOVE WS-ENTRY-CHECK-TIME(WS-SEARCH-IDX)
                                               TO MUS-CHECK-TIME.
           MOVE WS-ENTRY-TERM-ID(WS-SEARCH-IDX) TO MUS-TERM-ID.
           IF ENTRY-VOIDED(WS-SEARCH-IDX)
               MOVE 'V' TO MUS-BADGE-FLAG
           END-IF.

       7000-EDIT-BADGE-NUMBER.
           MOVE 'N' TO WS-BADGE-VALID-SW.

      *    the marshal reads what is printed on the badge, not a
      *    zero-padded field - right-justify over zeros, the same
      *    handling as SignOut and BadgeMgt.
           MOVE FUNCTION TRIM(WS-BADGE-ANSWER) TO WS-BADGE-ANSWER.
           IF WS-BADGE-ANSWER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BADGE-ANSWER))
                   TO WS-BADGE-LENGTH
               MOVE ZEROS TO WS-BADGE-PADDED
               MOVE WS-BADGE-ANSWER(1:WS-BADGE-LENGTH)
                   TO WS-BADGE-PADDED(7 - WS-BADGE-LENGTH:
                       WS-BADGE-LENGTH)
               IF WS-BADGE-PADDED IS NUMERIC
                   MOVE WS-BADGE-PADDED TO WS-WANTED-BADGE
                   SET BADGE-INPUT-VALID TO TRUE
               END-IF
           END-IF.

       7900-SAY-BADGE-INVALID.
           IF LANG-IS-ENGLISH
               DISPLAY 'Badge number must be 1 to 6 digits.'
           ELSE
               DISPLAY 'Numero de badge : 1 a 6 chiffres.'
           END-IF.

       7910-SAY-NO-MUSTER.
           IF LANG-IS-ENGLISH
               DISPLAY 'No muster open - start one first (choice 1).'
           ELSE
               DISPLAY 'Aucun appel ouvert - en ouvrir un (choix 1).'
           END-IF.

       8100-PUT-HEADINGS.
           MOVE WS-MUSTER-DATE TO WS-HEADING-DATE.
           MOVE WS-MUSTER-TIME TO WS-HEADING-TIME.
           DISPLAY WS-HEADING-LINE.
           DISPLAY WS-COLUMN-LINE.
           IF REPORT-OK
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8200-PUT-DETAIL-LINE.
           MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX) TO WS-DETAIL-BADGE.
           MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)  TO WS-DETAIL-NAME.
           MOVE WS-ENTRY-TIME(WS-SEARCH-IDX)  TO WS-DETAIL-TIME.
           IF ENTRY-ACCOUNTED(WS-SEARCH-IDX)
               MOVE WS-ENTRY-POINT(WS-SEARCH-IDX) TO WS-DETAIL-POINT
               MOVE WS-ENTRY-CHECK-TIME(WS-SEARCH-IDX)
                   TO WS-DETAIL-CHECK
               MOVE WS-ENTRY-TERM-ID(WS-SEARCH-IDX) TO WS-DETAIL-TERM
           ELSE
               MOVE SPACES TO WS-DETAIL-POINT
                              WS-DETAIL-CHECK
                              WS-DETAIL-TERM
           END-IF.
      *    a voided badge's visitor still has to be found - only the
      *    badge is dead, as on the OnSite list.
           IF ENTRY-VOIDED(WS-SEARCH-IDX)
               MOVE '*VOID*' TO WS-DETAIL-FLAG
           ELSE
               MOVE SPACES TO WS-DETAIL-FLAG
           END-IF.
           DISPLAY WS-DETAIL-LINE.
           IF REPORT-OK
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8300-PUT-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           IF REPORT-OK
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8400-PUT-SECTION-LINE.
           DISPLAY WS-SECTION-LINE.
           IF REPORT-OK
               MOVE WS-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
