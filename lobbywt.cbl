       IDENTIFICATION DIVISION.
       PROGRAM-ID. LobbyWt.
       AUTHOR. Fabrice.

      *    Lobby wait list, reached from HelloWorld's menu: everyone
      *    signed in today at this desk's building who is still on
      *    site and has not yet been collected by their host
      *    (HostColl's 'H' event), once they have waited longer than
      *    the number of minutes the receptionist asks for - blank
      *    takes the usual threshold below. Each line carries the
      *    host and the host's extension from the HOSTS directory,
      *    so reception can phone the host again. The host comes
      *    from the visit history (VISITHST, by badge), as AUDITLOG
      *    does not carry it.
      *    Departures, auto-closes and voided badges drop a visitor
      *    off the list - a voided badge is security's business, not
      *    a host's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

           SELECT OPTIONAL HOST-DIR-FILE
               ASSIGN TO "HOSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOST-DIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  HOST-DIR-FILE
           RECORDING MODE IS F.
       COPY HOSTREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK              VALUE '00'.

       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.

       01  WS-HOST-DIR-STATUS       PIC X(02).
           88  HOST-DIR-OK               VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-SITE-CODE             PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.
       01  WS-EVENT-SITE            PIC X(02).

      *    minutes a visitor may wait before the host is chased,
      *    when the receptionist just presses Enter.
       01  WS-DEFAULT-WAIT          PIC 9(03)  VALUE 015.
       01  WS-WAIT-ANSWER           PIC X(03).
       01  WS-WAIT-PADDED           PIC X(03).
       01  WS-WAIT-LENGTH           PIC 9(04).
       01  WS-WAIT-LIMIT            PIC 9(03).

      *    today's arrivals at this building, in arrival order.
       01  WS-WAIT-TABLE.
           05  WS-WAIT-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-WAIT-ENTRY        OCCURS 500 TIMES
                                     INDEXED BY WS-WAIT-IDX.
               10  WS-ENTRY-BADGE   PIC 9(06).
               10  WS-ENTRY-NAME    PIC X(24).
               10  WS-ENTRY-TIME    PIC 9(06).
               10  WS-ENTRY-HOST    PIC X(20).
               10  WS-ENTRY-STATE   PIC X(01).
                   88  ENTRY-WAITING       VALUE 'W'.
                   88  ENTRY-COLLECTED     VALUE 'H'.
                   88  ENTRY-GONE          VALUE 'O'.

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-HOST-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  HOST-FOUND                 VALUE 'Y'.

       01  WS-HOUR-NUM              PIC 9(02).
       01  WS-MINUTE-NUM            PIC 9(02).
       01  WS-IN-MINUTES            PIC 9(04).
       01  WS-NOW-MINUTES           PIC 9(04).
       01  WS-WAIT-MINUTES          PIC S9(04).

       01  WS-LATE-COUNT            PIC 9(04)  VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(27)
                                 VALUE 'WAITING IN LOBBY, BUILDING '.
           05  WS-HEADING-SITE      PIC X(02).
           05  FILLER               PIC X(08) VALUE ', OVER  '.
           05  WS-HEADING-LIMIT     PIC ZZ9.
           05  FILLER               PIC X(08) VALUE ' MINUTES'.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(08) VALUE 'BADGE'.
           05  FILLER               PIC X(26) VALUE 'NAME'.
           05  FILLER               PIC X(08) VALUE 'ARRIVED'.
           05  FILLER               PIC X(06) VALUE ' WAIT'.
           05  FILLER               PIC X(22) VALUE 'HOST'.
           05  FILLER               PIC X(04) VALUE 'EXT'.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-BADGE      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-NAME       PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-TIME       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-WAIT       PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-HOST       PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-EXT        PIC X(04).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'STILL WAITING : '.
           05  WS-TOTAL-DISPLAY     PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-LANGUAGE              PIC X(01).
           88  LANG-IS-FRENCH             VALUE 'F' 'f'.
           88  LANG-IS-ENGLISH            VALUE 'E' 'e'.

       PROCEDURE DIVISION USING LK-LANGUAGE.

       0000-MAIN-LOGIC.
      *    WORKING-STORAGE survives across CALLs within the same run -
      *    a second list from the menu must not start with the
      *    previous one's table still loaded.
           MOVE ZERO TO WS-WAIT-COUNT
                        WS-LATE-COUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE-TIME(9:2)  TO WS-HOUR-NUM.
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-MINUTE-NUM.
           COMPUTE WS-NOW-MINUTES = WS-HOUR-NUM * 60 + WS-MINUTE-NUM.

           DISPLAY 'SITEID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE.
           IF WS-SITE-CODE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           END-IF.

           PERFORM 1000-ASK-WAIT-LIMIT.
           PERFORM 2000-LOAD-TODAYS-EVENTS.
           PERFORM 3000-FIND-HOSTS.
           PERFORM 4000-PRODUCE-LIST.

           GOBACK.

       1000-ASK-WAIT-LIMIT.
           IF LANG-IS-ENGLISH
               DISPLAY 'Waiting longer than how many minutes '
                   '(blank = ' WS-DEFAULT-WAIT ') ?'
           ELSE
               DISPLAY 'Attente de plus de combien de minutes '
                   '(vide = ' WS-DEFAULT-WAIT ') ?'
           END-IF.
           MOVE SPACES TO WS-WAIT-ANSWER.
           ACCEPT WS-WAIT-ANSWER.

           MOVE WS-DEFAULT-WAIT TO WS-WAIT-LIMIT.
           MOVE FUNCTION TRIM(WS-WAIT-ANSWER) TO WS-WAIT-ANSWER.
           IF WS-WAIT-ANSWER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WAIT-ANSWER))
                   TO WS-WAIT-LENGTH
               MOVE ZEROS TO WS-WAIT-PADDED
               MOVE WS-WAIT-ANSWER(1:WS-WAIT-LENGTH)
                   TO WS-WAIT-PADDED(4 - WS-WAIT-LENGTH:
                       WS-WAIT-LENGTH)
               IF WS-WAIT-PADDED IS NUMERIC
                   MOVE WS-WAIT-PADDED TO WS-WAIT-LIMIT
               ELSE
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Not a number, using '
                           WS-DEFAULT-WAIT ' minutes.'
                   ELSE
                       DISPLAY 'Nombre invalide, '
                           WS-DEFAULT-WAIT ' minutes retenues.'
                   END-IF
               END-IF
           END-IF.

       2000-LOAD-TODAYS-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-OK
               PERFORM UNTIL END-OF-INPUT
                   READ AUDIT-LOG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF AUDIT-DATE = WS-TODAY
                              AND AUDIT-BADGE-NO IS NUMERIC
                               PERFORM 2050-TAKE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       2050-TAKE-ONE-EVENT.
      *    only arrivals need the building - anything after them is
      *    matched by badge, and badge ranges never overlap.
           EVALUATE TRUE
               WHEN AUDIT-EVENT-OUT
                   PERFORM 2200-MARK-ENDED
               WHEN AUDIT-EVENT-VOID
                   PERFORM 2200-MARK-ENDED
               WHEN AUDIT-EVENT-COLLECTED
                   PERFORM 2300-MARK-COLLECTED
               WHEN AUDIT-EVENT-IN
                   IF AUDIT-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO WS-EVENT-SITE
                   ELSE
                       MOVE AUDIT-SITE TO WS-EVENT-SITE
                   END-IF
                   IF WS-EVENT-SITE = WS-SITE-CODE
                       PERFORM 2100-ADD-ARRIVAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-ADD-ARRIVAL.
           IF WS-WAIT-COUNT < 500
               ADD 1 TO WS-WAIT-COUNT
               MOVE AUDIT-BADGE-NO TO WS-ENTRY-BADGE(WS-WAIT-COUNT)
               MOVE AUDIT-VISITOR-NAME
                   TO WS-ENTRY-NAME(WS-WAIT-COUNT)
               MOVE AUDIT-TIME     TO WS-ENTRY-TIME(WS-WAIT-COUNT)
               MOVE SPACES         TO WS-ENTRY-HOST(WS-WAIT-COUNT)
               MOVE 'W'            TO WS-ENTRY-STATE(WS-WAIT-COUNT)
           ELSE
               DISPLAY
                 'ATTENTION - plus de 500 arrivees aujourd''hui, '
                 'liste incomplete pour : ' AUDIT-VISITOR-NAME
           END-IF.

       2200-MARK-ENDED.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-WAIT-COUNT
                      OR ENTRY-FOUND
               IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                  AND NOT ENTRY-GONE(WS-SEARCH-IDX)
                   MOVE 'O' TO WS-ENTRY-STATE(WS-SEARCH-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-MARK-COLLECTED.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-WAIT-COUNT
                      OR ENTRY-FOUND
               IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                  AND ENTRY-WAITING(WS-SEARCH-IDX)
                   MOVE 'H' TO WS-ENTRY-STATE(WS-SEARCH-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3000-FIND-HOSTS.
      *    GreetVst writes the history record alongside the arrival,
      *    same badge, same day.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT VISIT-HIST-FILE.
           IF VISIT-HIST-OK
               PERFORM UNTIL END-OF-INPUT
                   READ VISIT-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF HIST-DATE = WS-TODAY
                              AND HIST-BADGE-NO IS NUMERIC
                               PERFORM 3100-TAKE-HOST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VISIT-HIST-FILE.

       3100-TAKE-HOST.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-WAIT-COUNT
               IF WS-ENTRY-BADGE(WS-SEARCH-IDX) = HIST-BADGE-NO
                   MOVE HIST-HOST TO WS-ENTRY-HOST(WS-SEARCH-IDX)
               END-IF
           END-PERFORM.

       4000-PRODUCE-LIST.
           MOVE WS-SITE-CODE  TO WS-HEADING-SITE.
           MOVE WS-WAIT-LIMIT TO WS-HEADING-LIMIT.
           DISPLAY WS-HEADING-LINE.
           DISPLAY WS-COLUMN-LINE.

           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-WAIT-COUNT
               IF ENTRY-WAITING(WS-SEARCH-IDX)
                   MOVE WS-ENTRY-TIME(WS-SEARCH-IDX)(1:2)
                       TO WS-HOUR-NUM
                   MOVE WS-ENTRY-TIME(WS-SEARCH-IDX)(3:2)
                       TO WS-MINUTE-NUM
                   COMPUTE WS-IN-MINUTES =
                       WS-HOUR-NUM * 60 + WS-MINUTE-NUM
                   COMPUTE WS-WAIT-MINUTES =
                       WS-NOW-MINUTES - WS-IN-MINUTES
                   IF WS-WAIT-MINUTES > WS-WAIT-LIMIT
                       PERFORM 4100-PUT-WAITING-VISITOR
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-LATE-COUNT TO WS-TOTAL-DISPLAY.
           DISPLAY WS-TOTAL-LINE.

       4100-PUT-WAITING-VISITOR.
           ADD 1 TO WS-LATE-COUNT.
           MOVE WS-ENTRY-BADGE(WS-SEARCH-IDX) TO WS-DETAIL-BADGE.
           MOVE WS-ENTRY-NAME(WS-SEARCH-IDX)  TO WS-DETAIL-NAME.
           MOVE WS-ENTRY-TIME(WS-SEARCH-IDX)  TO WS-DETAIL-TIME.
           MOVE WS-WAIT-MINUTES               TO WS-DETAIL-WAIT.
           MOVE WS-ENTRY-HOST(WS-SEARCH-IDX)  TO WS-DETAIL-HOST.
           PERFORM 4200-LOOK-UP-EXTENSION.
           DISPLAY WS-DETAIL-LINE.

       4200-LOOK-UP-EXTENSION.
      *    the extension is read fresh from the directory, not taken
      *    from the notice - a host who moved desks since is still
      *    reached. A host the directory does not know (or no longer
      *    knows) shows '????': reception calls the department.
           MOVE '????' TO WS-DETAIL-EXT.
           MOVE 'N'    TO WS-HOST-FOUND-SW
                          WS-EOF-SWITCH.
           IF WS-ENTRY-HOST(WS-SEARCH-IDX) NOT = SPACES
               OPEN INPUT HOST-DIR-FILE
               IF HOST-DIR-OK
                   PERFORM UNTIL END-OF-INPUT OR HOST-FOUND
                       READ HOST-DIR-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF HOST-DIR-NAME =
                                       WS-ENTRY-HOST(WS-SEARCH-IDX)
                                  AND HOST-DIR-ACTIVE
                                   SET HOST-FOUND TO TRUE
                                   MOVE HOST-DIR-EXT TO WS-DETAIL-EXT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HOST-DIR-FILE
           END-IF.
