       IDENTIFICATION DIVISION.
       PROGRAM-ID. HostColl.
       AUTHOR. Fabrice.

      *    Host collection, reached from HelloWorld's menu. NtfyDsp
      *    marks a notice delivered once the slip is printed, but
      *    nothing said when the host actually came down to fetch the
      *    visitor - guests could sit in the lobby for forty minutes
      *    without reception noticing. When the host turns up, the
      *    receptionist keys the visitor's badge number here; it is
      *    matched to today's arrival in AUDITLOG, as SignOut does,
      *    and an AUDIT-EVENT-TYPE 'H' record is appended. The 'H'
      *    does not end the visit - the visitor is still on site -
      *    it only closes the lobby wait that LobbyWt lists and
      *    WaitRpt measures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK               VALUE '00'.

       01  WS-AUDIT-EOF-SW          PIC X(01)  VALUE 'N'.
           88  END-OF-AUDIT-SCAN          VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TERM-ID               PIC X(08).
       01  WS-SITE-CODE             PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE          PIC X(02)  VALUE '01'.

       01  WS-BADGE-ANSWER          PIC X(06).
       01  WS-BADGE-PADDED          PIC X(06).
       01  WS-BADGE-LENGTH          PIC 9(04).
       01  WS-WANTED-BADGE          PIC 9(06).

       01  WS-BADGE-VALID-SW        PIC X(01)  VALUE 'N'.
           88  BADGE-INPUT-VALID          VALUE 'Y'.

       01  WS-ARRIVAL-SW            PIC X(01)  VALUE 'N'.
           88  ARRIVAL-FOUND              VALUE 'Y'.

       01  WS-DEPARTED-SW           PIC X(01)  VALUE 'N'.
           88  ALREADY-SIGNED-OUT         VALUE 'Y'.

       01  WS-VOIDED-SW             PIC X(01)  VALUE 'N'.
           88  BADGE-IS-VOIDED            VALUE 'Y'.

       01  WS-COLLECTED-SW          PIC X(01)  VALUE 'N'.
           88  ALREADY-COLLECTED          VALUE 'Y'.

       01  WS-ARRIVAL-NAME          PIC X(24).
       01  WS-ARRIVAL-TIME          PIC 9(06).

       01  WS-HOUR-NUM              PIC 9(02).
       01  WS-MINUTE-NUM            PIC 9(02).
       01  WS-IN-MINUTES            PIC 9(04).
       01  WS-NOW-MINUTES           PIC 9(04).
       01  WS-WAIT-MINUTES          PIC S9(04).
       01  WS-WAIT-DISPLAY          PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-LANGUAGE              PIC X(01).
           88  LANG-IS-FRENCH             VALUE 'F' 'f'.
           88  LANG-IS-ENGLISH            VALUE 'E' 'e'.

       PROCEDURE DIVISION USING LK-LANGUAGE.

       0000-MAIN-LOGIC.
      *    WORKING-STORAGE survives across CALLs within the same run,
      *    so a second collection this session must not start with
      *    switches left TRUE by the prior call.
           MOVE 'N' TO WS-AUDIT-EOF-SW
                       WS-BADGE-VALID-SW
                       WS-ARRIVAL-SW
                       WS-DEPARTED-SW
                       WS-VOIDED-SW
                       WS-COLLECTED-SW.
           MOVE SPACES TO WS-ARRIVAL-NAME.
           MOVE ZERO   TO WS-ARRIVAL-TIME.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           PERFORM 1000-ASK-BADGE-NUMBER.
           IF NOT BADGE-INPUT-VALID
               IF LANG-IS-ENGLISH
                   DISPLAY 'Badge number must be 1 to 6 digits.'
               ELSE
                   DISPLAY 'Numero de badge : 1 a 6 chiffres.'
               END-IF
           ELSE
               PERFORM 2000-FIND-TODAYS-ARRIVAL
               PERFORM 3000-RECORD-COLLECTION
           END-IF.

           GOBACK.

       1000-ASK-BADGE-NUMBER.
           IF LANG-IS-ENGLISH
               DISPLAY 'Badge number of the visitor collected ?'
           ELSE
               DISPLAY 'Numero de badge du visiteur pris en charge ?'
           END-IF.
           ACCEPT WS-BADGE-ANSWER.

      *    typed as printed on the badge - right-justify over zeros,
      *    same as SignOut.
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

       2000-FIND-TODAYS-ARRIVAL.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-OK
               PERFORM UNTIL END-OF-AUDIT-SCAN
                   READ AUDIT-LOG-FILE
                       AT END
                           SET END-OF-AUDIT-SCAN TO TRUE
                       NOT AT END
                           PERFORM 2100-MATCH-AUDIT-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       2100-MATCH-AUDIT-RECORD.
           IF AUDIT-DATE = WS-TODAY-DATE
              AND AUDIT-BADGE-NO IS NUMERIC
              AND AUDIT-BADGE-NO = WS-WANTED-BADGE
               EVALUATE TRUE
                   WHEN AUDIT-EVENT-OUT
                       SET ALREADY-SIGNED-OUT TO TRUE
                   WHEN AUDIT-EVENT-VOID
                       SET BADGE-IS-VOIDED TO TRUE
                   WHEN AUDIT-EVENT-COLLECTED
                       SET ALREADY-COLLECTED TO TRUE
                   WHEN AUDIT-EVENT-IN
                       SET ARRIVAL-FOUND TO TRUE
                       MOVE AUDIT-VISITOR-NAME TO WS-ARRIVAL-NAME
                       MOVE AUDIT-TIME         TO WS-ARRIVAL-TIME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3000-RECORD-COLLECTION.
           EVALUATE TRUE
               WHEN BADGE-IS-VOIDED
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' is VOIDED - contact security.'
                   ELSE
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' ANNULE - contacter la securite.'
                   END-IF
               WHEN NOT ARRIVAL-FOUND
                   IF LANG-IS-ENGLISH
                       DISPLAY 'No arrival today for badge '
                           WS-WANTED-BADGE '.'
                   ELSE
                       DISPLAY 'Aucune arrivee aujourd''hui pour le '
                           'badge ' WS-WANTED-BADGE '.'
                   END-IF
               WHEN ALREADY-SIGNED-OUT
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' already signed out today.'
                   ELSE
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' deja sorti aujourd''hui.'
                   END-IF
               WHEN ALREADY-COLLECTED
                   IF LANG-IS-ENGLISH
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' already collected by the host today.'
                   ELSE
                       DISPLAY 'Badge ' WS-WANTED-BADGE
                           ' deja pris en charge aujourd''hui.'
                   END-IF
               WHEN OTHER
                   PERFORM 3100-WRITE-COLLECTION-RECORD
           END-EVALUATE.

       3100-WRITE-COLLECTION-RECORD.
           DISPLAY 'TERMID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-ID FROM ENVIRONMENT-VALUE.
           IF WS-TERM-ID = SPACES
               MOVE 'UNKNOWN' TO WS-TERM-ID
           END-IF.

           DISPLAY 'SITEID' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE.
           IF WS-SITE-CODE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AUDIT-LOG-OK
               DISPLAY 'ATTENTION - AUDITLOG inaccessible, statut '
                   WS-AUDIT-LOG-STATUS
                   ' - prise en charge non tracee'
           ELSE
               INITIALIZE AUDIT-LOG-RECORD
               MOVE SPACE                      TO AUDIT-SEP-1
                                                   AUDIT-SEP-2
                                                   AUDIT-SEP-3
                                                   AUDIT-SEP-4
                                                   AUDIT-SEP-5
                                                   AUDIT-SEP-6
               MOVE WS-ARRIVAL-NAME            TO AUDIT-VISITOR-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO AUDIT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO AUDIT-TIME
               MOVE WS-TERM-ID                 TO AUDIT-TERM-ID
               MOVE WS-WANTED-BADGE            TO AUDIT-BADGE-NO
               MOVE WS-SITE-CODE               TO AUDIT-SITE
               MOVE 'H'                        TO AUDIT-EVENT-TYPE
               WRITE AUDIT-LOG-RECORD
               IF AUDIT-LOG-OK
                   PERFORM 3200-SHOW-WAIT
               ELSE
                   DISPLAY
                       'ATTENTION - ecriture AUDITLOG echouee, statut '
                       WS-AUDIT-LOG-STATUS
                       ' - prise en charge non tracee : '
                       WS-ARRIVAL-NAME
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       3200-SHOW-WAIT.
           MOVE WS-ARRIVAL-TIME(1:2) TO WS-HOUR-NUM.
           MOVE WS-ARRIVAL-TIME(3:2) TO WS-MINUTE-NUM.
           COMPUTE WS-IN-MINUTES = WS-HOUR-NUM * 60 + WS-MINUTE-NUM.
           MOVE WS-CURRENT-DATE-TIME(9:2)  TO WS-HOUR-NUM.
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-MINUTE-NUM.
           COMPUTE WS-NOW-MINUTES = WS-HOUR-NUM * 60 + WS-MINUTE-NUM.
           COMPUTE WS-WAIT-MINUTES = WS-NOW-MINUTES - WS-IN-MINUTES.
           IF WS-WAIT-MINUTES < ZERO
               MOVE ZERO TO WS-WAIT-MINUTES
           END-IF.
           MOVE WS-WAIT-MINUTES TO WS-WAIT-DISPLAY.

           IF LANG-IS-ENGLISH
               DISPLAY 'Collected: ' WS-ARRIVAL-NAME
                   ' after ' WS-WAIT-DISPLAY ' min.'
           ELSE
               DISPLAY 'Prise en charge : ' WS-ARRIVAL-NAME
                   ' apres ' WS-WAIT-DISPLAY ' min.'
           END-IF.
