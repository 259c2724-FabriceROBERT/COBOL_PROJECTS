      *    columns 6-9. When the file is absent or unreadable the
      *    built-in defaults apply - a missing parameter must fail
      *    toward a limit, never toward unlimited.
      *    Each building has its own limit and its own head count:
      *    the caller passes the site being signed into, only that
      *    building's arrivals are counted, and OCCLIMIT carries one
      *    record per building with the site code in columns 11-12.
      *    The old record with no site code still applies to any
      *    building that has no record of its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  LIM-MAXIMUM           PIC X(04).
           05  LIM-SEP-1             PIC X(01).
           05  LIM-WARNING           PIC X(04).
           05  LIM-SEP-2             PIC X(01).
           05  LIM-SITE              PIC X(02).

       FD  OVERRIDE-LOG-FILE
           RECORDING MODE IS F.
       COPY OVERLOG.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS       PIC X(02).
       01  WS-MAXIMUM                PIC 9(04).
       01  WS-WARNING                PIC 9(04).

      *    the original building - what an arrival logged before
      *    AUDITLOG carried a site, or a caller passing none, means.
       01  WS-DEFAULT-SITE           PIC X(02)  VALUE '01'.
       01  WS-CHECK-SITE             PIC X(02).
       01  WS-ARRIVAL-SITE           PIC X(02).

       01  WS-LIMIT-EOF-SW           PIC X(01)  VALUE 'N'.
           88  END-OF-LIMIT-FILE           VALUE 'Y'.

       01  WS-SITE-LIMIT-SW          PIC X(01)  VALUE 'N'.
           88  SITE-LIMIT-FOUND            VALUE 'Y'.

       01  WS-ONSITE-TABLE.
           05  WS-ONSITE-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-ONSITE-ENTRY       OCCURS 500 TIMES
           88  OCC-WARNING                 VALUE 'W'.
           88  OCC-AT-LIMIT                VALUE 'F'.

      *    building being signed into - see VISITOR-SITE in
      *    VISITOR.cpy.
       01  LK-SITE-CODE              PIC X(02).

       PROCEDURE DIVISION USING LK-ACTION LK-VISITOR-NAME
               LK-OCC-COUNT LK-OCC-LIMIT LK-OCC-STATUS
               LK-SITE-CODE.

       0000-MAIN-LOGIC.
           IF LK-SITE-CODE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-CHECK-SITE
           ELSE
               MOVE LK-SITE-CODE    TO WS-CHECK-SITE
           END-IF.

           EVALUATE TRUE
               WHEN ACTION-CHECK
                   PERFORM 1000-CHECK-OCCUPANCY
       1100-READ-LIMIT.
           MOVE WS-DEFAULT-LIMIT   TO WS-MAXIMUM.
           MOVE WS-DEFAULT-WARNING TO WS-WARNING.
           MOVE 'N' TO WS-LIMIT-EOF-SW
                       WS-SITE-LIMIT-SW.

      *    this building's own record wins wherever it sits in the
      *    file; the site-less record only counts until one is met.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-FILE-OK
               PERFORM UNTIL END-OF-LIMIT-FILE
                   READ LIMIT-FILE
                       AT END
                           SET END-OF-LIMIT-FILE TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LIM-SITE = WS-CHECK-SITE
                                   PERFORM 1150-TAKE-LIMIT-RECORD
                                   SET SITE-LIMIT-FOUND TO TRUE
                               WHEN LIM-SITE = SPACES
                                AND NOT SITE-LIMIT-FOUND
                                   PERFORM 1150-TAKE-LIMIT-RECORD
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LIMIT-FILE.

               MOVE WS-MAXIMUM TO WS-WARNING
           END-IF.

       1150-TAKE-LIMIT-RECORD.
           MOVE WS-DEFAULT-LIMIT   TO WS-MAXIMUM.
           MOVE WS-DEFAULT-WARNING TO WS-WARNING.
           IF LIM-MAXIMUM IS NUMERIC
              AND LIM-MAXIMUM NOT = '0000'
               MOVE LIM-MAXIMUM TO WS-MAXIMUM
           END-IF.
           IF LIM-WARNING IS NUMERIC
              AND LIM-WARNING NOT = '0000'
               MOVE LIM-WARNING TO WS-WARNING
           END-IF.

       2000-COUNT-ON-SITE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-OK
                                   WHEN AUDIT-EVENT-OUT
                                       PERFORM 2200-MARK-DEPARTURE
                                   WHEN AUDIT-EVENT-IN
                                       PERFORM 2050-ADD-IF-THIS-SITE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       2050-ADD-IF-THIS-SITE.
      *    only this building's arrivals count against its limit.
      *    Departures need no such test - badge ranges never
      *    overlap, so a departure only ever matches its own
      *    building's arrival.
           IF AUDIT-SITE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-ARRIVAL-SITE
           ELSE
               MOVE AUDIT-SITE      TO WS-ARRIVAL-SITE
           END-IF.
           IF WS-ARRIVAL-SITE = WS-CHECK-SITE
               PERFORM 2100-ADD-ARRIVAL
           END-IF.

       2100-ADD-ARRIVAL.
           IF WS-ONSITE-COUNT < 500
               ADD 1 TO WS-ONSITE-COUNT
                                                   OVR-SEP-3
                                                   OVR-SEP-4
                                                   OVR-SEP-5
                                                   OVR-SEP-6
               MOVE LK-VISITOR-NAME            TO OVR-VISITOR-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO OVR-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO OVR-TIME
               MOVE WS-TERM-ID                 TO OVR-TERM-ID
               MOVE LK-OCC-COUNT               TO OVR-COUNT
               MOVE LK-OCC-LIMIT               TO OVR-LIMIT
               MOVE WS-CHECK-SITE              TO OVR-SITE
               WRITE OVERRIDE-LOG-RECORD
               IF NOT OVERRIDE-LOG-OK
                   DISPLAY 'ATTENTION - ecriture OVERLOG echouee, '
