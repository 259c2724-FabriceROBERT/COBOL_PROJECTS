       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaitRpt.
       AUTHOR. Fabrice.

      *    Monthly lobby wait-time report, by host and department,
      *    so facilities can see which departments routinely leave
      *    their guests waiting. The wait is the time between the
      *    arrival and the host collecting the visitor at reception
      *    (HostColl's AUDIT-EVENT-TYPE 'H'). The visits and their
      *    hosts come from the visit history (VISITHST - AUDITLOG
      *    does not carry the host); the collections from the audit
      *    archive plus the live AUDITLOG, read as DurRpt reads them.
      *    The department is the host's current one in the HOSTS
      *    directory - leavers included, their visits still happened;
      *    a host the directory never knew is reported under
      *    '*INCONNU*'.
      *    A visit that ended with no collection recorded is counted
      *    apart as "not collected": either the host never came or
      *    reception never keyed it, and neither belongs in the
      *    average.
      *    The month comes from RPTPARM (YYYYMM in columns 1-6, an
      *    empty record means the current month) so the job runs
      *    unattended, or is asked on the console when there is no
      *    RPTPARM - the DurRpt convention. In parameter mode an
      *    unreadable input ends with condition code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VISIT-HIST-FILE
               ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL HOST-DIR-FILE
               ASSIGN TO "HOSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOST-DIR-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "WAITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISIT-HIST-FILE.
       COPY VISITHST.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-EVENT-RECORD     PIC X(61).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LIVE-RECORD        PIC X(61).

       FD  HOST-DIR-FILE
           RECORDING MODE IS F.
       COPY HOSTREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *    both audit inputs carry the AUDITREC layout - each record
      *    is moved here first, as in DurRpt.
       COPY AUDITREC.

       01  WS-VISIT-HIST-STATUS     PIC X(02).
           88  VISIT-HIST-OK             VALUE '00'.
           88  VISIT-HIST-ABSENT         VALUE '05'.

       01  WS-ARCHIVE-STATUS        PIC X(02).
           88  ARCHIVE-OK                VALUE '00'.
           88  ARCHIVE-ABSENT            VALUE '05'.

       01  WS-AUDIT-LOG-STATUS      PIC X(02).
           88  AUDIT-LOG-OK              VALUE '00'.
           88  AUDIT-LOG-ABSENT          VALUE '05'.

       01  WS-HOST-DIR-STATUS       PIC X(02).
           88  HOST-DIR-OK               VALUE '00'.
           88  HOST-DIR-ABSENT           VALUE '05'.

       01  WS-PARM-STATUS           PIC X(02).
           88  PARM-OPEN-OK              VALUE '00'.

       01  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-OK                 VALUE '00'.

       01  WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
           88  END-OF-INPUT               VALUE 'Y'.

       01  WS-PARM-MODE-SW          PIC X(01)  VALUE 'N'.
           88  PARM-MODE                  VALUE 'Y'.

       01  WS-BROKEN-SW             PIC X(01)  VALUE 'N'.
           88  REPORT-BROKEN              VALUE 'Y'.

       01  WS-TODAY                 PIC 9(08).
       01  WS-WANTED-MONTH          PIC 9(06).
       01  WS-MONTH-ANSWER          PIC X(06).
       01  WS-PARM-DATA             PIC X(80).

      *    one entry per visit in the month; a collection stamps the
      *    entry with the same badge and day.
       01  WS-VISIT-TABLE.
           05  WS-VISIT-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-VISIT-ENTRY       OCCURS 2000 TIMES
                                     INDEXED BY WS-VISIT-IDX.
               10  WS-VST-BADGE     PIC 9(06).
               10  WS-VST-DATE      PIC 9(08).
               10  WS-VST-IN-TIME   PIC 9(06).
               10  WS-VST-COLL-TIME PIC 9(06).
               10  WS-VST-HOST      PIC X(20).
               10  WS-VST-COLL-SW   PIC X(01).
                   88  VST-COLLECTED       VALUE 'Y'.

       01  WS-VISIT-OVER-COUNT      PIC 9(04)  VALUE ZERO.

      *    one entry per host seen in the month, with its department
      *    in front so the table sorts straight into the report's
      *    department groups.
       01  WS-HOST-TABLE.
           05  WS-HOST-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-HOST-ENTRY        OCCURS 500 TIMES
                                     INDEXED BY WS-HOST-IDX.
               10  WS-HST-KEY.
                   15  WS-HST-DEPT  PIC X(20).
                   15  WS-HST-NAME  PIC X(20).
               10  WS-HST-VISITS    PIC 9(05).
               10  WS-HST-COLLECTED PIC 9(05).
               10  WS-HST-TOTAL-MIN PIC 9(07).
               10  WS-HST-MAX-MIN   PIC 9(04).

       01  WS-SWAP-ENTRY            PIC X(61).

       01  WS-SEARCH-IDX            PIC 9(04).
       01  WS-HOST-SUB              PIC 9(04).
       01  WS-SORT-IDX              PIC 9(04).
       01  WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-UNKNOWN-DEPT          PIC X(20)  VALUE '*INCONNU*'.

       01  WS-HOUR-NUM              PIC 9(02).
       01  WS-MINUTE-NUM            PIC 9(02).
       01  WS-IN-MINUTES            PIC 9(04).
       01  WS-COLL-MINUTES          PIC 9(04).
       01  WS-WAIT-MINUTES          PIC S9(04).

      *    running totals for one department group, then the month.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-VISITS        PIC 9(05).
           05  WS-GRP-COLLECTED     PIC 9(05).
           05  WS-GRP-TOTAL-MIN     PIC 9(07).
           05  WS-GRP-MAX-MIN       PIC 9(04).
       01  WS-MONTH-TOTALS.
           05  WS-MON-VISITS        PIC 9(05).
           05  WS-MON-COLLECTED     PIC 9(05).
           05  WS-MON-TOTAL-MIN     PIC 9(07).
           05  WS-MON-MAX-MIN       PIC 9(04).
       01  WS-CURRENT-DEPT          PIC X(20).
       01  WS-AVG-MINUTES           PIC 9(04).

       01  WS-PRINT-LINE            PIC X(80).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26)
                                 VALUE 'LOBBY WAIT TIMES FOR MONTH'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HEADING-MONTH     PIC 9(06).
           05  FILLER               PIC X(47) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(22) VALUE 'HOST'.
           05  FILLER               PIC X(08) VALUE ' VISITS'.
           05  FILLER               PIC X(11) VALUE '  COLLECTED'.
           05  FILLER               PIC X(10) VALUE '  NOT COLL'.
           05  FILLER               PIC X(09) VALUE '  AVG MIN'.
           05  FILLER               PIC X(09) VALUE '  MAX MIN'.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER               PIC X(12) VALUE 'DEPARTMENT  '.
           05  WS-DEPT-NAME         PIC X(20).
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-NAME       PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DETAIL-VISITS     PIC ZZZZ9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-DETAIL-COLLECTED  PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-DETAIL-NOT-COLL   PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-DETAIL-AVG        PIC ZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-DETAIL-MAX        PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-COUNT-LABEL       PIC X(30).
           05  WS-COUNT-VALUE       PIC ZZZZZZZ9.
           05  FILLER               PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-RESET-STATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0500-GET-WANTED-MONTH.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
               DISPLAY 'WAITRPT could not be opened, status '
                   WS-REPORT-STATUS ' - report will display only.'
               IF PARM-MODE
                   SET REPORT-BROKEN TO TRUE
               END-IF
           END-IF.

           PERFORM 1000-LOAD-VISITS.
           PERFORM 2000-LOAD-ARCHIVE-EVENTS.
           PERFORM 2500-LOAD-LIVE-EVENTS.

           IF NOT REPORT-BROKEN
               PERFORM 3000-TALLY-BY-HOST
               PERFORM 3500-TAKE-DEPARTMENTS
               PERFORM 3800-SORT-BY-DEPARTMENT
               PERFORM 4000-PRODUCE-REPORT
           END-IF.

           IF REPORT-OK
               CLOSE REPORT-FILE
           END-IF.

           IF REPORT-BROKEN
               DISPLAY 'ATTENTION - entrees illisibles, rapport non '
                   'produit'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0100-RESET-STATE.
           MOVE ZERO TO WS-VISIT-COUNT
                        WS-VISIT-OVER-COUNT
                        WS-HOST-COUNT.
           MOVE ZERO TO WS-MON-VISITS
                        WS-MON-COLLECTED
                        WS-MON-TOTAL-MIN
                        WS-MON-MAX-MIN.
           MOVE 'N'  TO WS-PARM-MODE-SW
                        WS-BROKEN-SW.

       0500-GET-WANTED-MONTH.
      *    RPTPARM present means an unattended run - no prompts,
      *    month from the record, current month when it is empty.
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
               DISPLAY 'Month (YYYYMM, blank = current) ?'
               ACCEPT WS-MONTH-ANSWER
           END-IF.

           EVALUATE TRUE
               WHEN PARM-MODE AND WS-PARM-DATA(1:6) IS NUMERIC
                   MOVE WS-PARM-DATA(1:6) TO WS-WANTED-MONTH
               WHEN PARM-MODE
                   MOVE WS-TODAY(1:6) TO WS-WANTED-MONTH
               WHEN WS-MONTH-ANSWER = SPACES
                   MOVE WS-TODAY(1:6) TO WS-WANTED-MONTH
               WHEN WS-MONTH-ANSWER IS NUMERIC
                   MOVE WS-MONTH-ANSWER TO WS-WANTED-MONTH
               WHEN OTHER
                   DISPLAY 'Invalid month, using current.'
                   MOVE WS-TODAY(1:6) TO WS-WANTED-MONTH
           END-EVALUATE.

       1000-LOAD-VISITS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT VISIT-HIST-FILE.
           EVALUATE TRUE
               WHEN VISIT-HIST-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ VISIT-HIST-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               IF HIST-DATE(1:6) = WS-WANTED-MONTH
                                  AND HIST-BADGE-NO IS NUMERIC
                                   PERFORM 1100-ADD-VISIT
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN VISIT-HIST-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - VISITHST illisible, statut '
                       WS-VISIT-HIST-STATUS
                   IF PARM-MODE
                       SET REPORT-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           CLOSE VISIT-HIST-FILE.

       1100-ADD-VISIT.
           IF WS-VISIT-COUNT < 2000
               ADD 1 TO WS-VISIT-COUNT
               MOVE HIST-BADGE-NO TO WS-VST-BADGE(WS-VISIT-COUNT)
               MOVE HIST-DATE     TO WS-VST-DATE(WS-VISIT-COUNT)
               MOVE HIST-TIME     TO WS-VST-IN-TIME(WS-VISIT-COUNT)
               MOVE ZERO          TO WS-VST-COLL-TIME(WS-VISIT-COUNT)
               MOVE HIST-HOST     TO WS-VST-HOST(WS-VISIT-COUNT)
               MOVE 'N'           TO WS-VST-COLL-SW(WS-VISIT-COUNT)
           ELSE
               ADD 1 TO WS-VISIT-OVER-COUNT
           END-IF.

       2000-LOAD-ARCHIVE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT ARCHIVE-FILE.
           EVALUATE TRUE
               WHEN ARCHIVE-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ ARCHIVE-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE ARCHIVE-EVENT-RECORD
                                   TO AUDIT-LOG-RECORD
                               PERFORM 2100-TAKE-ONE-EVENT
                       END-READ
                   END-PERFORM
               WHEN ARCHIVE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - AUDITARC illisible, statut '
                       WS-ARCHIVE-STATUS
                   IF PARM-MODE
                       SET REPORT-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           CLOSE ARCHIVE-FILE.

       2500-LOAD-LIVE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE TRUE
               WHEN AUDIT-LOG-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ AUDIT-LOG-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               MOVE AUDIT-LIVE-RECORD
                                   TO AUDIT-LOG-RECORD
                               PERFORM 2100-TAKE-ONE-EVENT
                       END-READ
                   END-PERFORM
               WHEN AUDIT-LOG-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - AUDITLOG illisible, statut '
                       WS-AUDIT-LOG-STATUS
                   IF PARM-MODE
                       SET REPORT-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           CLOSE AUDIT-LOG-FILE.

       2100-TAKE-ONE-EVENT.
      *    only the collections matter here - the visit itself came
      *    from VISITHST, and HostColl refuses a second collection
      *    of the same badge on the same day.
           IF AUDIT-DATE(1:6) = WS-WANTED-MONTH
              AND AUDIT-BADGE-NO IS NUMERIC
              AND AUDIT-EVENT-COLLECTED
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-VISIT-COUNT
                          OR ENTRY-FOUND
                   IF WS-VST-BADGE(WS-SEARCH-IDX) = AUDIT-BADGE-NO
                      AND WS-VST-DATE(WS-SEARCH-IDX) = AUDIT-DATE
                      AND NOT VST-COLLECTED(WS-SEARCH-IDX)
                       MOVE AUDIT-TIME
                           TO WS-VST-COLL-TIME(WS-SEARCH-IDX)
                       MOVE 'Y' TO WS-VST-COLL-SW(WS-SEARCH-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3000-TALLY-BY-HOST.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-VISIT-COUNT
               PERFORM 3100-FIND-HOST-ENTRY
               IF WS-HOST-SUB > ZERO
                   PERFORM 3200-TALLY-ONE-VISIT
               END-IF
           END-PERFORM.

       3100-FIND-HOST-ENTRY.
           MOVE ZERO TO WS-HOST-SUB.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-HOST-COUNT
                      OR WS-HOST-SUB > ZERO
               IF WS-HST-NAME(WS-SORT-IDX) =
                       WS-VST-HOST(WS-SEARCH-IDX)
                   MOVE WS-SORT-IDX TO WS-HOST-SUB
               END-IF
           END-PERFORM.

           IF WS-HOST-SUB = ZERO
               IF WS-HOST-COUNT < 500
                   ADD 1 TO WS-HOST-COUNT
                   MOVE WS-HOST-COUNT TO WS-HOST-SUB
                   MOVE WS-UNKNOWN-DEPT TO WS-HST-DEPT(WS-HOST-SUB)
                   MOVE WS-VST-HOST(WS-SEARCH-IDX)
                       TO WS-HST-NAME(WS-HOST-SUB)
                   MOVE ZERO TO WS-HST-VISITS(WS-HOST-SUB)
                                WS-HST-COLLECTED(WS-HOST-SUB)
                                WS-HST-TOTAL-MIN(WS-HOST-SUB)
                                WS-HST-MAX-MIN(WS-HOST-SUB)
               ELSE
                   DISPLAY
                     'ATTENTION - plus de 500 hotes, detail '
                     'incomplet pour : ' WS-VST-HOST(WS-SEARCH-IDX)
               END-IF
           END-IF.

       3200-TALLY-ONE-VISIT.
           ADD 1 TO WS-HST-VISITS(WS-HOST-SUB).
           IF VST-COLLECTED(WS-SEARCH-IDX)
               MOVE WS-VST-IN-TIME(WS-SEARCH-IDX)(1:2)
                   TO WS-HOUR-NUM
               MOVE WS-VST-IN-TIME(WS-SEARCH-IDX)(3:2)
                   TO WS-MINUTE-NUM
               COMPUTE WS-IN-MINUTES =
                   WS-HOUR-NUM * 60 + WS-MINUTE-NUM
               MOVE WS-VST-COLL-TIME(WS-SEARCH-IDX)(1:2)
                   TO WS-HOUR-NUM
               MOVE WS-VST-COLL-TIME(WS-SEARCH-IDX)(3:2)
                   TO WS-MINUTE-NUM
               COMPUTE WS-COLL-MINUTES =
                   WS-HOUR-NUM * 60 + WS-MINUTE-NUM
               COMPUTE WS-WAIT-MINUTES =
                   WS-COLL-MINUTES - WS-IN-MINUTES
               IF WS-WAIT-MINUTES < ZERO
                   MOVE ZERO TO WS-WAIT-MINUTES
               END-IF
               ADD 1 TO WS-HST-COLLECTED(WS-HOST-SUB)
               ADD WS-WAIT-MINUTES TO WS-HST-TOTAL-MIN(WS-HOST-SUB)
               IF WS-WAIT-MINUTES > WS-HST-MAX-MIN(WS-HOST-SUB)
                   MOVE WS-WAIT-MINUTES TO WS-HST-MAX-MIN(WS-HOST-SUB)
               END-IF
           END-IF.

       3500-TAKE-DEPARTMENTS.
      *    any status - a leaver's visits still count against the
      *    department they belonged to.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT HOST-DIR-FILE.
           EVALUATE TRUE
               WHEN HOST-DIR-OK
                   PERFORM UNTIL END-OF-INPUT
                       READ HOST-DIR-FILE
                           AT END
                               SET END-OF-INPUT TO TRUE
                           NOT AT END
                               PERFORM 3600-MATCH-DIRECTORY-ENTRY
                       END-READ
                   END-PERFORM
               WHEN HOST-DIR-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ATTENTION - HOSTS illisible, statut '
                       WS-HOST-DIR-STATUS
                   IF PARM-MODE
                       SET REPORT-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           CLOSE HOST-DIR-FILE.

       3600-MATCH-DIRECTORY-ENTRY.
      *    an active record wins over a deactivated one of the same
      *    name - the name was reused by someone still here.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-HOST-COUNT
               IF WS-HST-NAME(WS-SORT-IDX) = HOST-DIR-NAME
                   IF HOST-DIR-ACTIVE
                      OR WS-HST-DEPT(WS-SORT-IDX) = WS-UNKNOWN-DEPT
                       MOVE HOST-DIR-DEPT TO WS-HST-DEPT(WS-SORT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       3800-SORT-BY-DEPARTMENT.
      *    plain exchange sort on department then host, as OnSite
      *    sorts its list.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-HOST-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX >= WS-HOST-COUNT
                   IF WS-HST-KEY(WS-SEARCH-IDX) >
                           WS-HST-KEY(WS-SEARCH-IDX + 1)
                       MOVE WS-HOST-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-HOST-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-HOST-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-HOST-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRODUCE-REPORT.
           MOVE WS-WANTED-MONTH TO WS-HEADING-MONTH.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.
           MOVE WS-COLUMN-LINE  TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           MOVE LOW-VALUES TO WS-CURRENT-DEPT.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOST-COUNT
               IF WS-HST-DEPT(WS-SEARCH-IDX) NOT = WS-CURRENT-DEPT
                   PERFORM 4100-START-DEPARTMENT
               END-IF
               PERFORM 4200-PUT-HOST-LINE
           END-PERFORM.
           IF WS-HOST-COUNT > ZERO
               PERFORM 4300-PUT-DEPARTMENT-TOTAL
           END-IF.

           MOVE 'ALL DEPARTMENTS'          TO WS-DETAIL-NAME.
           MOVE WS-MON-VISITS              TO WS-DETAIL-VISITS.
           MOVE WS-MON-COLLECTED           TO WS-DETAIL-COLLECTED.
           COMPUTE WS-DETAIL-NOT-COLL = WS-MON-VISITS
                                      - WS-MON-COLLECTED.
           MOVE ZERO TO WS-AVG-MINUTES.
           IF WS-MON-COLLECTED > ZERO
               COMPUTE WS-AVG-MINUTES =
                   WS-MON-TOTAL-MIN / WS-MON-COLLECTED
           END-IF.
           MOVE WS-AVG-MINUTES             TO WS-DETAIL-AVG.
           MOVE WS-MON-MAX-MIN             TO WS-DETAIL-MAX.
           MOVE WS-DETAIL-LINE             TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           IF WS-VISIT-OVER-COUNT > ZERO
               MOVE 'VISITS NOT COUNTED (TABLE FULL)'
                   TO WS-COUNT-LABEL
               MOVE WS-VISIT-OVER-COUNT TO WS-COUNT-VALUE
               MOVE WS-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 4900-PUT-REPORT-LINE
           END-IF.

       4100-START-DEPARTMENT.
           IF WS-CURRENT-DEPT NOT = LOW-VALUES
               PERFORM 4300-PUT-DEPARTMENT-TOTAL
           END-IF.
           MOVE WS-HST-DEPT(WS-SEARCH-IDX) TO WS-CURRENT-DEPT.
           MOVE ZERO TO WS-GRP-VISITS
                        WS-GRP-COLLECTED
                        WS-GRP-TOTAL-MIN
                        WS-GRP-MAX-MIN.
           MOVE WS-CURRENT-DEPT TO WS-DEPT-NAME.
           MOVE WS-DEPT-LINE    TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

       4200-PUT-HOST-LINE.
           MOVE WS-HST-NAME(WS-SEARCH-IDX)      TO WS-DETAIL-NAME.
           MOVE WS-HST-VISITS(WS-SEARCH-IDX)    TO WS-DETAIL-VISITS.
           MOVE WS-HST-COLLECTED(WS-SEARCH-IDX) TO WS-DETAIL-COLLECTED.
           COMPUTE WS-DETAIL-NOT-COLL =
               WS-HST-VISITS(WS-SEARCH-IDX)
             - WS-HST-COLLECTED(WS-SEARCH-IDX).
           MOVE ZERO TO WS-AVG-MINUTES.
           IF WS-HST-COLLECTED(WS-SEARCH-IDX) > ZERO
               COMPUTE WS-AVG-MINUTES =
                   WS-HST-TOTAL-MIN(WS-SEARCH-IDX)
                 / WS-HST-COLLECTED(WS-SEARCH-IDX)
           END-IF.
           MOVE WS-AVG-MINUTES                  TO WS-DETAIL-AVG.
           MOVE WS-HST-MAX-MIN(WS-SEARCH-IDX)   TO WS-DETAIL-MAX.
           MOVE WS-DETAIL-LINE                  TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

           ADD WS-HST-VISITS(WS-SEARCH-IDX)     TO WS-GRP-VISITS
                                                   WS-MON-VISITS.
           ADD WS-HST-COLLECTED(WS-SEARCH-IDX)  TO WS-GRP-COLLECTED
                                                   WS-MON-COLLECTED.
           ADD WS-HST-TOTAL-MIN(WS-SEARCH-IDX)  TO WS-GRP-TOTAL-MIN
                                                   WS-MON-TOTAL-MIN.
           IF WS-HST-MAX-MIN(WS-SEARCH-IDX) > WS-GRP-MAX-MIN
               MOVE WS-HST-MAX-MIN(WS-SEARCH-IDX) TO WS-GRP-MAX-MIN
           END-IF.
           IF WS-HST-MAX-MIN(WS-SEARCH-IDX) > WS-MON-MAX-MIN
               MOVE WS-HST-MAX-MIN(WS-SEARCH-IDX) TO WS-MON-MAX-MIN
           END-IF.

       4300-PUT-DEPARTMENT-TOTAL.
           MOVE '  DEPARTMENT TOTAL'       TO WS-DETAIL-NAME.
           MOVE WS-GRP-VISITS              TO WS-DETAIL-VISITS.
           MOVE WS-GRP-COLLECTED           TO WS-DETAIL-COLLECTED.
           COMPUTE WS-DETAIL-NOT-COLL = WS-GRP-VISITS
                                      - WS-GRP-COLLECTED.
           MOVE ZERO TO WS-AVG-MINUTES.
           IF WS-GRP-COLLECTED > ZERO
               COMPUTE WS-AVG-MINUTES =
                   WS-GRP-TOTAL-MIN / WS-GRP-COLLECTED
           END-IF.
           MOVE WS-AVG-MINUTES             TO WS-DETAIL-AVG.
           MOVE WS-GRP-MAX-MIN             TO WS-DETAIL-MAX.
           MOVE WS-DETAIL-LINE             TO WS-PRINT-LINE.
           PERFORM 4900-PUT-REPORT-LINE.

       4900-PUT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF REPORT-OK
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
