       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
       COPY WATCHLST.

       FD  WATCH-LOG-FILE
           RECORDING MODE IS F.
       COPY WATCHLOG.

       WORKING-STORAGE SECTION.
       01  WS-WATCH-LIST-STATUS      PIC X(02).
               MOVE SPACE                      TO WLOG-SEP-1
                                                   WLOG-SEP-2
                                                   WLOG-SEP-3
                                                   WLOG-SEP-4
               MOVE LK-NAME                    TO WLOG-NAME
               MOVE WS-CURRENT-DATE-TIME(1:8)  TO WLOG-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO WLOG-TIME
               MOVE WS-TERM-ID                 TO WLOG-TERM-ID
               MOVE 'A'                        TO WLOG-HIT-TYPE
               WRITE WATCH-LOG-RECORD
               IF NOT WATCH-LOG-OK
                   DISPLAY
