
       FD  HOST-LOG-FILE
           RECORDING MODE IS F.
       COPY HOSTLOG.

       WORKING-STORAGE SECTION.
       01  WS-HOST-DIR-STATUS        PIC X(02).

       01  WS-HOST-TABLE.
           05  WS-HOST-COUNT         PIC 9(04)  VALUE ZERO.
           05  WS-HOST-ENTRY         OCCURS 1000 TIMES
                                      INDEXED BY WS-HOST-IDX.
               10  WS-ENTRY-NAME     PIC X(20).
               10  WS-ENTRY-DEPT     PIC X(20).
                   END-IF
               WHEN WS-EXT-ANSWER NOT NUMERIC
                   PERFORM 7910-SAY-EXT-INVALID
               WHEN WS-HOST-COUNT >= 1000
                   DISPLAY 'ATTENTION - repertoire plein (1000), '
                       'ajout impossible : ' WS-NAME-ANSWER
               WHEN OTHER
                   ADD 1 TO WS-HOST-COUNT
                       AT END
                           SET END-OF-HOST-DIR TO TRUE
                       NOT AT END
                           IF WS-HOST-COUNT < 1000
                               ADD 1 TO WS-HOST-COUNT
                               MOVE HOST-DIR-NAME
                                   TO WS-ENTRY-NAME(WS-HOST-COUNT)
                                   TO WS-ENTRY-STATUS(WS-HOST-COUNT)
                           ELSE
                               SET DIRECTORY-OVERFLOWED TO TRUE
                               DISPLAY 'ATTENTION - plus de 1000 '
                                   'employes, ignore : ' HOST-DIR-NAME
                           END-IF
                   END-READ
