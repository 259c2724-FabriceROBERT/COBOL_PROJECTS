           05  WS-LINE-4-BADGE       PIC 9(06).
           05  FILLER                PIC X(24) VALUE SPACES.

      *    only on the badge of a visitor let in without a current
      *    safety briefing (see SafeChk) - whoever meets them at the
      *    lobby must not leave them to walk the site alone.
       01  WS-BADGE-LINE-ESCORT      PIC X(40)
                                 VALUE '*** ESCORT REQUIRED ***'.

       LINKAGE SECTION.
       COPY VISITOR.

           DISPLAY WS-BADGE-LINE-2.
           DISPLAY WS-BADGE-LINE-3.
           DISPLAY WS-BADGE-LINE-4.
           IF VISITOR-ESCORT-REQUIRED
               DISPLAY WS-BADGE-LINE-ESCORT
           END-IF.
           DISPLAY '----------------------------'.

           IF BADGE-OUT-OK
                   MOVE WS-BADGE-LINE-4 TO BADGE-OUT-LINE
                   WRITE BADGE-OUT-LINE
               END-IF
               IF BADGE-OUT-OK
                  AND VISITOR-ESCORT-REQUIRED
                   MOVE WS-BADGE-LINE-ESCORT TO BADGE-OUT-LINE
                   WRITE BADGE-OUT-LINE
               END-IF
               CLOSE BADGE-OUT-FILE
           END-IF.

