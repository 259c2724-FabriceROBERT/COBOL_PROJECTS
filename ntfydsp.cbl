      *        the record exactly as read, written back unchanged on
      *        the rewrite except for the delivered byte - a layout
      *        change in NOTIFYQ.cpy must never be half-applied here.
               10  WS-QE-RECORD      PIC X(125).
               10  WS-QE-NAME        PIC X(24).
               10  WS-QE-PURPOSE     PIC X(20).
               10  WS-QE-BADGE       PIC X(06).
