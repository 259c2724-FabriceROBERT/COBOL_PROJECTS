      *    asking "has this visit ended", an auto-close ends it;
      *    AUDIT-EVENT-AUTO-OUT is there for the readers that must
      *    tell the two apart (DurRpt's duration statistics).
      *    'H' = collected by the host (HostColl - the host came
      *    down to reception and took the visitor in). Not an end of
      *    visit; what sits between the 'I' and the 'H' is the time
      *    the visitor was left waiting in the lobby (LobbyWt,
      *    WaitRpt).
      *    Records written before departures existed carry a space
      *    here - those are all arrivals, hence ' ' under the IN
      *    condition.
               88  AUDIT-EVENT-OUT            VALUE 'O' 'C'.
               88  AUDIT-EVENT-AUTO-OUT       VALUE 'C'.
               88  AUDIT-EVENT-VOID           VALUE 'V'.
               88  AUDIT-EVENT-COLLECTED      VALUE 'H'.
           05  AUDIT-SEP-6              PIC X(01).
      *    building the event happened at - see VISITOR-SITE in
      *    VISITOR.cpy. An arrival carries the building the visitor
      *    was badged into; that is the one their visit counts
      *    against until it ends. Records written before this field
      *    existed read back as spaces - those all come from the
      *    original building, site '01'.
           05  AUDIT-SITE               PIC X(02).
