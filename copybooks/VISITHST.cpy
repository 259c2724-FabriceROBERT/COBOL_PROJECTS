      *    before this field existed read back as spaces here - those
      *    are all walk-ins with no company given.
           05  HIST-COMPANY             PIC X(20).
           05  HIST-SEP-8               PIC X(01).
      *    building the visit was signed in at - see VISITOR-SITE in
      *    VISITOR.cpy. Spaces on records from before this field
      *    existed: the original building, site '01'.
           05  HIST-SITE                PIC X(02).
