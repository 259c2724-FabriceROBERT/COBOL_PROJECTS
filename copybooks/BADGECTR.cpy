      *****************************************************************
      *  BADGECTR - badge number counter record layout (GreetVst).
      *  One record per building: the last badge number handed out
      *  there and the range of numbers reserved to it. The ranges
      *  must not overlap - SignOut, BadgeMgt and the reports find
      *  a visit by its badge number alone, so two desks must never
      *  issue the same one. Set up by operations when a building
      *  opens; GreetVst rewrites the whole file on every badge.
      *  The counter comes first so the old one-building file, a
      *  single bare 6-digit counter, still reads: its site and
      *  range come back as spaces, and GreetVst takes it as the
      *  original building's counter with no range set.
      *****************************************************************
       01  BADGE-CTR-RECORD.
           05  BCT-LAST-BADGE        PIC 9(06).
           05  BCT-SEP-1             PIC X(01).
           05  BCT-SITE              PIC X(02).
           05  BCT-SEP-2             PIC X(01).
      *    first and last badge number this building may issue.
      *    Not numeric (the old file) = 000001 to 999999.
           05  BCT-RANGE-LOW         PIC 9(06).
           05  BCT-SEP-3             PIC X(01).
           05  BCT-RANGE-HIGH        PIC 9(06).
