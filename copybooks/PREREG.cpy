      *    when none was given. Carried through the sign-in into
      *    VISITHST for the by-company statistics.
           05  VISITOR-IN-COMPANY   PIC X(20).
      *    building the visitor is expected at - the SITEID of the
      *    desk that took the pre-registration. Spaces on records
      *    from before this field existed (and from the old
      *    extract): the batch then signs them in at the site its
      *    own run was started with.
           05  VISITOR-IN-SITE      PIC X(02).
