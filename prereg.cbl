      *    overnight batch", so the desk must never create a file
      *    under that name. In the JCL both names point at the same
      *    PROD.VISITOR.PREREG dataset.
      *
      *    Each record is stamped with the building of the desk that
      *    keyed it (the terminal's SITEID), which is where the
      *    overnight batch will expect the visitor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-TODAY                  PIC 9(08).

       01  WS-SITE-CODE              PIC X(02).
      *    the original building - a terminal started without a
      *    SITEID is one of its desks.
       01  WS-DEFAULT-SITE           PIC X(02)  VALUE '01'.

       01  WS-NAME-STAGING           PIC X(40).

       01  WS-VALIDATION-STATUS      PIC X(01).
           05  WS-PREREG-COUNT       PIC 9(04)  VALUE ZERO.
           05  WS-PREREG-ENTRY       OCCURS 500 TIMES
                                      INDEXED BY WS-PREREG-IDX.
               10  WS-ENTRY-RECORD   PIC X(100).

       01  WS-ENTRY-VIEW.
           05  WS-VIEW-NAME          PIC X(30).
           05  WS-VIEW-HOST          PIC X(20).
           05  WS-VIEW-DATE          PIC X(08).
           05  WS-VIEW-COMPANY       PIC X(20).
           05  WS-VIEW-SITE          PIC X(02).

       01  WS-SEARCH-IDX             PIC 9(04).
       01  WS-MATCH-ENTRY-IDX        PIC 9(04)  VALUE ZERO.
           05  WS-LIST-NAME          PIC X(30).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-HOST          PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-LIST-SITE          PIC X(02).

       01  WS-MENU-CHOICE            PIC X(01).
           88  PREREG-ADD                  VALUE '1'.
                   WS-PREREG-STATUS
                   ' - pre-enregistrement perdu : ' WS-NAME-STAGING
           ELSE
               DISPLAY 'SITEID' UPON ENVIRONMENT-NAME
               ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE
               IF WS-SITE-CODE = SPACES
                   MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
               END-IF
               INITIALIZE VISITOR-IN-RECORD
               MOVE WS-NAME-STAGING    TO VISITOR-IN-NAME
               MOVE WS-PURPOSE-ANSWER  TO VISITOR-IN-PURPOSE
               MOVE WS-HOST-ANSWER     TO VISITOR-IN-HOST
               MOVE WS-EXPECT-DATE     TO VISITOR-IN-DATE
               MOVE WS-COMPANY-ANSWER  TO VISITOR-IN-COMPANY
               MOVE WS-SITE-CODE       TO VISITOR-IN-SITE
               WRITE VISITOR-IN-RECORD
               IF PREREG-OK
                   IF LANG-IS-ENGLISH
                   MOVE WS-VIEW-DATE    TO WS-LIST-DATE
                   MOVE WS-VIEW-NAME    TO WS-LIST-NAME
                   MOVE WS-VIEW-HOST    TO WS-LIST-HOST
                   MOVE WS-VIEW-SITE    TO WS-LIST-SITE
                   DISPLAY WS-LIST-LINE
               END-PERFORM
           END-IF.
