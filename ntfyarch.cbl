       COPY NOTIFYQ.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(125).

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(125).

       WORKING-STORAGE SECTION.
       01  WS-NOTIFY-STATUS         PIC X(02).
