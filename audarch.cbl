       COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(61).

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS      PIC X(02).
