       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-EVENT-RECORD     PIC X(61).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LIVE-RECORD        PIC X(61).

       FD  PARM-FILE
           RECORDING MODE IS F.
