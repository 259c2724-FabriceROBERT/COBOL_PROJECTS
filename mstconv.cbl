       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F.
      *    the full VISITMST length - an unload taken before the
      *    briefing and NDA dates were added is 90 bytes and reads
      *    back padded with spaces, i.e. nothing on file.
       01  OLD-MASTER-RECORD        PIC X(108).

       FD  NEW-MASTER-FILE.
       COPY VISITMST.
