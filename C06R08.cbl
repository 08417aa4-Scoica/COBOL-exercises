       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.
