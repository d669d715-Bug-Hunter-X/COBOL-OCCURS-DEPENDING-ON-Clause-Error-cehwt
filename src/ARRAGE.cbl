       DATA DIVISION.
       FILE SECTION.
       FD  ARRREJMS-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY ARRREJM.

       FD  PRINT-FILE
