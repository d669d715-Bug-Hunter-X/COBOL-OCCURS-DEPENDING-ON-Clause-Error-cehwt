      *                 RETCARD CARRIES THE RETENTION PERIOD IN DAYS
      *                 (COLUMNS 1-3); A MISSING CARD OR ZERO FALLS
      *                 BACK TO THE 90-DAY DEFAULT.
      *                 EACH TABLE (SEE COPYBOOKS/ARRTBL.CPY) KEEPS ITS
      *                 OWN ARRAUDIT, SO ARRARCHJ RUNS THE PASS ONCE
      *                 PER TABLE; THE RECORDS ARE COPIED WHOLE, TABLE
      *                 ID AND ALL.
      *                 RETURN-CODE 0  - RETENTION PASS COMPLETE.
      *                 RETURN-CODE 16 - ARRAUDIT COULD NOT BE OPENED -
      *                 NOTHING WAS WRITTEN, LEAVE THE FILES ALONE.
           05  FILLER                    PIC X(37).

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

      *    SAME 46-BYTE LAYOUT AS ARRAUDIT - DECLARED INLINE BECAUSE
      *    COPYBOOKS/ARRAUD.CPY'S 01 NAME IS ALREADY TAKEN BY THE
      *    INPUT FD ABOVE.
       FD  ARRAUDNW-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  ARRAUDNW-RECORD               PIC X(46).

       FD  ARRAUDHS-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  ARRAUDHS-RECORD               PIC X(46).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
