      *                 INCLUSIVE).  A MISSING CARD, OR A BLANK/ZERO
      *                 BOUND, LEAVES THAT END OF THE RANGE OPEN, SO
      *                 AN EMPTY CARD REPORTS THE FULL HISTORY.
      *                 EACH LINE SHOWS THE TABLE (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE RUN LOADED - EACH TABLE HAS ITS
      *                 OWN ARRAUDIT, AND THE COLUMN PROVES THE DD
      *                 POINTS AT THE TABLE THE AUDITOR ASKED FOR.
      *                 RUN VIA JCL/ARRAUDRJ.JCL ON DEMAND, THE SAME
      *                 WAY ARRRPTJ RERUNS THE TABLE LISTING.
      ******************************************************************
           05  FILLER                    PIC X(24).

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       FD  PRINT-FILE
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(6) VALUE 'TABLE'.
           05  FILLER                    PIC X(10) VALUE 'DATE'.
           05  FILLER                    PIC X(10) VALUE 'TIME'.
           05  FILLER                    PIC X(12) VALUE 'ARRAY SIZE'.
           05  SL-TO                     PIC X(8).

       01  WS-DETAIL-LINE.
           05  DL-TABLE                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-DATE                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TIME                   PIC X(8).
      *    FLAG MARKS IT FOR THE AUDITOR EVEN THOUGH ARRPOP ITSELF
      *    ONLY REPORTED RC 4.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE AUD-TABLE-ID TO DL-TABLE
           MOVE AUD-RUN-DATE TO DL-DATE
           MOVE AUD-RUN-TIME TO WS-TIME-RAW
           STRING WS-TIME-HH DELIMITED BY SIZE
