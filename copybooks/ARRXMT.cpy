      ******************************************************************
      *    ARRXMT - TRANSMISSION CONTROL LOG RECORD.  ARRDIST APPENDS
      *    ONE PER DEPARTMENT FILE IT WRITES TO
      *    PROD.ARRPOP.<TABLE>.XMITLOG - THE RECORD OF WHICH DEPARTMENT
      *    WAS SENT WHICH FILE ON WHICH NIGHT, AND WHAT THAT FILE'S
      *    TRAILER SAID.  ONLY A FILE LOGGED AS PRODUCED ('P') IS EVER
      *    TRANSMITTED; ONE THAT COULD NOT BE WRITTEN IS LOGGED AS
      *    FAILED ('F') SO THE GAP SHOWS.  XMT-NIGHT-KEY IS THE
      *    RUN-STATUS KEY OF THE ARRPOPJ NIGHT (SEE ARRSTP.CPY).  A
      *    DISTRIBUTION STEP RERUN IN THE SAME NIGHT REWRITES THE FILES
      *    AND APPENDS NEW ENTRIES - THE NEWEST ENTRY FOR A NIGHT AND
      *    DEPARTMENT IS THE FILE THAT WAS SENT.
      ******************************************************************
       01  ARRXMT-RECORD.
           05  XMT-NIGHT-KEY.
               10  XMT-NIGHT-DATE        PIC X(8).
               10  XMT-NIGHT-TIME        PIC X(6).
           05  XMT-BUSINESS-DATE         PIC 9(8).
           05  XMT-DEPT                  PIC X(8).
           05  XMT-DSNAME                PIC X(44).
           05  XMT-RECORD-COUNT          PIC 9(7).
           05  XMT-VALUE-HASH            PIC 9(15).
           05  XMT-PRODUCED-DATE         PIC X(8).
           05  XMT-PRODUCED-TIME         PIC X(6).
           05  XMT-RESULT                PIC X.
               88  XMT-PRODUCED                  VALUE 'P'.
               88  XMT-FAILED                    VALUE 'F'.
           05  FILLER                    PIC X(9).
