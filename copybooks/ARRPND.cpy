      ******************************************************************
      *    ARRPND - RECORD LAYOUT OF PNDFILE, THE VSAM KSDS OF ARRM
      *    CAPTURES AWAITING A SECOND PAIR OF EYES.  ARRMCAP'S PF5
      *    WRITES ONE RECORD HERE (STATUS 'P') INSTEAD OF QUEUEING
      *    THE TRANSACTION STRAIGHT TO THE NIGHTLY RUN; THE ARRA
      *    APPROVAL TRANSACTION (SRC/ARRAPRV.CBL) REWRITES IT 'A' OR
      *    'R' WITH THE SUPERVISOR'S USER ID, TERMINAL, TIME, AND
      *    REASON, AND ONLY AN APPROVED ITEM IS WRITTEN ON TO THE ARRM
      *    TD QUEUE (SEE COPYBOOKS/ARRCAP.CPY).  DECIDED RECORDS STAY
      *    ON FILE AS THE RECORD OF WHO RELEASED WHAT; ARRPNDR LISTS
      *    WHATEVER IS STILL 'P' WHEN THE NIGHTLY MAINTENANCE RUN
      *    TAKES ITS CUTOFF.
      *    PND-KEY IS THE CAPTURE DATE AND TIME (YYYYMMDD HHMMSS) AND
      *    THE KEYING TERMINAL, SO A BROWSE COMES BACK OLDEST FIRST.
      *    PND-TRANSACTION IS THE 23-BYTE ARRIN-MAINT IMAGE (SEE
      *    COPYBOOKS/ARRIN.CPY), BYTE FOR BYTE - PND-TABLE-ID IS THE
      *    TABLE THE OPERATOR CHOSE ON THE ARRM SCREEN.  IT TOOK FOUR
      *    BYTES OF THE TRAILING FILLER, SO THE RECORD IS STILL 110.
      *    SRC/ARRMCAP.CBL AND SRC/ARRAPRV.CBL KEEP HAND-SYNCED
      *    WS-PND-RECORD COPIES OF THIS LAYOUT - KEEP THE NAMES/
      *    WIDTHS/ORDER IN SYNC WITH THOSE PROGRAMS BY HAND, THE SAME
      *    CONVENTION AS ARRFIL.CPY.
      ******************************************************************
       01  PNDFILE-RECORD.
           05  PND-KEY.
               10  PND-CAPTURE-DATE      PIC X(8).
               10  PND-CAPTURE-TIME      PIC X(6).
               10  PND-TERMINAL          PIC X(4).
           05  PND-TRANSACTION.
               10  PND-TABLE-ID          PIC X(4).
               10  PND-ACTION            PIC X.
               10  PND-TARGET            PIC 9(6).
               10  FILLER                PIC X(3).
               10  PND-VALUE             PIC X(9).
           05  PND-OPERATOR              PIC X(8).
           05  PND-STATUS                PIC X.
               88  PND-PENDING                   VALUE 'P'.
               88  PND-APPROVED                  VALUE 'A'.
               88  PND-REJECTED                  VALUE 'R'.
           05  PND-APPROVER              PIC X(8).
           05  PND-APPROVER-TERMINAL     PIC X(4).
           05  PND-DECISION-DATE         PIC X(8).
           05  PND-DECISION-TIME         PIC X(6).
           05  PND-REASON                PIC X(30).
           05  FILLER                    PIC X(4).
