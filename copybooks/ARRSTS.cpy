      ******************************************************************
      *    ARRSTS - RECORD LAYOUT OF RUNSTAT, THE VSAM KSDS HOLDING
      *    ONE RUN-STATUS RECORD PER ARRPOPJ NIGHT - THE ANSWER TO
      *    "DID LAST NIGHT'S LOAD FINISH AND BALANCE?" IN ONE PLACE
      *    THE ARRS TRANSACTION (SRC/ARRSTSI.CBL) CAN BROWSE, INSTEAD
      *    OF SPREAD ACROSS ARRAUDIT, THREE SYSOUTS, AND A JOB LOG.
      *    ARRSTSP WRITES THE RECORD AT THE TOP OF THE JOB WITH
      *    STS-NIGHT-STATUS 'R' AND REWRITES IT AT THE END FROM THE
      *    NEWEST ARRAUDIT RECORD AND THE STEP RESULTS ON ARRSTEP (SEE
      *    COPYBOOKS/ARRSTP.CPY).  A RECORD STILL 'R' IN THE MORNING
      *    IS A JOB THAT IS STILL RUNNING OR WAS CANCELLED.
      *    STS-KEY IS THE TABLE ID (SEE COPYBOOKS/ARRTBL.CPY) AND THE
      *    DATE AND TIME THE JOB STARTED (YYYYMMDD HHMMSS), SO EACH
      *    TABLE'S NIGHTS SIT TOGETHER AND A RERUN FROM THE TOP GETS A
      *    RECORD OF ITS OWN NEXT TO THE ONE IT REPLACED.  ONE SMALL
      *    RECORD A NIGHT PER TABLE - NOTHING IS PURGED.  KEYS(18 0).
      *    A STEP THAT DID NOT RUN LEAVES ITS -RC FIELD SPACES AND
      *    ITS COUNTS ZERO.  STS-NIGHT-STATUS IS THE ONE-BYTE VERDICT:
      *      P - BALANCE RAN AND EVERY CONTROL TOTAL TIED.
      *      O - BALANCE RAN AND SOMETHING IS OUT OF BALANCE.
      *      U - ARRFILE WAS REFRESHED BUT BALANCE COULD NOT PROVE IT.
      *      H - ARRPOP RAN BUT ARRFILE WAS NOT REFRESHED (PARTIAL
      *          POPULATION, LIMIT OR TOLERANCE HOLD, LOAD FAILURE) -
      *          ARRI IS STILL SHOWING THE PRIOR NIGHT'S VALUES.
      *      F - ARRPOP RAN AND FAILED (ARRAUDIT STATUS F).
      *      N - ARRPOP NEVER RAN (PREFLIGHT OR EDIT HELD THE NIGHT).
      *    SRC/ARRSTSI.CBL KEEPS A HAND-SYNCED WS-STS-RECORD COPY OF
      *    THIS LAYOUT - KEEP THE NAMES/WIDTHS/ORDER IN SYNC WITH THAT
      *    PROGRAM BY HAND, THE SAME CONVENTION AS ARRFIL.CPY.
      ******************************************************************
       01  RUNSTAT-RECORD.
           05  STS-KEY.
               10  STS-TABLE-ID          PIC X(4).
               10  STS-RUN-DATE          PIC X(8).
               10  STS-RUN-TIME          PIC X(6).
           05  STS-END-DATE              PIC X(8).
           05  STS-END-TIME              PIC X(6).
           05  STS-NIGHT-STATUS          PIC X.
               88  STS-RUNNING                   VALUE 'R'.
               88  STS-PROVEN                    VALUE 'P'.
               88  STS-OUT-OF-BALANCE            VALUE 'O'.
               88  STS-NOT-PROVEN                VALUE 'U'.
               88  STS-NOT-REFRESHED             VALUE 'H'.
               88  STS-POPULATE-FAILED           VALUE 'F'.
               88  STS-NOT-POPULATED             VALUE 'N'.
      *    ARRPOP - FROM THE NIGHT'S ARRAUDIT RECORD.
           05  STS-AUDIT-STATUS          PIC X.
               88  STS-AUDIT-SUCCESS             VALUE 'S'.
               88  STS-AUDIT-FAILURE             VALUE 'F'.
               88  STS-AUDIT-NONE                VALUE SPACE.
           05  STS-AUDIT-DATE           PIC X(8).
           05  STS-AUDIT-TIME            PIC X(6).
           05  STS-ARRAY-SIZE            PIC 9(6).
           05  STS-FINAL-COUNT           PIC 9(6).
      *    ARREDIT.
           05  STS-EDIT-RC               PIC X(2).
           05  STS-EDIT-CLEAN            PIC 9(6).
           05  STS-EDIT-REJECT           PIC 9(6).
      *    ARRCMP.
           05  STS-DELTA-RC              PIC X(2).
           05  STS-DELTA-CHANGED         PIC 9(6).
           05  STS-DELTA-ADDED           PIC 9(6).
           05  STS-DELTA-DELETED         PIC 9(6).
           05  STS-DELTA-PCT             PIC 9(3).
           05  STS-TOLERANCE-PCT         PIC 9(3).
           05  STS-TOLERANCE-FLAG        PIC X.
               88  STS-TOLERANCE-EXCEEDED        VALUE 'Y'.
               88  STS-TOLERANCE-WITHIN          VALUE 'N'.
      *    ARRAPLY / ARRLOAD - WHICH PATH LEFT ARRFILE CURRENT.
           05  STS-ARRFILE-PATH          PIC X(5).
               88  STS-PATH-APPLY                VALUE 'APPLY'.
               88  STS-PATH-LOAD                 VALUE 'LOAD '.
           05  STS-APPLY-RC              PIC X(2).
           05  STS-LOAD-RC               PIC X(2).
           05  STS-ARRFILE-COUNT         PIC 9(6).
      *    ARRBAL.
           05  STS-BALANCE-RC            PIC X(2).
           05  STS-BALANCE-RESULT        PIC X.
               88  STS-BALANCE-TIE               VALUE 'T'.
               88  STS-BALANCE-OUT               VALUE 'O'.
               88  STS-BALANCE-NOT-PROVEN        VALUE 'U'.
           05  STS-BAL-EXTRACT-COUNT     PIC 9(6).
           05  STS-BAL-ARRFILE-COUNT     PIC 9(6).
           05  STS-BAL-ARRFILE-HASH      PIC 9(15).
           05  FILLER                    PIC X(54).
