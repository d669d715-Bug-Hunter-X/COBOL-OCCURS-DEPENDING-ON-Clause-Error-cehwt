      ******************************************************************
      *    ARRSTP - RUN LEDGER RECORD.  ARRSTEP IS THE NIGHT'S RUN
      *    LEDGER FOR ARRPOPJ: EVERY PROGRAM IN THE STREAM APPENDS A
      *    STARTED ('S') RECORD AS IT BEGINS AND AN ENDED ('E') RECORD
      *    CARRYING ITS RETURN CODE AS IT FINISHES, UNDER ITS ARRPOPJ
      *    STEP NAME, SO A STEP WITH A START BUT NO END ABENDED OR WAS
      *    CANCELLED.  THE UTILITY STEPS THAT MUST NEVER RUN TWICE
      *    (EXTROLL, REJDROP, REJCOPY, RCYUSED) CANNOT WRITE HERE
      *    THEMSELVES - ARRMARK WRITES AN ENDED RECORD FOR EACH ONE
      *    ONCE IT HAS ENDED RC 0.  ARRRADV READS THE LEDGER TO
      *    ADVISE WHERE A BROKEN NIGHT RESTARTS (SEE SRC/ARRRADV.CBL).
      *    THE ENDED RECORD ALSO CARRIES THE SAME COUNTS THE STEP'S
      *    OWN REPORT OR SYSOUT CARRIES, SO ARRSTSP CAN POST THE
      *    NIGHT'S RUN-STATUS RECORD (SEE COPYBOOKS/ARRSTS.CPY)
      *    WITHOUT PARSING ANYONE'S SYSOUT, THE SAME REASONING AS
      *    ARRCMP'S DELTAOUT TWIN OF THE DELTA REPORT.
      *    ARRSTEP IS CLEARED AT THE TOP OF ARRPOPJ, AND ARRSTSP'S
      *    OPENING STEP WRITES THE FIRST RECORD, CARRYING THE NIGHT'S
      *    RUN-STATUS KEY.  A STEP RERUN LATER IN THE NIGHT APPENDS
      *    MORE RECORDS, AND THE NEWEST RECORD FOR A STEP IS ITS
      *    STATE.  A WRITING PROGRAM RUN OUTSIDE ARRPOPJ POINTS
      *    ARRSTEP AT DD DUMMY.
      *    STF-DETAIL IS SPACES ON A STARTED RECORD, AND ON AN ENDED
      *    RECORD IS REDEFINED PER WRITING PROGRAM - STF-PROGRAM SAYS
      *    WHICH VIEW APPLIES.
      ******************************************************************
       01  ARRSTEP-RECORD.
           05  STF-STEP-NAME             PIC X(8).
           05  STF-PROGRAM               PIC X(8).
           05  STF-EVENT                 PIC X.
               88  STF-STEP-STARTED              VALUE 'S'.
               88  STF-STEP-ENDED                VALUE 'E'.
           05  STF-START-DATE            PIC X(8).
           05  STF-START-TIME            PIC X(6).
           05  STF-END-DATE              PIC X(8).
           05  STF-END-TIME              PIC X(6).
           05  STF-RETURN-CODE           PIC 9(2).
           05  STF-DETAIL                PIC X(50).
      *    ARRSTSP OPENING STEP - THE RUN-STATUS KEY FOR THE NIGHT.
           05  STF-OPEN-DETAIL REDEFINES STF-DETAIL.
               10  STF-RUN-DATE          PIC X(8).
               10  STF-RUN-TIME          PIC X(6).
               10  FILLER                PIC X(36).
      *    ARREDIT - RECORDS READ, PASSED, AND REJECTED.
           05  STF-EDIT-DETAIL REDEFINES STF-DETAIL.
               10  STF-EDIT-READ         PIC 9(6).
               10  STF-EDIT-CLEAN        PIC 9(6).
               10  STF-EDIT-REJECT       PIC 9(6).
               10  FILLER                PIC X(32).
      *    ARRCMP - MOVED POSITIONS BY DISPOSITION, THE MOVEMENT
      *    PERCENT, AND THE TOLCARD LIMIT IT WAS HELD TO.
           05  STF-DELTA-DETAIL REDEFINES STF-DETAIL.
               10  STF-DELTA-CHANGED     PIC 9(6).
               10  STF-DELTA-ADDED       PIC 9(6).
               10  STF-DELTA-DELETED     PIC 9(6).
               10  STF-DELTA-PCT         PIC 9(3).
               10  STF-TOLERANCE-PCT     PIC 9(3).
               10  FILLER                PIC X(26).
      *    ARRAPLY (ARR-KEYS APPLIED) AND ARRLOAD (ELEMENTS LOADED).
           05  STF-ARRFILE-DETAIL REDEFINES STF-DETAIL.
               10  STF-ARRFILE-COUNT     PIC 9(6).
               10  FILLER                PIC X(44).
      *    ARRBAL - THE THREE COUNTS AND TWO HASHES IT COMPARED.
           05  STF-BALANCE-DETAIL REDEFINES STF-DETAIL.
               10  STF-BAL-AUDIT-COUNT   PIC 9(6).
               10  STF-BAL-EXTRACT-COUNT PIC 9(6).
               10  STF-BAL-ARRFILE-COUNT PIC 9(6).
               10  STF-BAL-EXTRACT-HASH  PIC 9(15).
               10  STF-BAL-ARRFILE-HASH  PIC 9(15).
               10  FILLER                PIC X(2).
           05  FILLER                    PIC X(3).
