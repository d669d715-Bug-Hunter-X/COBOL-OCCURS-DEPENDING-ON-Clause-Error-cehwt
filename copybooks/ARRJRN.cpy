      ******************************************************************
      *    ARRJRN - ELEMENT VALUE CHANGE JOURNAL RECORD.  ONE RECORD
      *    PER ELEMENT VALUE THAT ACTUALLY MOVED, WRITTEN BY EVERY
      *    PATH THAT CHANGES A VALUE:
      *      ARRPOP  - UPDATE-MODE A/C/D TRANSACTIONS (THE ARRM
      *                CAPTURES AND THE HAND-BUILT MAINT FILE).
      *      ARRAPLY - THE NIGHTLY INCREMENTAL DELTA APPLY.
      *      ARRLOAD - THE NIGHTLY FULL RELOAD, JOURNALED AS THE
      *                DIFFERENCE BETWEEN THE OUTGOING ARRFILE AND
      *                THE EXTRACT REPLACING IT.
      *      ARRRST  - A POINT-IN-TIME RESTORE, THE SAME WAY.
      *      ARRCALC - A DERIVED ELEMENT RECALCULATED TO A NEW VALUE
      *                BY THE MAINTENANCE RUN (JCL/ARRMNTJ.JCL).
      *    APPENDED TO, NEVER OVERWRITTEN, THE SAME CONTRACT AS
      *    ARRAUDIT - "WHO CHANGED ELEMENT 4711, WHEN, AND FROM WHAT"
      *    IS ANSWERED FROM HERE (SEE SRC/ARRJRNR.CBL) INSTEAD OF BY
      *    DIFFING A WEEK OF EXTRACT GENERATIONS BY HAND.
      *    JRN-ACTION USES THE ARRDLT.CPY DISPOSITION TERMS: A = THE
      *    ELEMENT WAS NOT THERE BEFORE (OLD VALUE ZERO), D = IT IS
      *    GONE OR ZEROED (NEW VALUE ZERO), C = BOTH SIDES PRESENT.
      *    JRN-REFERENCE IS THE ARRIN TRANS-ID IMAGE FOR AN UPDATE-
      *    MODE TRANSACTION, THE RSTCARD REASON FOR A RESTORE, THE
      *    RULE'S DRV-DESCRIPTION FOR A DERIVED VALUE, AND A FIXED
      *    DESCRIPTION FOR THE NIGHTLY PATHS.  JRN-OPERATOR AND
      *    JRN-TERMINAL ARE ONLY FILLED FOR A TRANSACTION KEYED
      *    THROUGH THE ARRM SCREEN (SEE COPYBOOKS/ARRCAP.CPY), AND
      *    JRN-APPROVER WITH THE SUPERVISOR WHO RELEASED IT THROUGH
      *    THE ARRA APPROVAL TRANSACTION; BATCH CHANGES CARRY SPACES.
      ******************************************************************
       01  ARRJRN-RECORD.
           05  JRN-ELEMENT               PIC 9(6).
           05  JRN-OLD-VALUE             PIC 9(9).
           05  JRN-NEW-VALUE             PIC 9(9).
           05  JRN-CHANGE-DATE           PIC X(8).
           05  JRN-CHANGE-TIME           PIC X(6).
           05  JRN-SOURCE-PGM            PIC X(8).
           05  JRN-ACTION                PIC X.
               88  JRN-ACTION-ADD                VALUE 'A'.
               88  JRN-ACTION-CHANGE             VALUE 'C'.
               88  JRN-ACTION-DELETE             VALUE 'D'.
           05  JRN-REFERENCE             PIC X(30).
           05  JRN-OPERATOR              PIC X(8).
           05  JRN-TERMINAL              PIC X(4).
           05  JRN-APPROVER              PIC X(8).
           05  FILLER                    PIC X(3).
