      ******************************************************************
      *    ARRLIM - RECORD LAYOUT OF LIMFILE, THE VSAM KSDS ELEMENT
      *    VALUE LIMITS MASTER, KEYED BY THE ELEMENT NUMBER (THE SAME
      *    KEY AS DSCFILE'S DSC-KEY AND ARRFILE'S ARR-KEY).  ONE
      *    RECORD PER ELEMENT THAT HAS LIMITS AT ALL - AN ELEMENT WITH
      *    NO RECORD HERE IS UNLIMITED, SO THE MASTER ONLY HAS TO
      *    CARRY THE ELEMENTS SOMEBODY ACTUALLY CARES ABOUT.
      *    LIM-LOW-VALUE/LIM-HIGH-VALUE ARE INCLUSIVE BOUNDS; A VALUE
      *    EQUAL TO EITHER ONE IS WITHIN LIMITS.  LIM-NONZERO 'Y' MEANS
      *    A ZERO VALUE IS AN EXCEPTION EVEN WHEN ZERO FALLS INSIDE THE
      *    BOUNDS (A FEED THAT DROPPED THE ELEMENT LOOKS EXACTLY LIKE
      *    A ZERO).  LIM-SEVERITY 'H' (HARD) HOLDS THE ARRFILE REFRESH
      *    IN ARRPOPJ; 'W' (WARNING) IS REPORTED ONLY.
      *    MAINTAINED IN BATCH BY ARRLIMM; CHECKED AGAINST EVERY
      *    EXTRACT VALUE BY ARRLIMC.
      *    EACH TABLE (SEE ARRTBL.CPY) HAS ITS OWN LIMFILE CLUSTER,
      *    PROD.ARRPOP.<TABLE>.LIMFILE, SO THE RECORD CARRIES NO ID.
      ******************************************************************
       01  LIMFILE-RECORD.
           05  LIM-KEY                   PIC 9(6).
           05  LIM-LOW-VALUE             PIC 9(9).
           05  LIM-HIGH-VALUE            PIC 9(9).
           05  LIM-NONZERO               PIC X.
               88  LIM-NONZERO-REQUIRED          VALUE 'Y'.
           05  LIM-SEVERITY              PIC X.
               88  LIM-SEVERITY-HARD             VALUE 'H'.
               88  LIM-SEVERITY-WARNING          VALUE 'W'.
           05  FILLER                    PIC X(14).
