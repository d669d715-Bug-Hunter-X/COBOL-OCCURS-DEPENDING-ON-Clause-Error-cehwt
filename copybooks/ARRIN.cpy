      *    ACTION AND TARGET ELEMENT NUMBER INSTEAD - SEE THE
      *    ARRIN-MAINT REDEFINES.  A FULL-RELOAD RUN NEVER LOOKS AT
      *    THE REDEFINED VIEW, SO EXISTING FEEDS ARE UNAFFECTED.
      *    ARRIN-TABLE-ID NAMES THE TABLE THE RECORD BELONGS TO (SEE
      *    COPYBOOKS/ARRTBL.CPY).  EVERY TABLE HAS ITS OWN FEED, BUT
      *    THE ID TRAVELS WITH EACH RECORD SO A FILE ROUTED TO THE
      *    WRONG TABLE IS CAUGHT - ARREDIT REJECTS ANY RECORD WHOSE
      *    ID IS NOT THE RUN'S, AND ARRPOP'S UPDATE MODE DOES THE SAME.
      *    RECORD LENGTH GREW FROM 19 TO 23 BYTES WHEN THE TABLE ID
      *    WAS ADDED - THE FEED, RECYCLE, CAPTURE, AND MAINT DATA SETS
      *    ARE REALLOCATED AT THE NEW LRECL AT ROLLOUT, THE SAME
      *    ROLLOUT RULE ARRCHK.CPY'S GROWTH CARRIED.
      ******************************************************************
       01  ARRIN-RECORD.
           05  ARRIN-TABLE-ID            PIC X(4).
           05  ARRIN-TRANS-ID            PIC X(10).
           05  ARRIN-MAINT REDEFINES ARRIN-TRANS-ID.
               10  ARRIN-ACTION          PIC X.
