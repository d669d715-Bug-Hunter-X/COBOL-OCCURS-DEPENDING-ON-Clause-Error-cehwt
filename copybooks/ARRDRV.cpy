      ******************************************************************
      *    ARRDRV - RECORD LAYOUT OF DRVFILE, THE VSAM KSDS DERIVED-
      *    ELEMENT RULES MASTER, KEYED BY THE TARGET ELEMENT NUMBER
      *    (THE SAME KEY AS LIMFILE'S LIM-KEY AND DSCFILE'S DSC-KEY).
      *    ONE RECORD PER DERIVED ELEMENT - A TOTAL OR RATIO THAT IS
      *    CALCULATED FROM OTHER ELEMENTS INSTEAD OF BEING KEYED.  AN
      *    ELEMENT WITH NO RECORD HERE IS AN ORDINARY KEYED ELEMENT.
      *    DRV-OPERATION SAYS HOW THE OPERANDS COMBINE:
      *      S (SUM)        - THE SUM OF EVERY OPERAND.
      *      D (DIFFERENCE) - THE FIRST OPERAND LESS THE SUM OF THE
      *                       REST.
      *      P (PERCENTAGE) - THE FIRST OPERAND AS A PERCENTAGE OF
      *                       THE SUM OF THE REST, ROUNDED, CARRIED
      *                       WITH DRV-DECIMALS IMPLIED DECIMAL
      *                       PLACES (0-4) - 12.5 PCT WITH ONE PLACE
      *                       IS STORED AS 125.
      *    EACH OPERAND IS AN INCLUSIVE ELEMENT RANGE, SUMMED; A
      *    SINGLE ELEMENT HAS DRV-THRU-ELEMENT EQUAL TO
      *    DRV-FROM-ELEMENT.  ONLY THE FIRST DRV-OPERAND-COUNT
      *    OPERANDS ARE USED - THE REST ARE ZERO.
      *    RULES ARE APPLIED IN KEY ORDER, SO A RULE MAY USE ANOTHER
      *    DERIVED ELEMENT ONLY IF THAT ELEMENT IS NUMBERED LOWER -
      *    IT HAS ALREADY BEEN RECALCULATED BY THEN.  ARRCALC
      *    REPORTS ANY OTHER REFERENCE TO A DERIVED ELEMENT.
      *    MAINTAINED IN BATCH BY ARRDRVM; APPLIED TO THE EXTRACT BY
      *    ARRCALC; ARREDIT REJECTS A KEYED VALUE FOR ANY ELEMENT
      *    THAT HAS A RECORD HERE.
      *    EACH TABLE (SEE ARRTBL.CPY) HAS ITS OWN DRVFILE CLUSTER,
      *    PROD.ARRPOP.<TABLE>.DRVFILE, SO THE RECORD CARRIES NO ID.
      ******************************************************************
       01  DRVFILE-RECORD.
           05  DRV-KEY                   PIC 9(6).
           05  DRV-OPERATION             PIC X.
               88  DRV-OP-SUM                    VALUE 'S'.
               88  DRV-OP-DIFFERENCE             VALUE 'D'.
               88  DRV-OP-PERCENT                VALUE 'P'.
           05  DRV-DECIMALS              PIC 9.
           05  DRV-DESCRIPTION           PIC X(20).
           05  DRV-OPERAND-COUNT         PIC 9(2).
           05  DRV-OPERAND OCCURS 8 TIMES.
               10  DRV-FROM-ELEMENT      PIC 9(6).
               10  DRV-THRU-ELEMENT      PIC 9(6).
           05  FILLER                    PIC X(14).
