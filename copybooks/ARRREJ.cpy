      ******************************************************************
      *    ARRREJ - REJECT RECORD WRITTEN BY ARREDIT FOR EVERY
      *    ARRIN-RECORD THAT FAILS THE FRONT-END EDIT.  THE ORIGINAL
      *    23 BYTES ARE CARRIED UNCHANGED (REJ-VALUE IS PIC X, NOT
      *    PIC 9 - A NON-NUMERIC VALUE IS EXACTLY WHAT GETS RECORDS
      *    IN HERE) WITH THE REASON CODE APPENDED, SO THE DATA-ENTRY
      *    GROUP CAN CORRECT AND RESUBMIT THE RECORD AS-IS.  A '04'
      *    (A VALUE KEYED FOR A DERIVED ELEMENT) IS THE EXCEPTION -
      *    THE VALUE IS CALCULATED BY ARRCALC, SO THERE IS NOTHING TO
      *    RESUBMIT; THE RECORD IS HERE ONLY TO SHOW IT WAS DROPPED.
      *    A '05' (ANOTHER TABLE'S RECORD IN THIS TABLE'S FEED) GOES
      *    BACK TO THE SENDER, NOT THE DATA-ENTRY GROUP - IT IS NEVER
      *    RECYCLED INTO THIS TABLE EITHER (SEE ARRREJM.CPY).
      ******************************************************************
       01  ARRREJ-RECORD.
           05  REJ-TABLE-ID              PIC X(4).
           05  REJ-TRANS-ID              PIC X(10).
           05  REJ-VALUE                 PIC X(9).
           05  REJ-REASON-CODE           PIC XX.
               88  REJ-VALUE-NOT-NUMERIC         VALUE '01'.
               88  REJ-TRANS-ID-MISSING          VALUE '02'.
               88  REJ-DUPLICATE-TRANS-ID        VALUE '03'.
               88  REJ-DERIVED-POSITION          VALUE '04'.
               88  REJ-WRONG-TABLE               VALUE '05'.
