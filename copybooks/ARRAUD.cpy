      *    COVERS ONLY THE TAIL THAT RUN WROTE (THE PREFIX WAS NEVER
      *    RE-READ), SO READERS TREAT A HASH MISMATCH AS A WARNING
      *    WHERE A COUNT MISMATCH IS A FAILURE.
      *    ARRCALC ALSO APPENDS A SUCCESS RECORD WHEN RE-DERIVING
      *    CHANGED ANY EXTRACT VALUE - SAME ARRAY SIZE AND COUNT AS
      *    THE RECORD BEFORE IT, NEW HASH - SO THE NEWEST RECORD
      *    ALWAYS DESCRIBES THE EXTRACT AS IT NOW STANDS.
      *    RECORD LENGTH GREW FROM 27 TO 42 BYTES WHEN THE HASH WAS
      *    ADDED - EXISTING ARRAUDIT/HISTORY DATA SETS MUST BE
      *    DELETED (OR REALLOCATED AT THE NEW LRECL) AT ROLLOUT, THE
      *    SAME ROLLOUT RULE ARRCHK.CPY'S GROWTH CARRIED.
      *    AUD-TABLE-ID NAMES THE TABLE THE EXECUTION RAN FOR.  EACH
      *    TABLE KEEPS ITS OWN ARRAUDIT DATA SET, SO ONE TABLE'S
      *    HISTORY NEVER SHOWS IN ANOTHER'S; THE ID RIDES ON THE
      *    RECORD SO A RETAINED OR ARCHIVED RECORD STILL SAYS WHICH
      *    TABLE IT BELONGS TO.  THE RECORD GREW FROM 42 TO 46 BYTES
      *    WHEN IT WAS ADDED - THE SAME ROLLOUT RULE AGAIN.
      ******************************************************************
       01  ARRAUDIT-RECORD.
           05  AUD-TABLE-ID              PIC X(4).
           05  AUD-RUN-DATE              PIC X(8).
           05  AUD-RUN-TIME              PIC X(6).
           05  AUD-ARRAY-SIZE            PIC 9(6).
