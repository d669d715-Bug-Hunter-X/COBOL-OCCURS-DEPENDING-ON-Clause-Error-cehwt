      ******************************************************************
      *    ARRFIL - RECORD LAYOUT OF ARRFILE, THE VSAM KSDS HOLDING
      *    THE LAST ARRPOP RUN'S WS-ARRAY-ELEMENT VALUES, KEYED BY
      *    THE TABLE ID AND THE ELEMENT NUMBER.  LOADED FROM ARREXTR BY
      *    ARRLOAD IN THE NIGHTLY JOB AND BROWSED BY THE ARRI
      *    TRANSACTION.  ONE ARRFILE HOLDS EVERY TABLE (SEE
      *    COPYBOOKS/ARRTBL.CPY), EACH IN ITS OWN KEY RANGE - A
      *    TABLE'S LOAD, APPLY, BALANCE, AND RESTORE TOUCH ONLY THE
      *    RECORDS CARRYING ITS OWN ARR-TABLE-ID.  ARR-KEY IS STILL
      *    THE ELEMENT NUMBER; ARR-RECORD-KEY IS THE VSAM KEY:
      *      DEFINE CLUSTER (NAME(PROD.ARRPOP.ARRFILE) INDEXED
      *                      KEYS(10 0) RECORDSIZE(19 19))
      *    SRC/ARRCICS.CBL KEEPS ITS OWN HAND-SYNCED WS-ARR-RECORD
      *    COPY OF THIS LAYOUT (CICS WORKING STORAGE CANNOT SHARE AN
      *    FD-LEVEL BOOK WITH A BATCH FILE SECTION) - KEEP THE NAMES/
      *    CONVENTION AS ARRCTL.CPY AND THE CTLFILE LAYOUTS.
      ******************************************************************
       01  ARRFILE-RECORD.
           05  ARR-RECORD-KEY.
               10  ARR-TABLE-ID          PIC X(4).
               10  ARR-KEY               PIC 9(6).
           05  ARR-ELEMENT-VALUE         PIC 9(9).
