      ******************************************************************
      *    ARRDSC - RECORD LAYOUT OF DSCFILE, THE VSAM KSDS ELEMENT
      *    DESCRIPTION MASTER, KEYED BY THE TABLE ID AND THE ELEMENT
      *    NUMBER (THE SAME KEY AS ARRFILE'S ARR-RECORD-KEY) - ELEMENT
      *    001234 OF ONE TABLE HAS NOTHING TO DO WITH ELEMENT 001234
      *    OF ANOTHER.  DSC-KEY IS STILL THE ELEMENT NUMBER; THE VSAM
      *    KEY IS DSC-RECORD-KEY, KEYS(10 0) RECORDSIZE(44 44).
      *    ARRFILE AND THE EXTRACT CARRY
      *    NOTHING BUT AN ELEMENT NUMBER AND A VALUE - THIS MASTER IS
      *    WHERE "WHAT ELEMENT 001234 MEANS" LIVES, INSTEAD OF A
      *    SPREADSHEET NOBODY MAINTAINS.  MAINTAINED IN BATCH BY
      *    CONVENTION AS ARRFIL.CPY.
      ******************************************************************
       01  DSCFILE-RECORD.
           05  DSC-RECORD-KEY.
               10  DSC-TABLE-ID          PIC X(4).
               10  DSC-KEY               PIC 9(6).
           05  DSC-NAME                  PIC X(25).
           05  DSC-DEPT                  PIC X(8).
           05  DSC-STATUS                PIC X.
