      ******************************************************************
      *    ARRINC - CONTROL RECORDS ON THE INBOUND ARRIN.RAW FEED.  THE
      *    SENDING SYSTEM WRAPS THE 23-BYTE ARRIN BODY RECORDS (SEE
      *    ARRIN.CPY) IN A HEADER, FIRST, AND A TRAILER, LAST - BOTH
      *    23 BYTES SO THE FEED STAYS FIXED-LENGTH.  RAWC-TABLE-ID
      *    SITS WHERE A BODY RECORD'S TABLE ID DOES, AND RAWC-REC-TYPE
      *    WHERE ITS TRANS-ID STARTS.
      *    HEADER  - THE TABLE THE FEED IS FOR (ARRRAWV REJECTS A FEED
      *              HEADED FOR ANY OTHER TABLE), SOURCE SYSTEM,
      *              BUSINESS DATE (YYYYMMDD) AND THE
      *              SENDER'S FILE SEQUENCE NUMBER, ONE UP PER FILE
      *              SENT (9999 IS FOLLOWED BY 0001).
      *    TRAILER - THE BODY RECORD COUNT AND THE VALUE HASH: THE SUM
      *              OF ARRIN-VALUE OVER THE BODY, LOW-ORDER NINE
      *              DIGITS.
      *    ARRRAWV PROVES THE BODY AGAINST BOTH BEFORE ANYTHING IN
      *    ARRPOPJ IS CLEARED (SEE SRC/ARRRAWV.CBL), AND REJECTS A FEED
      *    WITH A HDR OR TRL RECORD ANYWHERE ELSE - SO A LATER STEP
      *    READING THE RAW FEED CAN SAFELY DROP EVERY RECORD THAT
      *    CARRIES EITHER TYPE.
      ******************************************************************
       01  ARRINC-RECORD.
           05  RAWC-TABLE-ID             PIC X(4).
           05  RAWC-REC-TYPE             PIC X(3).
               88  RAWC-HEADER                   VALUE 'HDR'.
               88  RAWC-TRAILER                  VALUE 'TRL'.
           05  RAWC-BODY                 PIC X(16).
           05  RAWC-HEADER-BODY REDEFINES RAWC-BODY.
               10  RAWC-SOURCE-SYSTEM    PIC X(4).
               10  RAWC-BUSINESS-DATE    PIC 9(8).
               10  RAWC-FILE-SEQ         PIC 9(4).
           05  RAWC-TRAILER-BODY REDEFINES RAWC-BODY.
               10  RAWC-RECORD-COUNT     PIC 9(7).
               10  RAWC-VALUE-HASH       PIC 9(9).
