      ******************************************************************
      *    ARRDST - RECORD LAYOUT OF A DEPARTMENT DISTRIBUTION FILE,
      *    THE OUTBOUND INTERFACE FILE ARRDIST WRITES FOR EACH
      *    DEPARTMENT AFTER THE NIGHT HAS BALANCED (SEE
      *    SRC/ARRDIST.CBL).  ONE HEADER, THEN ONE DETAIL PER ELEMENT
      *    THE DEPARTMENT OWNS ON DSCFILE (SEE ARRDSC.CPY) IN ELEMENT
      *    ORDER, THEN ONE TRAILER - ALL 50 BYTES.
      *    HEADER  - THE BUSINESS DATE OF THE ARRIN.RAW FEED THE
      *              VALUES CAME FROM, THE DEPARTMENT, WHEN THE FILE
      *              WAS PRODUCED, AND THE TABLE THE VALUES BELONG TO
      *              (A DEPARTMENT MAY BE SENT ONE FILE PER TABLE).
      *    DETAIL  - ELEMENT NUMBER, DSC-NAME AND TONIGHT'S VALUE.
      *    TRAILER - THE DETAIL RECORD COUNT (HEADER AND TRAILER NOT
      *              INCLUDED) AND THE VALUE HASH: THE SUM OF
      *              DST-VALUE OVER THE DETAILS, THE SAME SUM-OF-
      *              VALUES HASH ARRBAL PROVES ARRFILE WITH.
      *    THE SAME TOTALS ARE KEPT ON THE TRANSMISSION CONTROL LOG
      *    (SEE ARRXMT.CPY), SO A DEPARTMENT CAN PROVE WHAT IT LOADED
      *    AGAINST WHAT IT WAS SENT.
      ******************************************************************
       01  ARRDST-RECORD.
           05  DST-REC-TYPE              PIC X(3).
               88  DST-HEADER                    VALUE 'HDR'.
               88  DST-DETAIL                    VALUE 'DTL'.
               88  DST-TRAILER                   VALUE 'TRL'.
           05  DST-BODY                  PIC X(47).
           05  DST-HEADER-BODY REDEFINES DST-BODY.
               10  DST-BUSINESS-DATE     PIC 9(8).
               10  DST-DEPT              PIC X(8).
               10  DST-PRODUCED-DATE     PIC X(8).
               10  DST-PRODUCED-TIME     PIC X(6).
               10  DST-TABLE-ID          PIC X(4).
               10  FILLER                PIC X(13).
           05  DST-DETAIL-BODY REDEFINES DST-BODY.
               10  DST-ELEMENT           PIC 9(6).
               10  DST-NAME              PIC X(25).
               10  DST-VALUE             PIC 9(9).
               10  FILLER                PIC X(7).
           05  DST-TRAILER-BODY REDEFINES DST-BODY.
               10  DST-RECORD-COUNT      PIC 9(7).
               10  DST-VALUE-HASH        PIC 9(15).
               10  FILLER                PIC X(25).
