      ******************************************************************
      *    ARRREJM - OUTSTANDING-REJECT MASTER RECORD.  ARREDIT
      *    APPENDS ONE PER REJECT, THE SAME 25 ARRREJ BYTES WITH THE
      *    REJECT DATE ADDED, SO THE AGING REPORT (ARRAGE) CAN SHOW
      *    HOW LONG EACH REJECT HAS SAT UNRESOLVED.  ARRRCY DROPS A
      *    RECORD FROM THE MASTER WHEN ITS TRANS-ID COMES BACK ON THE
      *    RECYCLE FILE - A REASON-02 (BLANK TRANS-ID) REJECT HAS
      *    NOTHING TO MATCH ON AND STAYS ON THE MASTER, WHICH IS THE
      *    POINT: IT KEEPS SHOWING ON THE AGING REPORT UNTIL SOMEONE
      *    DEALS WITH IT.  A REASON-04 (DERIVED POSITION) REJECT IS
      *    NEVER APPENDED HERE - SEE ARRREJ.CPY - AND NEITHER IS A
      *    REASON-05 (WRONG TABLE): EACH TABLE KEEPS ITS OWN MASTER,
      *    AND ANOTHER TABLE'S RECORD DOES NOT BELONG ON THIS ONE.
      ******************************************************************
       01  ARRREJM-RECORD.
           05  REJM-TABLE-ID             PIC X(4).
           05  REJM-TRANS-ID             PIC X(10).
           05  REJM-VALUE                PIC X(9).
           05  REJM-REASON-CODE          PIC XX.
