      ******************************************************************
      *    ARRTBL - TABLE LIST RECORD, PROD.ARRPOP.TABLES.  ONE 80-BYTE
      *    CARD PER TABLE THE POPULATE/EDIT/LOAD/BALANCE STREAM RUNS
      *    FOR.  TBL-TABLE-ID IS THE ID EVERY PROGRAM IS HANDED ON ITS
      *    PARM AND THE QUALIFIER EVERY PER-TABLE DATA SET IS NAMED
      *    UNDER (PROD.ARRPOP.<TABLE>.EXTRACT AND SO ON), SO IT MUST
      *    BE A VALID DSN QUALIFIER: A LETTER FOLLOWED BY UP TO THREE
      *    LETTERS OR DIGITS, NO EMBEDDED BLANK.  THE TABLE THE SYSTEM
      *    WAS BUILT FOR IS 'MAIN'.
      *    ARRTBLS SUBMITS ONE ARRPOPJ PER ACTIVE ('A') CARD; AN
      *    INACTIVE ('I') TABLE KEEPS ITS DATA SETS BUT IS NOT RUN.
      *    THE SAME IDS KEY THE SHARED MASTERS - CTLFILE, ARRFILE,
      *    DSCFILE AND RUNSTAT - AND ARE WHAT THE ARRI/ARRM/ARRS
      *    SCREENS ASK FOR.
      ******************************************************************
       01  ARRTBL-RECORD.
           05  TBL-TABLE-ID              PIC X(4).
           05  TBL-STATUS                PIC X.
               88  TBL-ACTIVE                    VALUE 'A'.
               88  TBL-INACTIVE                  VALUE 'I'.
           05  TBL-DESCRIPTION           PIC X(30).
           05  FILLER                    PIC X(45).
