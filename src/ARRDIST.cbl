      ******************************************************************
      *    PROGRAM-ID : ARRDIST
      *    PURPOSE    : SPLITS THE PROVEN EXTRACT INTO ONE OUTBOUND
      *                 INTERFACE FILE PER DEPARTMENT.  DOWNSTREAM
      *                 DEPARTMENTS USED TO PULL THE WHOLE EXTRACT AND
      *                 FILTER IT THEMSELVES - NINE-DIGIT VALUES WITH
      *                 NO KEY, NO DATE AND NO CONTROL RECORD, SO A
      *                 MISREAD ELEMENT NUMBER LOADED THE WRONG VALUES
      *                 AND NOTHING SAID SO.  THIS STEP JOINS EVERY
      *                 EXTRACT VALUE TO ITS DSCFILE RECORD (SEE
      *                 COPYBOOKS/ARRDSC.CPY), SORTS BY DSC-DEPT, AND
      *                 WRITES EACH DEPARTMENT A FILE WITH A HEADER
      *                 (BUSINESS DATE AND DEPARTMENT), ONE DETAIL PER
      *                 ELEMENT (NUMBER, NAME, VALUE) AND A TRAILER
      *                 (COUNT AND HASH) - SEE COPYBOOKS/ARRDST.CPY.
      *                 THE PARM IS THE DATA SET NAME PREFIX AND THE
      *                 TABLE ID (SEE COPYBOOKS/ARRTBL.CPY), SEPARATED
      *                 BY A COMMA.  ELEMENTS ARE JOINED TO THAT TABLE'S
      *                 RECORDS ON THE SHARED DSCFILE, THE TABLE ID IS
      *                 CARRIED ON EVERY FILE'S HEADER, AND EACH FILE
      *                 GOES TO ITS OWN DATA SET - THE PREFIX, THE
      *                 TABLE ID, THEN THE DEPARTMENT AS THE LAST
      *                 QUALIFIER - SO TWO TABLES NEVER OVERWRITE ONE
      *                 ANOTHER'S FILES.  EACH IS ALLOCATED AS IT IS
      *                 OPENED (THE DEPARTMENTS ARE WHATEVER DSCFILE
      *                 HOLDS, SO THE JCL CANNOT NAME THEM): REWRITTEN
      *                 IN PLACE IF IT IS ALREADY CATALOGED, CREATED
      *                 AND CATALOGED IF NOT.  EVERY FILE WRITTEN,
      *                 PRODUCED OR FAILED, IS APPENDED TO THE
      *                 TRANSMISSION CONTROL LOG (ARRXMTLG, SEE
      *                 COPYBOOKS/ARRXMT.CPY) WITH ITS TOTALS; ONLY A
      *                 FILE LOGGED AS PRODUCED IS EVER SENT.
      *                 THE BUSINESS DATE IS THE ONE ON THE ARRIN.RAW
      *                 FEED ACCEPTED TONIGHT (THE RECEIVED-FILES LOG,
      *                 SEE COPYBOOKS/ARRRCV.CPY).
      *                 ARRPOPJ ONLY RUNS THIS STEP AFTER BALANCE ENDS
      *                 RC 0, AND THE STEP PROVES IT AGAIN FROM THE RUN
      *                 LEDGER BEFORE WRITING ANYTHING, SO A STEP RERUN
      *                 BY HAND AFTER AN OUT-OF-BALANCE NIGHT STILL
      *                 PRODUCES NOTHING.
      *                 AN ELEMENT WITH NO DSCFILE RECORD, NO
      *                 DEPARTMENT, OR A DEPARTMENT THAT CANNOT BE A
      *                 DATA SET QUALIFIER REACHES NO DEPARTMENT AND IS
      *                 HELD BACK AND COUNTED ON THE REPORT.  WHAT WAS
      *                 SENT AND WHAT WAS HELD FOOT TO THE EXTRACT'S
      *                 OWN COUNT AND HASH, THE SAME PROOF AS ARRDEPT.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0  - EVERY ELEMENT WENT TO ITS
      *                 DEPARTMENT'S FILE AND EVERY FILE WAS PRODUCED.
      *                 RETURN-CODE 4  - FILES PRODUCED, BUT SOME
      *                 ELEMENTS WERE HELD BACK, OR NO FEED WAS LOGGED
      *                 AS ACCEPTED TONIGHT AND THE NIGHT'S RUN DATE
      *                 STANDS IN FOR THE BUSINESS DATE.
      *                 RETURN-CODE 8  - THE LEDGER DOES NOT SHOW
      *                 BALANCE ENDED RC 0 TONIGHT (NOTHING PRODUCED),
      *                 OR A DEPARTMENT FILE COULD NOT BE WRITTEN
      *                 (LOGGED AS FAILED), OR THE TOTALS DO NOT FOOT.
      *                 RETURN-CODE 16 - NO DATA SET PREFIX OR NO TABLE
      *                 ID IN THE PARM, OR ARREXTR, DSCFILE OR ARRXMTLG
      *                 COULD NOT BE OPENED - NOTHING PRODUCED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREXTR-FILE ASSIGN TO ARREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREXTR-STATUS.

           SELECT DSCFILE-FILE ASSIGN TO DSCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-RECORD-KEY
               FILE STATUS IS WS-DSCFILE-STATUS.

           SELECT ARRRCVLG-FILE ASSIGN TO ARRRCVLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRRCVLG-STATUS.

      *    NO DISTOUT DD IN THE JCL - 3310-ALLOCATE-DEPT-FILE POINTS
      *    DISTOUT AT EACH DEPARTMENT'S DATA SET BEFORE THE OPEN.
           SELECT DISTOUT-FILE ASSIGN TO DISTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTOUT-STATUS.

           SELECT ARRXMTLG-FILE ASSIGN TO ARRXMTLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRXMTLG-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARREXTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
           COPY ARREXTR.

       FD  DSCFILE-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ARRDSC.

       FD  ARRRCVLG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARRRCV.

       FD  DISTOUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY ARRDST.

       FD  ARRXMTLG-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ARRXMT.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

      *    SRT-BUCKET ORDERS THE REPORT SECTIONS: '1' ELEMENTS SENT TO
      *    THEIR DEPARTMENT, '2' ELEMENTS HELD BACK.  SRT-DEPT ON A
      *    HELD ELEMENT IS *NONE* (NO DSCFILE RECORD), *BLANK* (NO
      *    DEPARTMENT) OR THE DEPARTMENT THAT IS NOT USABLE.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BUCKET                PIC X.
               88  SRT-BUCKET-SEND               VALUE '1'.
               88  SRT-BUCKET-HELD               VALUE '2'.
           05  SRT-DEPT                  PIC X(8).
           05  SRT-ELEMENT               PIC 9(6).
           05  SRT-NAME                  PIC X(25).
           05  SRT-VALUE                 PIC 9(9).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARREXTR-STATUS         PIC XX VALUE SPACES.
               88  ARREXTR-OK                    VALUE '00'.
           05  WS-DSCFILE-STATUS         PIC XX VALUE SPACES.
               88  DSCFILE-OK                    VALUE '00'.
           05  WS-ARRRCVLG-STATUS        PIC XX VALUE SPACES.
               88  ARRRCVLG-OK                   VALUE '00'.
           05  WS-DISTOUT-STATUS         PIC XX VALUE SPACES.
               88  DISTOUT-OK                    VALUE '00'.
           05  WS-ARRXMTLG-STATUS        PIC XX VALUE SPACES.
               88  ARRXMTLG-OK                   VALUE '00'.
               88  ARRXMTLG-NOT-FOUND            VALUE '35'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACT            PIC X VALUE 'N'.
               88  EXTRACT-EOF                   VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-EOF-STEP               PIC X VALUE 'N'.
               88  STEP-EOF                      VALUE 'Y'.
           05  WS-EOF-LOG                PIC X VALUE 'N'.
               88  LOG-EOF                       VALUE 'Y'.
           05  WS-DIST-FAILED            PIC X VALUE 'N'.
               88  DIST-FAILED                   VALUE 'Y'.
           05  WS-NOT-BALANCED           PIC X VALUE 'N'.
               88  NOT-BALANCED                  VALUE 'Y'.
           05  WS-FILE-FAILED            PIC X VALUE 'N'.
               88  FILE-FAILED                   VALUE 'Y'.
           05  WS-OUT-OF-BALANCE         PIC X VALUE 'N'.
               88  OUT-OF-BALANCE                VALUE 'Y'.
           05  WS-DATE-DEFAULTED         PIC X VALUE 'N'.
               88  DATE-DEFAULTED                VALUE 'Y'.
           05  WS-FIRST-GROUP            PIC X VALUE 'Y'.
               88  FIRST-GROUP                   VALUE 'Y'.
           05  WS-EXTRACT-OPEN           PIC X VALUE 'N'.
               88  EXTRACT-OPEN                  VALUE 'Y'.
           05  WS-DSC-OPEN               PIC X VALUE 'N'.
               88  DSC-OPEN                      VALUE 'Y'.
           05  WS-XMTLOG-OPEN            PIC X VALUE 'N'.
               88  XMTLOG-OPEN                   VALUE 'Y'.
           05  WS-DEPT-FILE-OPEN         PIC X VALUE 'N'.
               88  DEPT-FILE-OPEN                VALUE 'Y'.
           05  WS-GROUP-FAILED           PIC X VALUE 'N'.
               88  GROUP-FAILED                  VALUE 'Y'.
           05  WS-NAME-VALID             PIC X VALUE 'Y'.
               88  NAME-VALID                    VALUE 'Y'.
           05  WS-NAME-ENDED             PIC X VALUE 'N'.
               88  NAME-ENDED                    VALUE 'Y'.

      *    THE DATA SET NAME PREFIX AND TABLE ID FROM THE PARM, E.G.
      *    PARM='PROD.ARRPOP.DIST,MAIN' - A PREFIX OF AT MOST 30
      *    CHARACTERS, SO THE PREFIX, THE TABLE ID AND AN EIGHT-
      *    CHARACTER DEPARTMENT, WITH THEIR DOTS, FIT THE 44-CHARACTER
      *    DATA SET NAME.
       01  WS-DSN-PREFIX                 PIC X(35) VALUE SPACES.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC 9(4) VALUE 0.
       01  WS-PREFIX-LENGTH              PIC 9(4) VALUE 0.
       01  WS-TABLE-LENGTH               PIC 9(4) VALUE 0.

      *    TONIGHT'S RUN-STATUS KEY, FROM THE OPENING STEP'S LEDGER
      *    RECORD, AND THE NEWEST LEDGER RECORD FOR BALANCE.
       01  WS-NIGHT-KEY.
           05  WS-NIGHT-DATE             PIC X(8) VALUE SPACES.
           05  WS-NIGHT-TIME             PIC X(6) VALUE SPACES.
       01  WS-BALANCE-EVENT              PIC X VALUE SPACE.
           88  BALANCE-ENDED                     VALUE 'E'.
       01  WS-BALANCE-RC                 PIC 9(2) VALUE 0.

       01  WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01  WS-PRODUCED-DATE              PIC X(8) VALUE SPACES.
       01  WS-PRODUCED-TIME              PIC X(6) VALUE SPACES.

      *    TAKEN STRAIGHT OFF THE EXTRACT AS IT IS READ, BEFORE ANY
      *    SPLITTING - THE INDEPENDENT SIDE OF THE FOOTING PROOF,
      *    COMPUTED EXACTLY AS ARRBAL'S 2100-ADD-ONE-EXTRACT DOES.
       01  WS-EXTRACT-TOTALS.
           05  WS-EXTRACT-COUNT          PIC 9(6) VALUE 0.
           05  WS-EXTRACT-HASH           PIC 9(15) VALUE 0.

       01  WS-GROUP-TOTALS.
           05  WS-CURRENT-BUCKET         PIC X VALUE SPACE.
               88  CURRENT-BUCKET-SEND           VALUE '1'.
           05  WS-CURRENT-DEPT           PIC X(8) VALUE SPACES.
           05  WS-GRP-COUNT              PIC 9(7) VALUE 0.
           05  WS-GRP-HASH               PIC 9(15) VALUE 0.

       01  WS-SENT-TOTALS.
           05  WS-FILES-PRODUCED         PIC 9(4) VALUE 0.
           05  WS-FILES-FAILED           PIC 9(4) VALUE 0.
           05  WS-SENT-COUNT             PIC 9(7) VALUE 0.
           05  WS-SENT-HASH              PIC 9(15) VALUE 0.
       01  WS-HELD-TOTALS.
           05  WS-HELD-COUNT             PIC 9(7) VALUE 0.
           05  WS-HELD-HASH              PIC 9(15) VALUE 0.
       01  WS-FOOT-TOTALS.
           05  WS-FOOT-COUNT             PIC 9(7) VALUE 0.
           05  WS-FOOT-HASH              PIC 9(15) VALUE 0.

      *    A DEPARTMENT IS THE LAST QUALIFIER OF ITS DATA SET NAME, SO
      *    IT MUST START WITH A LETTER OR # @ $, GO ON WITH LETTERS,
      *    DIGITS, # @ $ OR HYPHENS, AND HAVE NO EMBEDDED BLANK.
       01  WS-DEPT-NAME                  PIC X(8) VALUE SPACES.
       01  WS-DEPT-NAME-X REDEFINES WS-DEPT-NAME.
           05  WS-DEPT-CHAR              PIC X OCCURS 8 TIMES.
       01  WS-NX                         PIC 9(2) VALUE 0.

      *    THE DEPARTMENT FILE'S DATA SET, AND THE DISTOUT=DSN(...)
      *    ALLOCATION STRING HANDED TO THE RUNTIME BEFORE ITS OPEN -
      *    NULL-TERMINATED, AND KEPT IN WORKING-STORAGE BECAUSE THE
      *    RUNTIME HOLDS ON TO THE STRING ITSELF, NOT A COPY.
       01  WS-DIST-DSNAME                PIC X(44) VALUE SPACES.
       01  WS-ALLOC-STRING               PIC X(120) VALUE SPACES.
       01  WS-ALLOC-POINTER              USAGE POINTER.
       01  WS-PUTENV-RC                  PIC S9(9) BINARY VALUE 0.
       01  WS-NULL                       PIC X VALUE LOW-VALUE.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
           05  WS-RUN-DATE               PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY           PIC 9(4).
               10  WS-RUN-MM             PIC 9(2).
               10  WS-RUN-DD             PIC 9(2).
           05  WS-RUN-DATE-DISPLAY       PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(31)
                            VALUE 'DEPARTMENT DISTRIBUTION FILES'.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(15)
                                        VALUE 'BUSINESS DATE: '.
           05  H2-BUSINESS-DATE          PIC 9(8).
           05  FILLER                    PIC X(14)
                                        VALUE '   DATA SETS: '.
           05  H2-DSN-PREFIX             PIC X(43) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                    PIC X(10) VALUE 'DEPT'.
           05  FILLER                    PIC X(9) VALUE '    COUNT'.
           05  FILLER                    PIC X(21)
                                        VALUE '           VALUE HASH'.
           05  FILLER                    PIC X(8) VALUE '  RESULT'.

       01  WS-BUCKET-LINE                PIC X(80).
       01  WS-TEXT-LINE                  PIC X(80).

       01  WS-GROUP-LINE.
           05  GL-DEPT                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-HASH                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-RESULT                 PIC X(38).

       01  WS-PROOF-LINE.
           05  PL-ITEM                   PIC X(30).
           05  PL-LEFT                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PL-RIGHT                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PL-VERDICT                PIC X(7).

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'DISTRIB'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(35).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    THE JOIN RUNS AS THE SORT'S INPUT PROCEDURE AND THE FILE
      *    WRITING AS ITS OUTPUT PROCEDURE, THE SAME SHAPE AS
      *    ARRDEPT.
           PERFORM 8200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT DIST-FAILED AND NOT NOT-BALANCED
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-BUCKET
                                    SRT-DEPT
                                    SRT-ELEMENT
                   INPUT PROCEDURE IS 2000-SPLIT-EXTRACT
                   OUTPUT PROCEDURE IS 3000-WRITE-DEPT-FILES
               PERFORM 4000-PROVE-FOOTING
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 8100-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    A PREFIX OR TABLE ID LONGER THAN ITS FIELD IS REFUSED
      *    RATHER THAN TRUNCATED - A SHORTENED PREFIX WOULD STILL BE A
      *    VALID NAME, JUST THE WRONG ONE, AND A SHORTENED TABLE ID
      *    COULD BE SOME OTHER TABLE'S.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           EVALUATE TRUE
               WHEN WS-PARM-USE-LENGTH > 35
                   DISPLAY 'ARRDIST: PARM LONGER THAN 35 CHARACTERS - '
                           'NOTHING PRODUCED.'
                   SET DIST-FAILED TO TRUE
               WHEN WS-PARM-USE-LENGTH > ZERO
                   UNSTRING PARM-TEXT(1:WS-PARM-USE-LENGTH)
                       DELIMITED BY ','
                       INTO WS-DSN-PREFIX COUNT IN WS-PREFIX-LENGTH
                            WS-TABLE-ID COUNT IN WS-TABLE-LENGTH
                   END-UNSTRING
                   IF WS-PREFIX-LENGTH > 30 OR WS-TABLE-LENGTH > 4
                       DISPLAY 'ARRDIST: PARM PREFIX OVER 30 OR TABLE '
                               'ID OVER 4 CHARACTERS - NOTHING '
                               'PRODUCED.'
                       SET DIST-FAILED TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-DSN-PREFIX = SPACES AND NOT DIST-FAILED
               DISPLAY 'ARRDIST: NO DATA SET PREFIX IN THE PARM - '
                       'NOTHING PRODUCED.'
               SET DIST-FAILED TO TRUE
           END-IF
           IF WS-TABLE-ID = SPACES AND NOT DIST-FAILED
               DISPLAY 'ARRDIST: NO TABLE ID IN THE PARM - '
                       'NOTHING PRODUCED.'
               SET DIST-FAILED TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-MM   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-RUN-DD   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  INTO WS-RUN-DATE-DISPLAY
           END-STRING
           MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE
           MOVE WS-RUN-DATE TO WS-PRODUCED-DATE
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO WS-PRODUCED-TIME
           PERFORM 1100-READ-LEDGER
           PERFORM 1300-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE
           STRING WS-DSN-PREFIX DELIMITED BY SPACE
                  '.'           DELIMITED BY SIZE
                  WS-TABLE-ID   DELIMITED BY SPACE
                  '.<DEPT>'     DELIMITED BY SIZE
                  INTO H2-DSN-PREFIX
           END-STRING
           PERFORM 1500-WRITE-HEADINGS
           IF NOT DIST-FAILED AND NOT NOT-BALANCED
               PERFORM 1600-OPEN-FILES
           END-IF.

       1100-READ-LEDGER.
      *    THE LEDGER IS CLEARED AT THE TOP OF EVERY NIGHT, SO ANY
      *    BALANCE RECORD ON IT IS TONIGHT'S, AND THE NEWEST ONE IS
      *    THE STEP'S STATE - A BALANCE RERUN THAT DID NOT END LEAVES
      *    A STARTED RECORD LAST.  NO LEDGER AT ALL PROVES NOTHING.
           OPEN INPUT ARRSTEP-FILE
           IF ARRSTEP-OK
               PERFORM 1110-READ-STEP
               PERFORM 1200-CHECK-ONE-STEP UNTIL STEP-EOF
               CLOSE ARRSTEP-FILE
           END-IF
           IF NOT BALANCE-ENDED OR WS-BALANCE-RC NOT = 0
               DISPLAY 'ARRDIST: THE RUN LEDGER DOES NOT SHOW BALANCE '
                       'ENDED RC 0 TONIGHT - NOTHING PRODUCED.'
               SET NOT-BALANCED TO TRUE
           END-IF.

       1110-READ-STEP.
           READ ARRSTEP-FILE
               AT END
                   SET STEP-EOF TO TRUE
           END-READ.

       1200-CHECK-ONE-STEP.
           EVALUATE TRUE
               WHEN STF-STEP-NAME = 'STSOPEN' AND STF-STEP-ENDED
                   MOVE STF-RUN-DATE TO WS-NIGHT-DATE
                   MOVE STF-RUN-TIME TO WS-NIGHT-TIME
               WHEN STF-STEP-NAME = 'BALANCE'
                   MOVE STF-EVENT TO WS-BALANCE-EVENT
                   MOVE STF-RETURN-CODE TO WS-BALANCE-RC
           END-EVALUATE
           PERFORM 1110-READ-STEP.

       1300-READ-BUSINESS-DATE.
      *    THE NEWEST FEED ACCEPTED UNDER TONIGHT'S KEY.  WITHOUT ONE
      *    THE NIGHT'S OWN RUN DATE STANDS IN (TODAY'S, OUTSIDE
      *    ARRPOPJ) AND THE STEP WARNS.
           IF WS-NIGHT-KEY NOT = SPACES
               OPEN INPUT ARRRCVLG-FILE
               IF ARRRCVLG-OK
                   PERFORM 1310-READ-RECEIVED
                   PERFORM 1400-CHECK-ONE-RECEIVED UNTIL LOG-EOF
                   CLOSE ARRRCVLG-FILE
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               SET DATE-DEFAULTED TO TRUE
               IF WS-NIGHT-DATE IS NUMERIC
                   MOVE WS-NIGHT-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
               END-IF
               DISPLAY 'ARRDIST: NO FEED ACCEPTED TONIGHT ON ARRRCVLG '
                       '- BUSINESS DATE TAKEN AS ' WS-BUSINESS-DATE
           END-IF.

       1310-READ-RECEIVED.
           READ ARRRCVLG-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       1400-CHECK-ONE-RECEIVED.
           IF RCV-ACCEPTED AND RCV-NIGHT-KEY = WS-NIGHT-KEY
               MOVE RCV-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM 1310-READ-RECEIVED.

       1500-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE PRINT-RECORD FROM WS-HEADING-3
               AFTER ADVANCING 2 LINES.

       1600-OPEN-FILES.
      *    A FILE THAT CANNOT BE LOGGED IS NEVER PRODUCED, SO THE LOG
      *    IS OPENED WITH THE INPUTS, BEFORE ANY DEPARTMENT FILE.  A
      *    MISSING LOG IS THE FIRST NIGHT EVER.
           OPEN INPUT ARREXTR-FILE
           IF ARREXTR-OK
               SET EXTRACT-OPEN TO TRUE
           ELSE
               DISPLAY 'ARRDIST: CANNOT OPEN ARREXTR - STATUS '
                       WS-ARREXTR-STATUS ' - NOTHING PRODUCED.'
               SET DIST-FAILED TO TRUE
           END-IF
           OPEN INPUT DSCFILE-FILE
           IF DSCFILE-OK
               SET DSC-OPEN TO TRUE
           ELSE
               DISPLAY 'ARRDIST: CANNOT OPEN DSCFILE - STATUS '
                       WS-DSCFILE-STATUS ' - NOTHING PRODUCED.'
               SET DIST-FAILED TO TRUE
           END-IF
           OPEN EXTEND ARRXMTLG-FILE
           IF ARRXMTLG-NOT-FOUND
               OPEN OUTPUT ARRXMTLG-FILE
           END-IF
           IF ARRXMTLG-OK
               SET XMTLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'ARRDIST: CANNOT OPEN ARRXMTLG - STATUS '
                       WS-ARRXMTLG-STATUS ' - NOTHING PRODUCED.'
               SET DIST-FAILED TO TRUE
           END-IF.

       2000-SPLIT-EXTRACT.
           PERFORM 2100-READ-EXTRACT
           PERFORM 2200-SPLIT-ONE-VALUE UNTIL EXTRACT-EOF.

       2100-READ-EXTRACT.
           READ ARREXTR-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD ARREXTR-RECORD TO WS-EXTRACT-HASH
           END-READ.

       2200-SPLIT-ONE-VALUE.
      *    THE EXTRACT IS POSITIONAL - THE RECORD COUNT IS THE
      *    ELEMENT NUMBER, THE SAME KEY RULE AS ARRDEPT.
           MOVE ARREXTR-RECORD TO SRT-VALUE
           MOVE WS-EXTRACT-COUNT TO SRT-ELEMENT
           MOVE SPACES TO SRT-NAME
           SET SRT-BUCKET-HELD TO TRUE
           MOVE '*NONE*' TO SRT-DEPT
           MOVE WS-TABLE-ID TO DSC-TABLE-ID
           MOVE WS-EXTRACT-COUNT TO DSC-KEY
           READ DSCFILE-FILE
           IF DSCFILE-OK
               MOVE DSC-NAME TO SRT-NAME
               IF DSC-DEPT = SPACES
                   MOVE '*BLANK*' TO SRT-DEPT
               ELSE
                   MOVE DSC-DEPT TO SRT-DEPT
                   MOVE DSC-DEPT TO WS-DEPT-NAME
                   PERFORM 2300-CHECK-DEPT-NAME
                   IF NAME-VALID
                       SET SRT-BUCKET-SEND TO TRUE
                   END-IF
               END-IF
           END-IF
           RELEASE SORT-RECORD
           PERFORM 2100-READ-EXTRACT.

       2300-CHECK-DEPT-NAME.
           MOVE 'Y' TO WS-NAME-VALID
           MOVE 'N' TO WS-NAME-ENDED
           PERFORM 2310-CHECK-ONE-CHAR
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > 8 OR NOT NAME-VALID.

       2310-CHECK-ONE-CHAR.
           EVALUATE TRUE
               WHEN WS-DEPT-CHAR(WS-NX) = SPACE
                   SET NAME-ENDED TO TRUE
               WHEN NAME-ENDED
                   MOVE 'N' TO WS-NAME-VALID
               WHEN WS-DEPT-CHAR(WS-NX) IS ALPHABETIC-UPPER
                 OR WS-DEPT-CHAR(WS-NX) = '#' OR '@' OR '$'
                   CONTINUE
               WHEN WS-NX > 1
                AND (WS-DEPT-CHAR(WS-NX) IS NUMERIC
                  OR WS-DEPT-CHAR(WS-NX) = '-')
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-NAME-VALID
           END-EVALUATE.

       3000-WRITE-DEPT-FILES.
      *    SORT OUTPUT PROCEDURE - A BREAK ON BUCKET AND DEPARTMENT.
      *    EACH SENT DEPARTMENT'S FILE IS OPENED AT ITS FIRST ELEMENT
      *    AND CLOSED, TRAILED AND LOGGED AT THE BREAK.
           PERFORM 3100-RETURN-SORTED
           PERFORM 3200-TAKE-ONE-VALUE UNTIL SORT-EOF
           IF NOT FIRST-GROUP
               PERFORM 3500-CLOSE-GROUP
           END-IF.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       3200-TAKE-ONE-VALUE.
           EVALUATE TRUE
               WHEN FIRST-GROUP
                   PERFORM 3300-OPEN-GROUP
               WHEN SRT-BUCKET NOT = WS-CURRENT-BUCKET
                 OR SRT-DEPT NOT = WS-CURRENT-DEPT
                   PERFORM 3500-CLOSE-GROUP
                   PERFORM 3300-OPEN-GROUP
           END-EVALUATE
           ADD 1 TO WS-GRP-COUNT
           ADD SRT-VALUE TO WS-GRP-HASH
           IF DEPT-FILE-OPEN
               MOVE SPACES TO ARRDST-RECORD
               SET DST-DETAIL TO TRUE
               MOVE SRT-ELEMENT TO DST-ELEMENT
               MOVE SRT-NAME TO DST-NAME
               MOVE SRT-VALUE TO DST-VALUE
               PERFORM 3400-WRITE-DIST-RECORD
           END-IF
           PERFORM 3100-RETURN-SORTED.

       3300-OPEN-GROUP.
           MOVE 'N' TO WS-FIRST-GROUP
           MOVE 'N' TO WS-GROUP-FAILED
           MOVE SRT-BUCKET TO WS-CURRENT-BUCKET
           MOVE SRT-DEPT TO WS-CURRENT-DEPT
           IF SRT-BUCKET-SEND
               PERFORM 3310-ALLOCATE-DEPT-FILE
               IF DEPT-FILE-OPEN
                   MOVE SPACES TO ARRDST-RECORD
                   SET DST-HEADER TO TRUE
                   MOVE WS-BUSINESS-DATE TO DST-BUSINESS-DATE
                   MOVE WS-CURRENT-DEPT TO DST-DEPT
                   MOVE WS-PRODUCED-DATE TO DST-PRODUCED-DATE
                   MOVE WS-PRODUCED-TIME TO DST-PRODUCED-TIME
                   MOVE WS-TABLE-ID TO DST-TABLE-ID
                   PERFORM 3400-WRITE-DIST-RECORD
               ELSE
                   SET GROUP-FAILED TO TRUE
               END-IF
           END-IF.

       3310-ALLOCATE-DEPT-FILE.
      *    DISTOUT IS ALLOCATED FROM THE DISTOUT ENVIRONMENT VARIABLE
      *    AT OPEN AND FREED AT CLOSE.  THE DEPARTMENT'S DATA SET IS
      *    REWRITTEN IN PLACE IF IT IS ALREADY CATALOGED; ANY FAILURE
      *    TO OPEN IT THAT WAY IS TAKEN AS NOT CATALOGED YET, AND IT
      *    IS CREATED.  IF THAT FAILS TOO - A NAME ALREADY IN USE, NO
      *    SPACE - THE DEPARTMENT'S FILE IS NOT PRODUCED.
           MOVE SPACES TO WS-DIST-DSNAME
           STRING WS-DSN-PREFIX   DELIMITED BY SPACE
                  '.'             DELIMITED BY SIZE
                  WS-TABLE-ID     DELIMITED BY SPACE
                  '.'             DELIMITED BY SIZE
                  WS-CURRENT-DEPT DELIMITED BY SPACE
                  INTO WS-DIST-DSNAME
           END-STRING
           MOVE SPACES TO WS-ALLOC-STRING
           STRING 'DISTOUT=DSN(' DELIMITED BY SIZE
                  WS-DIST-DSNAME DELIMITED BY SPACE
                  ') OLD'        DELIMITED BY SIZE
                  WS-NULL        DELIMITED BY SIZE
                  INTO WS-ALLOC-STRING
           END-STRING
           PERFORM 3320-SET-ALLOCATION
           IF WS-PUTENV-RC = 0
               OPEN OUTPUT DISTOUT-FILE
           END-IF
           IF WS-PUTENV-RC NOT = 0 OR NOT DISTOUT-OK
               MOVE SPACES TO WS-ALLOC-STRING
               STRING 'DISTOUT=DSN('           DELIMITED BY SIZE
                      WS-DIST-DSNAME           DELIMITED BY SPACE
                      ') NEW CYL SPACE(1,5) '  DELIMITED BY SIZE
                      'UNIT(SYSDA) CATALOG'    DELIMITED BY SIZE
                      WS-NULL                  DELIMITED BY SIZE
                      INTO WS-ALLOC-STRING
               END-STRING
               PERFORM 3320-SET-ALLOCATION
               IF WS-PUTENV-RC = 0
                   OPEN OUTPUT DISTOUT-FILE
               END-IF
           END-IF
           IF WS-PUTENV-RC = 0 AND DISTOUT-OK
               SET DEPT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ARRDIST: CANNOT ALLOCATE ' WS-DIST-DSNAME
                       ' - STATUS ' WS-DISTOUT-STATUS
                       ' - DEPARTMENT ' WS-CURRENT-DEPT
                       ' NOT PRODUCED.'
           END-IF.

       3320-SET-ALLOCATION.
           SET WS-ALLOC-POINTER TO ADDRESS OF WS-ALLOC-STRING
           CALL 'putenv' USING BY VALUE WS-ALLOC-POINTER
               RETURNING WS-PUTENV-RC
           END-CALL.

       3400-WRITE-DIST-RECORD.
      *    A FAILED WRITE CLOSES NOTHING EARLY - THE REST OF THE
      *    DEPARTMENT'S ELEMENTS ARE STILL COUNTED, BUT THE FILE IS
      *    LOGGED AS FAILED AND NEVER SENT.
           WRITE ARRDST-RECORD
           IF NOT DISTOUT-OK
               IF NOT GROUP-FAILED
                   DISPLAY 'ARRDIST: WRITE FAILED ON ' WS-DIST-DSNAME
                           ' - STATUS ' WS-DISTOUT-STATUS
               END-IF
               SET GROUP-FAILED TO TRUE
           END-IF.

       3500-CLOSE-GROUP.
           MOVE WS-CURRENT-DEPT TO GL-DEPT
           MOVE WS-GRP-COUNT TO GL-COUNT
           MOVE WS-GRP-HASH TO GL-HASH
           IF CURRENT-BUCKET-SEND
               IF DEPT-FILE-OPEN
                   MOVE SPACES TO ARRDST-RECORD
                   SET DST-TRAILER TO TRUE
                   MOVE WS-GRP-COUNT TO DST-RECORD-COUNT
                   MOVE WS-GRP-HASH TO DST-VALUE-HASH
                   PERFORM 3400-WRITE-DIST-RECORD
                   CLOSE DISTOUT-FILE
                   MOVE 'N' TO WS-DEPT-FILE-OPEN
               END-IF
               PERFORM 3600-WRITE-XMT-ENTRY
               ADD WS-GRP-COUNT TO WS-SENT-COUNT
               ADD WS-GRP-HASH TO WS-SENT-HASH
               IF GROUP-FAILED
                   ADD 1 TO WS-FILES-FAILED
                   SET FILE-FAILED TO TRUE
                   MOVE 'FAILED - NOT TO BE SENT' TO GL-RESULT
               ELSE
                   ADD 1 TO WS-FILES-PRODUCED
                   MOVE 'PRODUCED' TO GL-RESULT
               END-IF
           ELSE
               ADD WS-GRP-COUNT TO WS-HELD-COUNT
               ADD WS-GRP-HASH TO WS-HELD-HASH
               EVALUATE WS-CURRENT-DEPT
                   WHEN '*NONE*'
                       MOVE 'HELD - NO DSCFILE RECORD' TO GL-RESULT
                   WHEN '*BLANK*'
                       MOVE 'HELD - NO DEPARTMENT ON DSCFILE'
                           TO GL-RESULT
                   WHEN OTHER
                       MOVE 'HELD - NOT A VALID DATA SET QUALIFIER'
                           TO GL-RESULT
               END-EVALUATE
           END-IF
           PERFORM 3700-WRITE-GROUP-LINE
           MOVE 0 TO WS-GRP-COUNT WS-GRP-HASH.

       3600-WRITE-XMT-ENTRY.
           MOVE SPACES TO ARRXMT-RECORD
           MOVE WS-NIGHT-KEY TO XMT-NIGHT-KEY
           MOVE WS-BUSINESS-DATE TO XMT-BUSINESS-DATE
           MOVE WS-CURRENT-DEPT TO XMT-DEPT
           MOVE WS-DIST-DSNAME TO XMT-DSNAME
           MOVE WS-GRP-COUNT TO XMT-RECORD-COUNT
           MOVE WS-GRP-HASH TO XMT-VALUE-HASH
           MOVE WS-PRODUCED-DATE TO XMT-PRODUCED-DATE
           MOVE WS-PRODUCED-TIME TO XMT-PRODUCED-TIME
           IF GROUP-FAILED
               SET XMT-FAILED TO TRUE
           ELSE
               SET XMT-PRODUCED TO TRUE
           END-IF
           WRITE ARRXMT-RECORD
           IF NOT ARRXMTLG-OK
               DISPLAY 'ARRDIST: CANNOT LOG ' WS-DIST-DSNAME
                       ' - STATUS ' WS-ARRXMTLG-STATUS
                       ' - DO NOT SEND IT.'
               SET GROUP-FAILED TO TRUE
           END-IF.

       3700-WRITE-GROUP-LINE.
           WRITE PRINT-RECORD FROM WS-GROUP-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1500-WRITE-HEADINGS
           END-WRITE.

       4000-PROVE-FOOTING.
      *    WHAT WAS SENT AND WHAT WAS HELD MUST ADD BACK UP TO THE
      *    EXTRACT - A FAILED FILE'S ELEMENTS COUNT AS SENT, SINCE
      *    THEY WERE SPLIT TO ITS DEPARTMENT.
           MOVE SPACES TO WS-GROUP-LINE
           MOVE 'SENT' TO GL-DEPT
           MOVE WS-SENT-COUNT TO GL-COUNT
           MOVE WS-SENT-HASH TO GL-HASH
           MOVE SPACES TO GL-RESULT
           STRING WS-FILES-PRODUCED ' PRODUCED, '
                  WS-FILES-FAILED ' FAILED'
                  DELIMITED BY SIZE INTO GL-RESULT
           END-STRING
           WRITE PRINT-RECORD FROM WS-GROUP-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HELD' TO GL-DEPT
           MOVE WS-HELD-COUNT TO GL-COUNT
           MOVE WS-HELD-HASH TO GL-HASH
           MOVE SPACES TO GL-RESULT
           WRITE PRINT-RECORD FROM WS-GROUP-LINE
               AFTER ADVANCING 1 LINES
           ADD WS-SENT-COUNT WS-HELD-COUNT GIVING WS-FOOT-COUNT
           ADD WS-SENT-HASH WS-HELD-HASH GIVING WS-FOOT-HASH
           MOVE 'SENT + HELD COUNT VS EXTRACT' TO PL-ITEM
           MOVE WS-FOOT-COUNT TO PL-LEFT
           MOVE WS-EXTRACT-COUNT TO PL-RIGHT
           IF WS-FOOT-COUNT = WS-EXTRACT-COUNT
               MOVE 'TIE' TO PL-VERDICT
           ELSE
               MOVE '*OUT*' TO PL-VERDICT
               SET OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE PRINT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'SENT + HELD VALUES VS HASH' TO PL-ITEM
           MOVE WS-FOOT-HASH TO PL-LEFT
           MOVE WS-EXTRACT-HASH TO PL-RIGHT
           IF WS-FOOT-HASH = WS-EXTRACT-HASH
               MOVE 'TIE' TO PL-VERDICT
           ELSE
               MOVE '*OUT*' TO PL-VERDICT
               SET OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE PRINT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINES.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN DIST-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN NOT-BALANCED
                   MOVE 8 TO RETURN-CODE
               WHEN FILE-FAILED OR OUT-OF-BALANCE
                   DISPLAY 'ARRDIST: ' WS-FILES-FAILED
                           ' DEPARTMENT FILE(S) FAILED OR THE TOTALS '
                           'DO NOT FOOT - SEE THE REPORT.'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0 OR DATE-DEFAULTED
                   DISPLAY 'ARRDIST: ' WS-FILES-PRODUCED
                           ' DEPARTMENT FILES PRODUCED, '
                           WS-HELD-COUNT ' ELEMENTS HELD BACK.'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRDIST: ' WS-FILES-PRODUCED
                           ' DEPARTMENT FILES PRODUCED, '
                           WS-SENT-COUNT ' ELEMENTS.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       8100-WRITE-STEP-RESULT.
      *    THE ENDED RECORD IN THE RUN LEDGER (SEE
      *    COPYBOOKS/ARRSTP.CPY), WRITTEN AFTER THE RETURN CODE IS
      *    SET SO IT CARRIES THE CODE THE SCHEDULER SEES.  AN ARRSTEP
      *    THAT WILL NOT OPEN IS REPORTED AND OTHERWISE IGNORED - IT
      *    IS NEVER A REASON TO CHANGE THIS STEP'S RETURN CODE.
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRDIST' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRDIST: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       8200-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 8100-WRITE-STEP-RESULT.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO WS-STEP-START-TIME
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRDIST' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRDIST: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           IF NOT-BALANCED
               MOVE 'BALANCE HAS NOT PROVED THIS NIGHT - NO DEPARTMENT'
                   TO WS-TEXT-LINE
               WRITE PRINT-RECORD FROM WS-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'FILE WAS PRODUCED AND NOTHING WAS LOGGED.'
                   TO WS-TEXT-LINE
               WRITE PRINT-RECORD FROM WS-TEXT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           IF EXTRACT-OPEN
               CLOSE ARREXTR-FILE
           END-IF
           IF DSC-OPEN
               CLOSE DSCFILE-FILE
           END-IF
           IF XMTLOG-OPEN
               CLOSE ARRXMTLG-FILE
           END-IF
           CLOSE PRINT-FILE.
