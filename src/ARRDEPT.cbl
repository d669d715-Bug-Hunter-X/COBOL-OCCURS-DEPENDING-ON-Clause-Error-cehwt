      ******************************************************************
      *    PROGRAM-ID : ARRDEPT
      *    PURPOSE    : DEPARTMENT SUMMARY OF THE ARREXTR EXTRACT.
      *                 ARRRPT LISTS EVERY ELEMENT AND ARRSUM GIVES ONE
      *                 SET OF STATISTICS FOR THE WHOLE TABLE, BUT
      *                 NEITHER ANSWERS THE QUESTION EACH OWNING
      *                 DEPARTMENT ACTUALLY ASKS - "WHAT DO MY
      *                 ELEMENTS ADD UP TO TONIGHT."  THIS REPORT
      *                 JOINS EVERY EXTRACT VALUE TO ITS DSCFILE
      *                 RECORD (SEE COPYBOOKS/ARRDSC.CPY), SORTS BY
      *                 DSC-DEPT, AND PRINTS ONE CONTROL-BREAK LINE PER
      *                 DEPARTMENT: ELEMENT COUNT, VALUE TOTAL, MINIMUM
      *                 AND MAXIMUM (NON-ZERO, THE SAME RULE AS
      *                 ARRSUM), AND ZERO-VALUE COUNT.
      *                 TWO BUCKETS ARE KEPT APART FROM THE
      *                 DEPARTMENTS SO THEY CANNOT HIDE INSIDE ONE:
      *                   - INACTIVE ('I') ELEMENTS THAT STILL HOLD A
      *                     NON-ZERO VALUE - SOMEBODY RETIRED THE
      *                     ELEMENT BUT THE FEED IS STILL FILLING IT,
      *                     BROKEN OUT BY THE DEPARTMENT THAT OWNED IT;
      *                     AN INACTIVE ELEMENT AT ZERO IS DOING NO
      *                     HARM AND STAYS WITH ITS DEPARTMENT,
      *                   - ELEMENTS WITH NO DSCFILE RECORD AT ALL (OR
      *                     EVERY ELEMENT, WHEN THE DSCFILE DD IS
      *                     MISSING).
      *                 EVERY ELEMENT LANDS IN EXACTLY ONE BUCKET, SO
      *                 THE BUCKET SUBTOTALS FOOT TO THE GRAND TOTAL,
      *                 AND THE GRAND TOTAL IS PROVED AGAINST A COUNT
      *                 AND SUM-OF-VALUES HASH TAKEN STRAIGHT OFF THE
      *                 EXTRACT - THE SAME HASH ARRBAL PROVES ARRFILE
      *                 AGAINST - SO THE DEPARTMENT FIGURES TIE TO THE
      *                 NIGHT'S BALANCING REPORT.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE EXTRACT BELONGS TO - ELEMENTS
      *                 ARE JOINED TO THAT TABLE'S RECORDS ON THE
      *                 SHARED DSCFILE.  A PARM THAT IS NOT A TABLE ID
      *                 OF 1-4 CHARACTERS FAILS THE STEP - WITHOUT ONE
      *                 NO ELEMENT COULD BE JOINED TO ITS DEPARTMENT.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY); ARRDEPTJ POINTS
      *                 ARRSTEP AT DD DUMMY.
      *                 RETURN-CODE 0  - REPORT PRODUCED, SUBTOTALS
      *                 FOOT TO THE EXTRACT TOTALS.
      *                 RETURN-CODE 8  - SUBTOTALS DO NOT FOOT - THE
      *                 REPORT CANNOT BE TRUSTED.
      *                 RETURN-CODE 16 - NO TABLE ID IN THE PARM, OR
      *                 ARREXTR COULD NOT BE OPENED - NO REPORT
      *                 PRODUCED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRDEPT.

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

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

      *    SRT-BUCKET ORDERS THE REPORT SECTIONS: '1' ACTIVE
      *    DEPARTMENTS, '2' INACTIVE ELEMENTS STILL HOLDING A VALUE,
      *    '3' ELEMENTS WITH NO DESCRIPTION RECORD.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BUCKET                PIC X.
               88  SRT-BUCKET-DEPT               VALUE '1'.
               88  SRT-BUCKET-INACTIVE           VALUE '2'.
               88  SRT-BUCKET-NO-DSC             VALUE '3'.
           05  SRT-DEPT                  PIC X(8).
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
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACT            PIC X VALUE 'N'.
               88  EXTRACT-EOF                   VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-DEPT-FAILED            PIC X VALUE 'N'.
               88  DEPT-FAILED                   VALUE 'Y'.
           05  WS-DSC-AVAILABLE          PIC X VALUE 'N'.
               88  DSC-AVAILABLE                 VALUE 'Y'.
           05  WS-OUT-OF-BALANCE         PIC X VALUE 'N'.
               88  OUT-OF-BALANCE                VALUE 'Y'.
           05  WS-FIRST-GROUP            PIC X VALUE 'Y'.
               88  FIRST-GROUP                   VALUE 'Y'.

      *    TAKEN STRAIGHT OFF THE EXTRACT AS IT IS READ, BEFORE ANY
      *    BUCKETING - THE INDEPENDENT SIDE OF THE FOOTING PROOF,
      *    COMPUTED EXACTLY AS ARRBAL'S 2100-ADD-ONE-EXTRACT DOES.
       01  WS-EXTRACT-TOTALS.
           05  WS-EXTRACT-COUNT          PIC 9(6) VALUE 0.
           05  WS-EXTRACT-HASH           PIC 9(15) VALUE 0.

      *    ONE SET OF ACCUMULATORS PER LEVEL OF THE BREAK: THE
      *    CURRENT DEPARTMENT, THE CURRENT BUCKET, AND THE GRAND
      *    TOTAL BUILT UP FROM THE BUCKET SUBTOTALS.
       01  WS-GROUP-TOTALS.
           05  WS-CURRENT-BUCKET         PIC X VALUE SPACE.
           05  WS-CURRENT-DEPT           PIC X(8) VALUE SPACES.
           05  WS-GRP-COUNT              PIC 9(6) VALUE 0.
           05  WS-GRP-TOTAL              PIC 9(15) VALUE 0.
           05  WS-GRP-MIN                PIC 9(9) VALUE 999999999.
           05  WS-GRP-MAX                PIC 9(9) VALUE 0.
           05  WS-GRP-ZERO-COUNT         PIC 9(6) VALUE 0.

       01  WS-BUCKET-TOTALS.
           05  WS-BKT-COUNT              PIC 9(6) VALUE 0.
           05  WS-BKT-TOTAL              PIC 9(15) VALUE 0.
           05  WS-BKT-MIN                PIC 9(9) VALUE 999999999.
           05  WS-BKT-MAX                PIC 9(9) VALUE 0.
           05  WS-BKT-ZERO-COUNT         PIC 9(6) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT            PIC 9(6) VALUE 0.
           05  WS-GRAND-TOTAL            PIC 9(15) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
           05  WS-RUN-DATE               PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY           PIC 9(4).
               10  WS-RUN-MM             PIC 9(2).
               10  WS-RUN-DD             PIC 9(2).
           05  WS-RUN-DATE-DISPLAY       PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(21)
                                  VALUE 'DEPARTMENT SUMMARY'.
           05  FILLER                    PIC X(6) VALUE 'TABLE '.
           05  H1-TABLE                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(10) VALUE 'DEPT'.
           05  FILLER                    PIC X(7) VALUE '  COUNT'.
           05  FILLER                    PIC X(21)
                                        VALUE '          VALUE TOTAL'.
           05  FILLER                    PIC X(13)
                                          VALUE '      MINIMUM'.
           05  FILLER                    PIC X(13)
                                          VALUE '      MAXIMUM'.
           05  FILLER                    PIC X(9) VALUE '    ZEROS'.

       01  WS-BUCKET-LINE                PIC X(80).

       01  WS-GROUP-LINE.
           05  GL-DEPT                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-TOTAL                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-MIN                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-MAX                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  GL-ZERO-COUNT             PIC ZZZ,ZZ9.

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
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'DEPTRPT'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    THE JOIN RUNS AS THE SORT'S INPUT PROCEDURE AND THE
      *    CONTROL-BREAK REPORT AS ITS OUTPUT PROCEDURE, THE SAME
      *    SHAPE AS ARRLIMC.
           PERFORM 5200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT DEPT-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-BUCKET
                                    SRT-DEPT
                   INPUT PROCEDURE IS 2000-BUCKET-EXTRACT
                   OUTPUT PROCEDURE IS 3000-PRINT-SUMMARY
               PERFORM 4000-PROVE-FOOTING
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 5000-SET-RETURN-CODE
           PERFORM 5100-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRDEPT: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - NO REPORT PRODUCED.'
               SET DEPT-FAILED TO TRUE
           END-IF
           IF NOT DEPT-FAILED
               OPEN INPUT ARREXTR-FILE
               IF NOT ARREXTR-OK
                   DISPLAY 'ARRDEPT: CANNOT OPEN ARREXTR - STATUS '
                           WS-ARREXTR-STATUS ' - NO REPORT PRODUCED.'
                   SET DEPT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT DEPT-FAILED
               OPEN INPUT DSCFILE-FILE
               IF DSCFILE-OK
                   SET DSC-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'ARRDEPT: NO DSCFILE - STATUS '
                           WS-DSCFILE-STATUS
                           ' - EVERY ELEMENT REPORTS AS UNDESCRIBED.'
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
               MOVE WS-TABLE-ID TO H1-TABLE
               PERFORM 1200-WRITE-HEADINGS
           END-IF.

       1100-READ-EXTRACT.
           READ ARREXTR-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD ARREXTR-RECORD TO WS-EXTRACT-HASH
           END-READ.

       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       2000-BUCKET-EXTRACT.
           PERFORM 1100-READ-EXTRACT
           PERFORM 2100-BUCKET-ONE-VALUE UNTIL EXTRACT-EOF.

       2100-BUCKET-ONE-VALUE.
      *    THE EXTRACT IS POSITIONAL - THE RECORD COUNT IS THE
      *    ELEMENT NUMBER, THE SAME KEY RULE AS ARRRPT'S LOOKUP.  A
      *    DESCRIBED ELEMENT WITH A BLANK DSC-DEPT REPORTS UNDER
      *    *BLANK* SO IT STILL SHOWS AS ITS OWN LINE.
           MOVE ARREXTR-RECORD TO SRT-VALUE
           MOVE '3' TO SRT-BUCKET
           MOVE '*NONE*' TO SRT-DEPT
           IF DSC-AVAILABLE
               MOVE WS-TABLE-ID TO DSC-TABLE-ID
               MOVE WS-EXTRACT-COUNT TO DSC-KEY
               READ DSCFILE-FILE
               IF DSCFILE-OK
                   IF DSC-DEPT = SPACES
                       MOVE '*BLANK*' TO SRT-DEPT
                   ELSE
                       MOVE DSC-DEPT TO SRT-DEPT
                   END-IF
                   IF DSC-STATUS-INACTIVE AND ARREXTR-RECORD > ZERO
                       MOVE '2' TO SRT-BUCKET
                   ELSE
                       MOVE '1' TO SRT-BUCKET
                   END-IF
               END-IF
           END-IF
           RELEASE SORT-RECORD
           PERFORM 1100-READ-EXTRACT.

       3000-PRINT-SUMMARY.
      *    SORT OUTPUT PROCEDURE - A TWO-LEVEL BREAK.  A CHANGE OF
      *    BUCKET CLOSES THE DEPARTMENT AND THE BUCKET; A CHANGE OF
      *    DEPARTMENT ALONE CLOSES JUST THE DEPARTMENT.
           PERFORM 3100-RETURN-SORTED
           PERFORM 3200-ADD-ONE-VALUE UNTIL SORT-EOF
           IF NOT FIRST-GROUP
               PERFORM 3500-CLOSE-DEPT
               PERFORM 3600-CLOSE-BUCKET
           END-IF.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       3200-ADD-ONE-VALUE.
           EVALUATE TRUE
               WHEN FIRST-GROUP
                   PERFORM 3300-OPEN-BUCKET
               WHEN SRT-BUCKET NOT = WS-CURRENT-BUCKET
                   PERFORM 3500-CLOSE-DEPT
                   PERFORM 3600-CLOSE-BUCKET
                   PERFORM 3300-OPEN-BUCKET
               WHEN SRT-DEPT NOT = WS-CURRENT-DEPT
                   PERFORM 3500-CLOSE-DEPT
                   MOVE SRT-DEPT TO WS-CURRENT-DEPT
           END-EVALUATE
           ADD 1 TO WS-GRP-COUNT
           ADD SRT-VALUE TO WS-GRP-TOTAL
           IF SRT-VALUE = ZERO
               ADD 1 TO WS-GRP-ZERO-COUNT
           ELSE
               IF SRT-VALUE < WS-GRP-MIN
                   MOVE SRT-VALUE TO WS-GRP-MIN
               END-IF
               IF SRT-VALUE > WS-GRP-MAX
                   MOVE SRT-VALUE TO WS-GRP-MAX
               END-IF
           END-IF
           PERFORM 3100-RETURN-SORTED.

       3300-OPEN-BUCKET.
           MOVE 'N' TO WS-FIRST-GROUP
           MOVE SRT-BUCKET TO WS-CURRENT-BUCKET
           MOVE SRT-DEPT TO WS-CURRENT-DEPT
           EVALUATE TRUE
               WHEN SRT-BUCKET-DEPT
                   MOVE 'ACTIVE ELEMENTS BY DEPARTMENT'
                       TO WS-BUCKET-LINE
               WHEN SRT-BUCKET-INACTIVE
                   MOVE 'INACTIVE ELEMENTS STILL HOLDING A VALUE'
                       TO WS-BUCKET-LINE
               WHEN OTHER
                   MOVE 'ELEMENTS WITH NO DSCFILE RECORD'
                       TO WS-BUCKET-LINE
           END-EVALUATE
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       3400-WRITE-GROUP-LINE.
      *    A GROUP WITH NO NON-ZERO VALUE HAS NO MEANINGFUL MINIMUM -
      *    PRINT ZERO RATHER THAN THE 999999999 SEED.
           MOVE WS-GRP-COUNT TO GL-COUNT
           MOVE WS-GRP-TOTAL TO GL-TOTAL
           IF WS-GRP-MAX = ZERO
               MOVE ZERO TO GL-MIN
           ELSE
               MOVE WS-GRP-MIN TO GL-MIN
           END-IF
           MOVE WS-GRP-MAX TO GL-MAX
           MOVE WS-GRP-ZERO-COUNT TO GL-ZERO-COUNT
           WRITE PRINT-RECORD FROM WS-GROUP-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       3500-CLOSE-DEPT.
      *    PRINT THE DEPARTMENT LINE, ROLL IT INTO THE BUCKET, AND
      *    RESET FOR THE NEXT DEPARTMENT.
           MOVE WS-CURRENT-DEPT TO GL-DEPT
           PERFORM 3400-WRITE-GROUP-LINE
           ADD WS-GRP-COUNT TO WS-BKT-COUNT
           ADD WS-GRP-TOTAL TO WS-BKT-TOTAL
           ADD WS-GRP-ZERO-COUNT TO WS-BKT-ZERO-COUNT
           IF WS-GRP-MAX > ZERO
               IF WS-GRP-MIN < WS-BKT-MIN
                   MOVE WS-GRP-MIN TO WS-BKT-MIN
               END-IF
               IF WS-GRP-MAX > WS-BKT-MAX
                   MOVE WS-GRP-MAX TO WS-BKT-MAX
               END-IF
           END-IF
           MOVE 0 TO WS-GRP-COUNT WS-GRP-TOTAL WS-GRP-MAX
                     WS-GRP-ZERO-COUNT
           MOVE 999999999 TO WS-GRP-MIN.

       3600-CLOSE-BUCKET.
      *    THE BUCKET SUBTOTAL REUSES THE GROUP LINE; THE GRAND TOTAL
      *    IS BUILT ONLY FROM THESE SUBTOTALS, SO 4000 PROVES THE
      *    FOOTING RATHER THAN ASSUMING IT.
           MOVE WS-BKT-COUNT TO WS-GRP-COUNT
           MOVE WS-BKT-TOTAL TO WS-GRP-TOTAL
           MOVE WS-BKT-MIN TO WS-GRP-MIN
           MOVE WS-BKT-MAX TO WS-GRP-MAX
           MOVE WS-BKT-ZERO-COUNT TO WS-GRP-ZERO-COUNT
           MOVE 'SUBTOTAL' TO GL-DEPT
           PERFORM 3400-WRITE-GROUP-LINE
           ADD WS-BKT-COUNT TO WS-GRAND-COUNT
           ADD WS-BKT-TOTAL TO WS-GRAND-TOTAL
           MOVE 0 TO WS-BKT-COUNT WS-BKT-TOTAL WS-BKT-MAX
                     WS-BKT-ZERO-COUNT
                     WS-GRP-COUNT WS-GRP-TOTAL WS-GRP-MAX
                     WS-GRP-ZERO-COUNT
           MOVE 999999999 TO WS-BKT-MIN WS-GRP-MIN.

       4000-PROVE-FOOTING.
           MOVE 'SUBTOTAL COUNT VS EXTRACT' TO PL-ITEM
           MOVE WS-GRAND-COUNT TO PL-LEFT
           MOVE WS-EXTRACT-COUNT TO PL-RIGHT
           IF WS-GRAND-COUNT = WS-EXTRACT-COUNT
               MOVE 'TIE' TO PL-VERDICT
           ELSE
               MOVE '*OUT*' TO PL-VERDICT
               SET OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE PRINT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'SUBTOTAL VALUES VS HASH TOTAL' TO PL-ITEM
           MOVE WS-GRAND-TOTAL TO PL-LEFT
           MOVE WS-EXTRACT-HASH TO PL-RIGHT
           IF WS-GRAND-TOTAL = WS-EXTRACT-HASH
               MOVE 'TIE' TO PL-VERDICT
           ELSE
               MOVE '*OUT*' TO PL-VERDICT
               SET OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE PRINT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN DEPT-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN OUT-OF-BALANCE
                   DISPLAY 'ARRDEPT: DEPARTMENT SUBTOTALS DO NOT FOOT '
                           'TO THE EXTRACT - SEE THE REPORT.'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRDEPT: ' WS-GRAND-COUNT ' ELEMENTS, '
                           'HASH ' WS-GRAND-TOTAL
                           ' - SUBTOTALS FOOT TO THE EXTRACT.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       5100-WRITE-STEP-RESULT.
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
               MOVE 'ARRDEPT' TO STF-PROGRAM
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
               DISPLAY 'ARRDEPT: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       5200-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 5100-WRITE-STEP-RESULT.
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
               MOVE 'ARRDEPT' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRDEPT: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARREXTR-FILE
           IF DSC-AVAILABLE
               CLOSE DSCFILE-FILE
           END-IF
           CLOSE PRINT-FILE.
