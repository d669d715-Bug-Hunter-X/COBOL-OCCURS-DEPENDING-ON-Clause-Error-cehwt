      ******************************************************************
      *    PROGRAM-ID : ARRCALC
      *    PURPOSE    : RECALCULATE THE DERIVED ELEMENTS ON THE ARREXTR
      *                 EXTRACT FROM THE DERIVED-ELEMENT RULES MASTER
      *                 (DRVFILE, SEE COPYBOOKS/ARRDRV.CPY) - THE
      *                 TOTALS AND RATIOS THAT USED TO BE ADDED UP BY
      *                 HAND AND KEYED AS IF THEY WERE SOURCE VALUES.
      *                 RUNS AFTER ARRPOP AND BEFORE THE DELTA COMPARE
      *                 IN ARRPOPJ, AND AFTER THE UPDATE-MODE ARRPOP IN
      *                 ARRMNTJ, SO A CORRECTED COMPONENT RE-DERIVES ITS
      *                 TOTALS THE SAME NIGHT.
      *                 THE EXTRACT IS POSITIONAL (RECORD N IS ELEMENT
      *                 N - THE SAME KEY RULE AS ARRLIMC AND ARRLOAD).
      *                 ARRBASE, A COPY OF THE EXTRACT TAKEN BY THE JOB
      *                 JUST BEFORE THIS STEP, IS LOADED INTO WS-ARRAY,
      *                 THE RULES ARE APPLIED IN KEY ORDER, AND ARREXTR
      *                 IS REWRITTEN FROM THE TABLE - BUT ONLY WHEN A
      *                 DERIVED VALUE ACTUALLY CHANGED, SO A NIGHT WITH
      *                 NO RULES OR NOTHING TO CHANGE LEAVES THE
      *                 EXTRACT AS ARRPOP WROTE IT.  A REWRITE ALSO
      *                 APPENDS A SUCCESS RECORD TO ARRAUDIT CARRYING
      *                 THE NEW HASH (SEE COPYBOOKS/ARRAUD.CPY), SO
      *                 ARRBAL AND ARRRST PROVE THE EXTRACT THAT WAS
      *                 ACTUALLY LOADED, NOT THE ONE ARRPOP WROTE.
      *                 EVERY DD IS THE TABLE'S OWN DATA SET (SEE
      *                 COPYBOOKS/ARRTBL.CPY), RULES INCLUDED; THE
      *                 RE-STAMP CARRIES THE TABLE ID OF THE ARRAUDIT
      *                 RECORD IT FOLLOWS, SO NO PARM IS NEEDED.
      *                 EVERY RULE PRINTS ITS PREVIOUS AND DERIVED
      *                 VALUE, THEN ONE LINE PER OPERAND RANGE WITH ITS
      *                 SUM AND HOW MANY OF ITS ELEMENTS WERE MISSING
      *                 (PAST THE END OF THE EXTRACT), ZERO, OR DERIVED
      *                 ELEMENTS NOT YET RECALCULATED (NUMBERED AT OR
      *                 ABOVE THE TARGET - SEE ARRDRV.CPY).  A RULE
      *                 WITH ANY OF THOSE IS AN EXCEPTION, AS IS ONE
      *                 THAT CANNOT BE CALCULATED AT ALL:
      *                   - TARGET PAST THE END OF THE EXTRACT - THE
      *                     RULE IS SKIPPED, THE EXTRACT NOT EXTENDED,
      *                   - RULE INVALID (A HAND-LOADED RECORD ARRDRVM
      *                     WOULD HAVE REJECTED) - SKIPPED,
      *                   - A NEGATIVE DIFFERENCE, A ZERO PERCENTAGE
      *                     BASE, OR A RESULT TOO BIG FOR THE 9-DIGIT
      *                     EXTRACT VALUE - THE TARGET IS SET TO ZERO.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY); ARRMNTJ POINTS
      *                 ARRSTEP AT DD DUMMY.
      *                 EVERY DERIVED VALUE THAT CHANGES IS APPENDED TO
      *                 ARRJRNL, THE CHANGE JOURNAL (SEE
      *                 COPYBOOKS/ARRJRN.CPY), REFERENCED BY THE RULE'S
      *                 DESCRIPTION - ARRMNTJ POINTS IT AT THE TABLE'S
      *                 JOURNAL, SO A MAINTENANCE RUN SHOWS THE
      *                 TOTALS IT MOVED.  ARRPOPJ POINTS IT AT DD DUMMY:
      *                 THE NIGHT'S NET CHANGE, DERIVED VALUES
      *                 INCLUDED, IS JOURNALED BY ITS APPLY OR LOAD.
      *                 THE JOURNAL IS WRITTEN BEFORE ARREXTR IS
      *                 REWRITTEN, SO A RERUN AFTER RC 12, OR AFTER A
      *                 FAILED JOURNAL WRITE, JOURNALS AGAIN THE CHANGES
      *                 ALREADY RECORDED.
      *                 RETURN-CODE 0  - EVERY RULE CALCULATED CLEANLY
      *                 (OR THERE ARE NO RULES).
      *                 RETURN-CODE 4  - EXCEPTIONS REPORTED - THE
      *                 EXTRACT IS STILL COMPLETE AND THE NIGHT GOES ON.
      *                 RETURN-CODE 12 - ARREXTR COULD NOT BE REWRITTEN
      *                 - IT MAY BE SHORT; ARRBASE IS INTACT, SO RERUN
      *                 THIS STEP.
      *                 RETURN-CODE 16 - ARRBASE, DRVFILE OR ARRJRNL
      *                 COULD NOT BE OPENED, ARRBASE IS BIGGER THAN
      *                 WS-ARRAY, OR A JOURNAL WRITE FAILED - ARREXTR
      *                 IS UNTOUCHED; FIX THE CAUSE AND RERUN THIS
      *                 STEP FROM ARRBASE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRBASE-FILE ASSIGN TO ARRBASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRBASE-STATUS.

           SELECT ARREXTR-FILE ASSIGN TO ARREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREXTR-STATUS.

           SELECT DRVFILE-FILE ASSIGN TO DRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRV-KEY
               FILE STATUS IS WS-DRVFILE-STATUS.

           SELECT ARRAUDIT-FILE ASSIGN TO ARRAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRAUDIT-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE EXTRACT AS ARRPOP LEFT IT.  SAME 9-BYTE LAYOUT AS
      *    ARREXTR - DECLARED INLINE FOR THE SAME REASON AS ARRPOP'S
      *    ARRPREV-RECORD.
       FD  ARRBASE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  ARRBASE-RECORD                PIC 9(9).

       FD  ARREXTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
           COPY ARREXTR.

       FD  DRVFILE-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY ARRDRV.

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       WORKING-STORAGE SECTION.
           COPY ARRDATA.

       01  WS-FILE-STATUSES.
           05  WS-ARRBASE-STATUS         PIC XX VALUE SPACES.
               88  ARRBASE-OK                    VALUE '00'.
           05  WS-ARREXTR-STATUS         PIC XX VALUE SPACES.
               88  ARREXTR-OK                    VALUE '00'.
           05  WS-DRVFILE-STATUS         PIC XX VALUE SPACES.
               88  DRVFILE-OK                    VALUE '00'.
           05  WS-ARRAUDIT-STATUS        PIC XX VALUE SPACES.
               88  ARRAUDIT-OK                   VALUE '00'.
               88  ARRAUDIT-NOT-FOUND            VALUE '35'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
               88  ARRJRNL-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-BASE               PIC X VALUE 'N'.
               88  BASE-EOF                      VALUE 'Y'.
           05  WS-EOF-DRVFILE            PIC X VALUE 'N'.
               88  DRVFILE-EOF                   VALUE 'Y'.
           05  WS-EOF-AUDIT              PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.
      *    LATCHED AT OPEN, FOR THE SAME REASON AS ARRLIMC'S
      *    WS-CHECK-FAILED.
           05  WS-CALC-FAILED            PIC X VALUE 'N'.
               88  CALC-FAILED                   VALUE 'Y'.
           05  WS-REWRITE-FAILED         PIC X VALUE 'N'.
               88  REWRITE-FAILED                VALUE 'Y'.
      *    A JOURNAL WRITE THAT FAILED STOPS THE RULES WHERE THEY ARE
      *    AND KEEPS ARREXTR AS ARRPOP WROTE IT - A DERIVED CHANGE IS
      *    NEVER LOADED WITHOUT ITS JOURNAL RECORD.
           05  WS-JOURNAL-FAILED         PIC X VALUE 'N'.
               88  JOURNAL-FAILED                VALUE 'Y'.

      *    ONE BYTE PER ELEMENT, SET FOR EVERY ELEMENT THAT HAS A
      *    DRVFILE RULE BEFORE ANY RULE IS APPLIED - HOW AN OPERAND
      *    TELLS A DERIVED ELEMENT NOT YET RECALCULATED FROM A KEYED
      *    ONE.  SIZED TO WS-ARRAY (SEE COPYBOOKS/ARRDATA.CPY).
       01  WS-DRV-FLAGS.
           05  WS-DRV-FLAG               PIC X OCCURS 250000 TIMES.

       01  WS-CALC-COUNTS.
           05  WS-RULE-COUNT             PIC 9(6) VALUE 0.
           05  WS-DERIVED-COUNT          PIC 9(6) VALUE 0.
           05  WS-CHANGED-COUNT          PIC 9(6) VALUE 0.
           05  WS-EXCEPTION-COUNT        PIC 9(6) VALUE 0.
           05  WS-SKIPPED-COUNT          PIC 9(6) VALUE 0.
           05  WS-ZEROED-COUNT           PIC 9(6) VALUE 0.
           05  WS-MISSING-RULES          PIC 9(6) VALUE 0.
           05  WS-ZERO-RULES             PIC 9(6) VALUE 0.
           05  WS-FORWARD-RULES          PIC 9(6) VALUE 0.
           05  WS-WRITTEN-COUNT          PIC 9(6) VALUE 0.

      *    ONE RULE'S WORK FIELDS.  WS-OPERAND-SUM CAN REACH 250,000
      *    ELEMENTS OF 9 DIGITS, SO THE SUMS AND THE RESULT ARE KEPT
      *    WELL WIDER THAN THE EXTRACT VALUE AND CHECKED AGAINST IT
      *    BEFORE THEY ARE STORED.
       01  WS-RULE-FIELDS.
           05  WS-OX                     PIC 9(2) VALUE 0.
           05  WS-EX                     PIC 9(7) VALUE 0.
           05  WS-OPERAND-SUM            PIC S9(17) COMP-3 VALUE 0.
           05  WS-FIRST-SUM              PIC S9(17) COMP-3 VALUE 0.
           05  WS-REST-SUM               PIC S9(17) COMP-3 VALUE 0.
           05  WS-RESULT                 PIC S9(17) COMP-3 VALUE 0.
           05  WS-PCT-SCALE              PIC 9(7) COMP-3 VALUE 0.
           05  WS-OPERAND-MISSING        PIC 9(6) VALUE 0.
           05  WS-OPERAND-ZERO           PIC 9(6) VALUE 0.
           05  WS-OPERAND-FORWARD        PIC 9(6) VALUE 0.
           05  WS-RULE-MISSING           PIC 9(6) VALUE 0.
           05  WS-RULE-ZERO              PIC 9(6) VALUE 0.
           05  WS-RULE-FORWARD           PIC 9(6) VALUE 0.
           05  WS-PREVIOUS-VALUE         PIC 9(9) VALUE 0.
           05  WS-DERIVED-VALUE          PIC 9(9) VALUE 0.
           05  WS-RULE-NOTE              PIC X(20) VALUE SPACES.

       01  WS-EXTRACT-HASH               PIC 9(15) VALUE 0.
       01  WS-LAST-ARRAY-SIZE            PIC 9(6) VALUE 0.
       01  WS-LAST-TABLE-ID              PIC X(4) VALUE SPACES.

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
                                  VALUE 'DERIVED ELEMENT CALC'.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(8) VALUE 'TARGET'.
           05  FILLER                    PIC X(5) VALUE 'OP'.
           05  FILLER                    PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(10) VALUE ' PREVIOUS'.
           05  FILLER                    PIC X(10) VALUE '  DERIVED'.
           05  FILLER                    PIC X(4) VALUE 'NOTE'.

       01  WS-RULE-LINE.
           05  RL-TARGET                 PIC ZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-OPERATION              PIC X(3).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-DESCRIPTION            PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RL-PREVIOUS               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RL-DERIVED                PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RL-NOTE                   PIC X(20).

      *    ONE PER OPERAND RANGE UNDER ITS RULE LINE.  THE ROLE SAYS
      *    WHAT THE RANGE DOES IN THE RULE: ADD (SUM), BASE/LESS
      *    (DIFFERENCE), NUM/DEN (PERCENTAGE).
       01  WS-OPERAND-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  OL-ROLE                   PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  OL-FROM                   PIC ZZZZZ9.
           05  FILLER                    PIC X(6) VALUE ' THRU '.
           05  OL-THRU                   PIC ZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  OL-SUM                    PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                    PIC X(6) VALUE ' MISS='.
           05  OL-MISSING                PIC ZZZZZ9.
           05  FILLER                    PIC X(6) VALUE ' ZERO='.
           05  OL-ZERO                   PIC ZZZZZ9.
           05  FILLER                    PIC X(5) VALUE ' FWD='.
           05  OL-FORWARD                PIC ZZZZZ9.

       01  WS-COUNT-LINE.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZ9.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'CALC'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 5200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT CALC-FAILED
               PERFORM 2000-FLAG-DERIVED
           END-IF
           IF NOT CALC-FAILED
               PERFORM 3000-APPLY-RULES
               IF WS-CHANGED-COUNT > ZERO AND NOT JOURNAL-FAILED
                   PERFORM 6000-REWRITE-EXTRACT
                   IF NOT REWRITE-FAILED
                       PERFORM 6500-WRITE-AUDIT
                   END-IF
               END-IF
               PERFORM 4000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 5000-SET-RETURN-CODE
           PERFORM 5100-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    ARRBASE IS LOADED WHOLE BEFORE DRVFILE IS EVEN OPENED - A
      *    BASE TOO BIG FOR WS-ARRAY FAILS THE STEP HERE, BEFORE
      *    ARREXTR IS TOUCHED.
           MOVE 250000 TO WS-ARRAY-SIZE
           MOVE ALL 'N' TO WS-DRV-FLAGS
           OPEN INPUT ARRBASE-FILE
           IF NOT ARRBASE-OK
               DISPLAY 'ARRCALC: CANNOT OPEN ARRBASE - STATUS '
                       WS-ARRBASE-STATUS ' - NOTHING DERIVED.'
               SET CALC-FAILED TO TRUE
           ELSE
               PERFORM 1100-READ-BASE
               PERFORM 1150-LOAD-ONE-VALUE
                   UNTIL BASE-EOF OR CALC-FAILED
               CLOSE ARRBASE-FILE
           END-IF
           IF NOT CALC-FAILED
               OPEN INPUT DRVFILE-FILE
               IF NOT DRVFILE-OK
                   DISPLAY 'ARRCALC: CANNOT OPEN DRVFILE - STATUS '
                           WS-DRVFILE-STATUS ' - NOTHING DERIVED.'
                   SET CALC-FAILED TO TRUE
               ELSE
                   PERFORM 1400-OPEN-JOURNAL
               END-IF
           END-IF
           IF NOT CALC-FAILED
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
               PERFORM 1200-WRITE-HEADINGS
           END-IF.

       1100-READ-BASE.
           READ ARRBASE-FILE
               AT END
                   SET BASE-EOF TO TRUE
           END-READ.

       1150-LOAD-ONE-VALUE.
           IF WS-COUNT >= WS-ARRAY-SIZE
               DISPLAY 'ARRCALC: ARRBASE HOLDS MORE THAN '
                       WS-ARRAY-SIZE ' VALUES - NOTHING DERIVED.'
               SET CALC-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-COUNT
               MOVE ARRBASE-RECORD TO WS-ARRAY-ELEMENT(WS-COUNT)
               PERFORM 1100-READ-BASE
           END-IF.

       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       1300-READ-DRVFILE.
           READ DRVFILE-FILE NEXT RECORD
               AT END
                   SET DRVFILE-EOF TO TRUE
           END-READ.

       1400-OPEN-JOURNAL.
      *    APPEND-ONLY, FIRST-TIME-CREATE - THE SAME CONTRACT AS
      *    ARRAPLY'S 3050-OPEN-JOURNAL.  DD DUMMY OPENS CLEANLY.
           OPEN EXTEND ARRJRNL-FILE
           IF ARRJRNL-NOT-FOUND
               OPEN OUTPUT ARRJRNL-FILE
           END-IF
           IF NOT ARRJRNL-OK
               DISPLAY 'ARRCALC: CANNOT OPEN ARRJRNL - STATUS '
                       WS-ARRJRNL-STATUS ' - NOTHING DERIVED.'
               SET CALC-FAILED TO TRUE
               CLOSE DRVFILE-FILE
           END-IF.

       2000-FLAG-DERIVED.
      *    FIRST PASS OF DRVFILE - FLAG EVERY TARGET, THEN REOPEN FOR
      *    THE PASS THAT APPLIES THE RULES.  A REOPEN THAT FAILS ENDS
      *    THE STEP AS THE FIRST OPEN WOULD HAVE, WITH ONLY THE FILES
      *    STILL OPEN CLOSED HERE.
           PERFORM 1300-READ-DRVFILE
           PERFORM 2100-FLAG-ONE-TARGET UNTIL DRVFILE-EOF
           CLOSE DRVFILE-FILE
           MOVE 'N' TO WS-EOF-DRVFILE
           OPEN INPUT DRVFILE-FILE
           IF NOT DRVFILE-OK
               DISPLAY 'ARRCALC: CANNOT REOPEN DRVFILE - STATUS '
                       WS-DRVFILE-STATUS ' - NOTHING DERIVED.'
               SET CALC-FAILED TO TRUE
               CLOSE ARRJRNL-FILE
               CLOSE PRINT-FILE
           END-IF.

       2100-FLAG-ONE-TARGET.
           IF DRV-KEY > ZERO AND DRV-KEY <= WS-ARRAY-SIZE
               MOVE 'Y' TO WS-DRV-FLAG(DRV-KEY)
           END-IF
           PERFORM 1300-READ-DRVFILE.

       3000-APPLY-RULES.
           PERFORM 1300-READ-DRVFILE
           PERFORM 3100-APPLY-ONE-RULE
               UNTIL DRVFILE-EOF OR JOURNAL-FAILED.

       3100-APPLY-ONE-RULE.
      *    THE VALUE IS ONLY STORED ONCE THE WHOLE RULE HAS BEEN
      *    WORKED, SO A SKIPPED RULE LEAVES ITS TARGET AS IT WAS.
           ADD 1 TO WS-RULE-COUNT
           MOVE SPACES TO WS-RULE-NOTE
           MOVE 0 TO WS-FIRST-SUM WS-REST-SUM WS-RESULT
                     WS-RULE-MISSING WS-RULE-ZERO WS-RULE-FORWARD
                     WS-PREVIOUS-VALUE WS-DERIVED-VALUE
           EVALUATE TRUE
               WHEN DRV-KEY = ZERO OR DRV-KEY > WS-COUNT
                   MOVE 'TARGET PAST EXTRACT' TO WS-RULE-NOTE
               WHEN NOT (DRV-OP-SUM OR DRV-OP-DIFFERENCE
                         OR DRV-OP-PERCENT)
                    OR DRV-OPERAND-COUNT < 1
                    OR DRV-OPERAND-COUNT > 8
                    OR (NOT DRV-OP-SUM AND DRV-OPERAND-COUNT < 2)
                   MOVE 'RULE INVALID - SKIP' TO WS-RULE-NOTE
           END-EVALUATE
           IF WS-RULE-NOTE NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 3800-WRITE-RULE-LINE
           ELSE
               MOVE WS-ARRAY-ELEMENT(DRV-KEY) TO WS-PREVIOUS-VALUE
               PERFORM 3200-SUM-OPERANDS
               PERFORM 3300-COMBINE-OPERANDS
               PERFORM 3400-SET-DERIVED-VALUE
               PERFORM 3800-WRITE-RULE-LINE
               PERFORM 3900-WRITE-OPERAND-LINE
                   VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > DRV-OPERAND-COUNT
               PERFORM 3500-STORE-RESULT
           END-IF
           PERFORM 1300-READ-DRVFILE.

       3200-SUM-OPERANDS.
      *    OPERAND 1 IS KEPT APART FROM THE REST - IT IS THE BASE OF
      *    A DIFFERENCE AND THE NUMERATOR OF A PERCENTAGE.
           PERFORM 3210-SUM-ONE-OPERAND
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > DRV-OPERAND-COUNT.

       3210-SUM-ONE-OPERAND.
           PERFORM 3220-SCAN-OPERAND-RANGE
           IF WS-OX = 1
               MOVE WS-OPERAND-SUM TO WS-FIRST-SUM
           ELSE
               ADD WS-OPERAND-SUM TO WS-REST-SUM
           END-IF
           ADD WS-OPERAND-MISSING TO WS-RULE-MISSING
           ADD WS-OPERAND-ZERO TO WS-RULE-ZERO
           ADD WS-OPERAND-FORWARD TO WS-RULE-FORWARD.

       3220-SCAN-OPERAND-RANGE.
      *    ONLY THE PART OF THE RANGE INSIDE THE EXTRACT IS WALKED;
      *    THE PART PAST ITS END IS COUNTED AS MISSING BY ARITHMETIC.
      *    ALSO USED BY 3900-WRITE-OPERAND-LINE TO RE-SCAN FOR THE
      *    REPORT, SO IT MUST NOT TOUCH THE RULE TOTALS.
           MOVE 0 TO WS-OPERAND-SUM WS-OPERAND-MISSING
                     WS-OPERAND-ZERO WS-OPERAND-FORWARD
           PERFORM 3230-SCAN-ONE-ELEMENT
               VARYING WS-EX FROM DRV-FROM-ELEMENT(WS-OX) BY 1
               UNTIL WS-EX > DRV-THRU-ELEMENT(WS-OX)
                  OR WS-EX > WS-COUNT
           IF DRV-THRU-ELEMENT(WS-OX) > WS-COUNT
               IF DRV-FROM-ELEMENT(WS-OX) > WS-COUNT
                   COMPUTE WS-OPERAND-MISSING =
                       DRV-THRU-ELEMENT(WS-OX)
                       - DRV-FROM-ELEMENT(WS-OX) + 1
               ELSE
                   COMPUTE WS-OPERAND-MISSING =
                       DRV-THRU-ELEMENT(WS-OX) - WS-COUNT
               END-IF
           END-IF.

       3230-SCAN-ONE-ELEMENT.
           IF WS-EX > ZERO
               ADD WS-ARRAY-ELEMENT(WS-EX) TO WS-OPERAND-SUM
               IF WS-ARRAY-ELEMENT(WS-EX) = ZERO
                   ADD 1 TO WS-OPERAND-ZERO
               END-IF
               IF WS-DRV-FLAG(WS-EX) = 'Y' AND WS-EX >= DRV-KEY
                   ADD 1 TO WS-OPERAND-FORWARD
               END-IF
           END-IF.

       3300-COMBINE-OPERANDS.
           EVALUATE TRUE
               WHEN DRV-OP-SUM
                   COMPUTE WS-RESULT = WS-FIRST-SUM + WS-REST-SUM
               WHEN DRV-OP-DIFFERENCE
                   COMPUTE WS-RESULT = WS-FIRST-SUM - WS-REST-SUM
                   IF WS-RESULT < ZERO
                       MOVE 'NEGATIVE - SET ZERO' TO WS-RULE-NOTE
                   END-IF
               WHEN DRV-OP-PERCENT
                   IF WS-REST-SUM = ZERO
                       MOVE 'ZERO BASE - SET ZERO' TO WS-RULE-NOTE
                   ELSE
                       COMPUTE WS-PCT-SCALE = 100 * (10 ** DRV-DECIMALS)
                       COMPUTE WS-RESULT ROUNDED =
                           WS-FIRST-SUM * WS-PCT-SCALE / WS-REST-SUM
                           ON SIZE ERROR
                               MOVE 'OVERFLOW - SET ZERO'
                                   TO WS-RULE-NOTE
                       END-COMPUTE
                   END-IF
           END-EVALUATE
           IF WS-RULE-NOTE = SPACES AND WS-RESULT > 999999999
               MOVE 'OVERFLOW - SET ZERO' TO WS-RULE-NOTE
           END-IF.

       3400-SET-DERIVED-VALUE.
      *    A RESULT THAT CANNOT BE STORED ZEROES THE TARGET RATHER
      *    THAN LEAVE A STALE TOTAL THAT LOOKS CALCULATED.  THE NOTE
      *    SHOWS THE WORST THING WRONG WITH THE RULE; THE OPERAND
      *    LINES SHOW THE REST.
           IF WS-RULE-NOTE = SPACES
               MOVE WS-RESULT TO WS-DERIVED-VALUE
               ADD 1 TO WS-DERIVED-COUNT
           ELSE
               MOVE 0 TO WS-DERIVED-VALUE
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF WS-RULE-FORWARD > ZERO
               ADD 1 TO WS-FORWARD-RULES
               IF WS-RULE-NOTE = SPACES
                   MOVE 'FORWARD REFERENCE' TO WS-RULE-NOTE
               END-IF
           END-IF
           IF WS-RULE-MISSING > ZERO
               ADD 1 TO WS-MISSING-RULES
               IF WS-RULE-NOTE = SPACES
                   MOVE 'MISSING ELEMENT' TO WS-RULE-NOTE
               END-IF
           END-IF
           IF WS-RULE-ZERO > ZERO
               ADD 1 TO WS-ZERO-RULES
               IF WS-RULE-NOTE = SPACES
                   MOVE 'ZERO ELEMENT' TO WS-RULE-NOTE
               END-IF
           END-IF
           IF WS-RULE-NOTE NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       3500-STORE-RESULT.
      *    ONLY AFTER THE OPERAND LINES ARE PRINTED, SO THEIR RE-SCAN
      *    SEES THE SAME VALUES THE CALCULATION DID.
           IF WS-DERIVED-VALUE NOT = WS-PREVIOUS-VALUE
               MOVE WS-DERIVED-VALUE TO WS-ARRAY-ELEMENT(DRV-KEY)
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM 3600-WRITE-JOURNAL
           END-IF.

       3600-WRITE-JOURNAL.
      *    THE ACTION FOLLOWS ARRJRN.CPY'S TERMS - A DERIVED VALUE
      *    FIRST CALCULATED FROM ZERO IS AN ADD, ONE SET TO ZERO A
      *    DELETE.
           MOVE SPACES TO ARRJRN-RECORD
           MOVE DRV-KEY TO JRN-ELEMENT
           MOVE WS-PREVIOUS-VALUE TO JRN-OLD-VALUE
           MOVE WS-DERIVED-VALUE TO JRN-NEW-VALUE
           ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO JRN-CHANGE-TIME
           MOVE 'ARRCALC' TO JRN-SOURCE-PGM
           EVALUATE TRUE
               WHEN WS-PREVIOUS-VALUE = ZERO
                   SET JRN-ACTION-ADD TO TRUE
               WHEN WS-DERIVED-VALUE = ZERO
                   SET JRN-ACTION-DELETE TO TRUE
               WHEN OTHER
                   SET JRN-ACTION-CHANGE TO TRUE
           END-EVALUATE
           STRING 'DERIVED: '      DELIMITED BY SIZE
                  DRV-DESCRIPTION  DELIMITED BY SIZE
                  INTO JRN-REFERENCE
           END-STRING
           WRITE ARRJRN-RECORD
           IF NOT ARRJRNL-OK
               DISPLAY 'ARRCALC: WRITE TO ARRJRNL FAILED AT ELEMENT '
                       DRV-KEY ' - STATUS ' WS-ARRJRNL-STATUS '.'
               SET JOURNAL-FAILED TO TRUE
           END-IF.

       3800-WRITE-RULE-LINE.
           MOVE DRV-KEY TO RL-TARGET
           EVALUATE TRUE
               WHEN DRV-OP-SUM
                   MOVE 'SUM' TO RL-OPERATION
               WHEN DRV-OP-DIFFERENCE
                   MOVE 'DIF' TO RL-OPERATION
               WHEN DRV-OP-PERCENT
                   MOVE 'PCT' TO RL-OPERATION
               WHEN OTHER
                   MOVE '???' TO RL-OPERATION
           END-EVALUATE
           MOVE DRV-DESCRIPTION TO RL-DESCRIPTION
           MOVE WS-PREVIOUS-VALUE TO RL-PREVIOUS
           MOVE WS-DERIVED-VALUE TO RL-DERIVED
           MOVE WS-RULE-NOTE TO RL-NOTE
           WRITE PRINT-RECORD FROM WS-RULE-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       3900-WRITE-OPERAND-LINE.
           EVALUATE TRUE
               WHEN DRV-OP-SUM
                   MOVE 'ADD' TO OL-ROLE
               WHEN DRV-OP-DIFFERENCE AND WS-OX = 1
                   MOVE 'BASE' TO OL-ROLE
               WHEN DRV-OP-DIFFERENCE
                   MOVE 'LESS' TO OL-ROLE
               WHEN WS-OX = 1
                   MOVE 'NUM' TO OL-ROLE
               WHEN OTHER
                   MOVE 'DEN' TO OL-ROLE
           END-EVALUATE
           PERFORM 3220-SCAN-OPERAND-RANGE
           MOVE DRV-FROM-ELEMENT(WS-OX) TO OL-FROM
           MOVE DRV-THRU-ELEMENT(WS-OX) TO OL-THRU
           MOVE WS-OPERAND-SUM TO OL-SUM
           MOVE WS-OPERAND-MISSING TO OL-MISSING
           MOVE WS-OPERAND-ZERO TO OL-ZERO
           MOVE WS-OPERAND-FORWARD TO OL-FORWARD
           WRITE PRINT-RECORD FROM WS-OPERAND-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       4000-WRITE-SUMMARY.
           MOVE 'RULES ON DRVFILE' TO CL-LABEL
           MOVE WS-RULE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE '  DERIVED' TO CL-LABEL
           MOVE WS-DERIVED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  SET TO ZERO' TO CL-LABEL
           MOVE WS-ZEROED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  SKIPPED' TO CL-LABEL
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'VALUES CHANGED ON EXTRACT' TO CL-LABEL
           MOVE WS-CHANGED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'RULES WITH EXCEPTIONS' TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  MISSING ELEMENT' TO CL-LABEL
           MOVE WS-MISSING-RULES TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ZERO ELEMENT' TO CL-LABEL
           MOVE WS-ZERO-RULES TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  FORWARD REFERENCE' TO CL-LABEL
           MOVE WS-FORWARD-RULES TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           DISPLAY 'ARRCALC: ' WS-RULE-COUNT ' RULES, '
                   WS-CHANGED-COUNT ' VALUES CHANGED, '
                   WS-EXCEPTION-COUNT ' EXCEPTIONS.'
           EVALUATE TRUE
               WHEN CALC-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN JOURNAL-FAILED
                   DISPLAY 'ARRCALC: ARREXTR NOT REWRITTEN - FIX '
                           'ARRJRNL AND RERUN THIS STEP FROM ARRBASE.'
                   MOVE 16 TO RETURN-CODE
               WHEN REWRITE-FAILED
                   DISPLAY 'ARRCALC: ARREXTR NOT REWRITTEN - RERUN '
                           'THIS STEP FROM ARRBASE.'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
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
               MOVE 'ARRCALC' TO STF-PROGRAM
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
               DISPLAY 'ARRCALC: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARRCALC' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRCALC: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       6000-REWRITE-EXTRACT.
      *    THE WHOLE TABLE GOES BACK OUT, HASHED AS IT GOES - THE SAME
      *    SUM-OF-VALUES HASH ARRPOP STAMPS ON ITS AUDIT RECORD.
           MOVE 0 TO WS-EXTRACT-HASH WS-WRITTEN-COUNT
           OPEN OUTPUT ARREXTR-FILE
           IF NOT ARREXTR-OK
               DISPLAY 'ARRCALC: CANNOT OPEN ARREXTR - STATUS '
                       WS-ARREXTR-STATUS '.'
               SET REWRITE-FAILED TO TRUE
           ELSE
               PERFORM 6100-WRITE-ONE-VALUE
                   VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-COUNT OR REWRITE-FAILED
               CLOSE ARREXTR-FILE
           END-IF.

       6100-WRITE-ONE-VALUE.
           MOVE WS-ARRAY-ELEMENT(WS-EX) TO ARREXTR-RECORD
           WRITE ARREXTR-RECORD
           IF ARREXTR-OK
               ADD 1 TO WS-WRITTEN-COUNT
               ADD ARREXTR-RECORD TO WS-EXTRACT-HASH
           ELSE
               DISPLAY 'ARRCALC: WRITE TO ARREXTR FAILED AT ELEMENT '
                       WS-EX ' - STATUS ' WS-ARREXTR-STATUS '.'
               SET REWRITE-FAILED TO TRUE
           END-IF.

       6500-WRITE-AUDIT.
      *    THE RE-STAMP CARRIES THE NEWEST RECORD'S ARRAY SIZE (THE
      *    CTLCARD SIZE ARRPOP RAN WITH), SO ARRNTFY AND ARRSTSP STILL
      *    COMPARE LIKE WITH LIKE, AND ITS TABLE ID.  A MISSING OR
      *    UNREADABLE ARRAUDIT FALLS BACK TO THE EXTRACT COUNT.  A
      *    FAILED APPEND IS ONLY REPORTED - THE EXTRACT COUNT IS
      *    UNCHANGED, AND A HASH MISMATCH IS A WARNING TO ARRRST.
           MOVE WS-WRITTEN-COUNT TO WS-LAST-ARRAY-SIZE
           OPEN INPUT ARRAUDIT-FILE
           IF ARRAUDIT-OK
               PERFORM 6510-READ-AUDIT
               PERFORM 6520-KEEP-ARRAY-SIZE UNTIL AUDIT-EOF
               CLOSE ARRAUDIT-FILE
           END-IF
           OPEN EXTEND ARRAUDIT-FILE
           IF ARRAUDIT-NOT-FOUND
               OPEN OUTPUT ARRAUDIT-FILE
           END-IF
           IF ARRAUDIT-OK
               ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
               MOVE WS-LAST-TABLE-ID TO AUD-TABLE-ID
               MOVE WS-LAST-ARRAY-SIZE TO AUD-ARRAY-SIZE
               MOVE WS-WRITTEN-COUNT TO AUD-FINAL-COUNT
               SET AUD-STATUS-SUCCESS TO TRUE
               MOVE WS-EXTRACT-HASH TO AUD-HASH-TOTAL
               WRITE ARRAUDIT-RECORD
               CLOSE ARRAUDIT-FILE
           ELSE
               DISPLAY 'ARRCALC: CANNOT OPEN ARRAUDIT - STATUS '
                       WS-ARRAUDIT-STATUS ' - NEW HASH NOT AUDITED.'
           END-IF.

       6510-READ-AUDIT.
           READ ARRAUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.

       6520-KEEP-ARRAY-SIZE.
           MOVE AUD-ARRAY-SIZE TO WS-LAST-ARRAY-SIZE
           MOVE AUD-TABLE-ID TO WS-LAST-TABLE-ID
           PERFORM 6510-READ-AUDIT.

       9000-TERMINATE.
           CLOSE DRVFILE-FILE
           CLOSE ARRJRNL-FILE
           CLOSE PRINT-FILE.
