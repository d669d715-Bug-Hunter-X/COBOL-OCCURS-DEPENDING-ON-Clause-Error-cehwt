      ******************************************************************
      *    PROGRAM-ID : ARRDRVM
      *    PURPOSE    : BATCH MAINTENANCE OF DRVFILE, THE DERIVED-
      *                 ELEMENT RULES MASTER (SEE COPYBOOKS/ARRDRV.CPY).
      *                 READS A/C/D TRANSACTIONS FROM DRVTRAN, EDITS
      *                 EACH ONE, APPLIES THE SURVIVORS TO THE VSAM
      *                 MASTER, AND PRINTS ONE REPORT LINE PER
      *                 TRANSACTION, APPLIED OR REJECTED - THE SAME
      *                 CONTRACT AS ARRDSCM AND ARRLIMM, WHICH THIS
      *                 PROGRAM FOLLOWS STEP FOR STEP.  AN ADD OR
      *                 CHANGE CARRIES THE WHOLE RULE; A CHANGE
      *                 REPLACES IT OUTRIGHT.
      *                 EDITS, ONE REASON PER TRANSACTION:
      *                   - ACTION MUST BE A, C, OR D,
      *                   - ELEMENT NUMBER MUST BE NUMERIC, NOT ZERO,
      *                   - AN ADD OR CHANGE NEEDS AN OPERATION OF S,
      *                     D, OR P,
      *                   - DECIMALS MUST BE 0-4 (BLANK = 0), AND
      *                     ONLY A PERCENTAGE MAY CARRY ANY,
      *                   - THE OPERAND COUNT MUST BE 1-8, AND A
      *                     DIFFERENCE OR PERCENTAGE NEEDS AT LEAST 2,
      *                   - EVERY OPERAND IN THE COUNT NEEDS A
      *                     NUMERIC, NON-ZERO FROM ELEMENT AND A THRU
      *                     ELEMENT NOT BELOW IT (ZERO OR BLANK THRU =
      *                     THE FROM ELEMENT ALONE),
      *                   - NO OPERAND MAY INCLUDE THE TARGET ELEMENT
      *                     ITSELF,
      *                   - AN ADD OF A KEY ALREADY ON FILE, OR A
      *                     CHANGE/DELETE OF ONE THAT IS NOT, REJECTS.
      *                 A REFERENCE TO ANOTHER DERIVED ELEMENT IS NOT
      *                 EDITED HERE - THE OTHER RULE MAY NOT EXIST YET
      *                 - ARRCALC REPORTS IT WHEN IT APPLIES THE RULES.
      *                 RETURN-CODE 0  - ALL TRANSACTIONS APPLIED.
      *                 RETURN-CODE 4  - SOME REJECTED - SEE THE
      *                 REPORT; EVERYTHING ELSE WAS APPLIED.
      *                 RETURN-CODE 8  - DRVTRAN COULD NOT BE OPENED -
      *                 NOTHING WAS APPLIED.
      *                 RETURN-CODE 16 - DRVFILE COULD NOT BE OPENED -
      *                 NOTHING WAS APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRDRVM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRVTRAN-FILE ASSIGN TO DRVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRVTRAN-STATUS.

           SELECT DRVFILE-FILE ASSIGN TO DRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRV-KEY
               FILE STATUS IS WS-DRVFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    RULES MAINTENANCE TRANSACTION - ARRDRVM'S ALONE, SO
      *    DECLARED INLINE THE SAME WAY ARRLIMM DECLARES LIMTRAN: THE
      *    ACTION BYTE, THEN THE RULE FIELDS IN ARRDRV.CPY ORDER.
      *    DECIMALS AND THE THRU ELEMENTS ARE PIC X SO A BLANK CAN
      *    TAKE ITS DEFAULT.
       FD  DRVTRAN-FILE
           RECORD CONTAINS 127 CHARACTERS.
       01  DRVTRAN-RECORD.
           05  DRVT-ACTION               PIC X.
               88  DRVT-ACTION-ADD               VALUE 'A'.
               88  DRVT-ACTION-CHANGE            VALUE 'C'.
               88  DRVT-ACTION-DELETE            VALUE 'D'.
           05  DRVT-ELEMENT              PIC 9(6).
           05  DRVT-OPERATION            PIC X.
               88  DRVT-OP-VALID                 VALUE 'S' 'D' 'P'.
               88  DRVT-OP-SUM                   VALUE 'S'.
           05  DRVT-DECIMALS             PIC X.
           05  DRVT-DESCRIPTION          PIC X(20).
           05  DRVT-OPERAND-COUNT        PIC 9(2).
           05  DRVT-OPERAND OCCURS 8 TIMES.
               10  DRVT-FROM-ELEMENT     PIC 9(6).
               10  DRVT-THRU-ELEMENT     PIC X(6).

       FD  DRVFILE-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY ARRDRV.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DRVTRAN-STATUS         PIC XX VALUE SPACES.
               88  DRVTRAN-OK                    VALUE '00'.
           05  WS-DRVFILE-STATUS         PIC XX VALUE SPACES.
               88  DRVFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN               PIC X VALUE 'N'.
               88  TRAN-EOF                      VALUE 'Y'.
           05  WS-TRAN-FAILED            PIC X VALUE 'N'.
               88  TRAN-FAILED                   VALUE 'Y'.
           05  WS-MASTER-FAILED          PIC X VALUE 'N'.
               88  MASTER-FAILED                 VALUE 'Y'.

       01  WS-DRV-COUNTS.
           05  WS-READ-COUNT             PIC 9(6) VALUE 0.
           05  WS-APPLIED-COUNT          PIC 9(6) VALUE 0.
           05  WS-REJECTED-COUNT         PIC 9(6) VALUE 0.

      *    THE OPERAND EDIT - WS-OX WALKS THE OPERANDS IN THE COUNT,
      *    AND THE FIRST BAD ONE LEAVES ITS REASON IN
      *    WS-OPERAND-ERROR.  WS-THRU-ELEMENT IS THE THRU ELEMENT
      *    WITH ITS BLANK/ZERO DEFAULT TAKEN.
       01  WS-OPERAND-EDIT.
           05  WS-OX                     PIC 9(2) VALUE 0.
           05  WS-OPERAND-LIMIT          PIC 9(2) VALUE 0.
           05  WS-OPERAND-ERROR          PIC X(36) VALUE SPACES.
           05  WS-THRU-ELEMENT           PIC 9(6) VALUE 0.
           05  WS-DECIMALS               PIC 9 VALUE 0.

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
                    VALUE 'DERIVED ELEMENT RULE MAINT'.
           05  FILLER                    PIC X(11)
                    VALUE '  RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(3) VALUE 'ACT'.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE 'ELEMENT'.
           05  FILLER                    PIC X(9) VALUE 'OP DC OPS'.
           05  FILLER                    PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(6) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  DT-ACTION                 PIC X.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DT-ELEMENT                PIC X(6).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-OPERATION              PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-DECIMALS               PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-OPERAND-COUNT          PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-DESCRIPTION            PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-RESULT                 PIC X(36).

       01  WS-COUNT-LINE.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT TRAN-FAILED AND NOT MASTER-FAILED
               PERFORM 2000-APPLY-ONE-TRAN UNTIL TRAN-EOF
               PERFORM 3000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 4000-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT DRVTRAN-FILE
           IF NOT DRVTRAN-OK
               DISPLAY 'ARRDRVM: CANNOT OPEN DRVTRAN - STATUS '
                       WS-DRVTRAN-STATUS ' - NOTHING APPLIED.'
               SET TRAN-FAILED TO TRUE
           ELSE
               OPEN I-O DRVFILE-FILE
               IF NOT DRVFILE-OK
                   DISPLAY 'ARRDRVM: CANNOT OPEN DRVFILE - STATUS '
                           WS-DRVFILE-STATUS ' - NOTHING APPLIED.'
                   SET MASTER-FAILED TO TRUE
                   CLOSE DRVTRAN-FILE
               ELSE
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
                   PERFORM 1100-READ-TRAN
               END-IF
           END-IF.

       1100-READ-TRAN.
           READ DRVTRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       2000-APPLY-ONE-TRAN.
      *    ONE REPORT LINE PER TRANSACTION, APPLIED OR NOT - THE SAME
      *    RECONCILE-AGAINST-THE-REPORT CONTRACT AS ARRDSCM.  THE
      *    OPERAND EDIT ONLY RUNS ONCE THE COUNT ITSELF IS GOOD.
           MOVE DRVT-ACTION TO DT-ACTION
           MOVE DRVT-ELEMENT TO DT-ELEMENT
           MOVE DRVT-OPERATION TO DT-OPERATION
           MOVE DRVT-DECIMALS TO DT-DECIMALS
           MOVE DRVT-OPERAND-COUNT TO DT-OPERAND-COUNT
           MOVE DRVT-DESCRIPTION TO DT-DESCRIPTION
           MOVE SPACES TO WS-OPERAND-ERROR
           MOVE 0 TO WS-DECIMALS
           IF DRVT-DECIMALS NUMERIC
               MOVE DRVT-DECIMALS TO WS-DECIMALS
           END-IF
           IF (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
              AND DRVT-ELEMENT NUMERIC
              AND DRVT-OPERAND-COUNT NUMERIC
              AND DRVT-OPERAND-COUNT >= 1
              AND DRVT-OPERAND-COUNT <= 8
               PERFORM 2500-EDIT-OPERANDS
           END-IF
           EVALUATE TRUE
               WHEN DRVT-ELEMENT NOT NUMERIC OR DRVT-ELEMENT = ZERO
                   MOVE 'REJECTED - ELEMENT NOT NUMERIC'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND NOT DRVT-OP-VALID
                   MOVE 'REJECTED - OPERATION NOT S, D, OR P'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND ((DRVT-DECIMALS NOT NUMERIC
                          AND DRVT-DECIMALS NOT = SPACE)
                         OR WS-DECIMALS > 4)
                   MOVE 'REJECTED - DECIMALS NOT 0-4'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND DRVT-OPERATION NOT = 'P'
                    AND WS-DECIMALS > 0
                   MOVE 'REJECTED - DECIMALS ONLY ON A PCT'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND (DRVT-OPERAND-COUNT NOT NUMERIC
                         OR DRVT-OPERAND-COUNT < 1
                         OR DRVT-OPERAND-COUNT > 8)
                   MOVE 'REJECTED - OPERAND COUNT NOT 1-8'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND NOT DRVT-OP-SUM
                    AND DRVT-OPERAND-COUNT < 2
                   MOVE 'REJECTED - NEEDS AT LEAST 2 OPERANDS'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DRVT-ACTION-ADD OR DRVT-ACTION-CHANGE)
                    AND WS-OPERAND-ERROR NOT = SPACES
                   MOVE WS-OPERAND-ERROR TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DRVT-ACTION-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN DRVT-ACTION-CHANGE
                   PERFORM 2200-APPLY-CHANGE
               WHEN DRVT-ACTION-DELETE
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'REJECTED - ACTION NOT A, C, OR D'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE
           PERFORM 1100-READ-TRAN.

       2100-APPLY-ADD.
           PERFORM 2400-BUILD-MASTER-RECORD
           WRITE DRVFILE-RECORD
           IF DRVFILE-OK
               MOVE 'APPLIED' TO DT-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - ELEMENT ALREADY ON FILE'
                   TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2200-APPLY-CHANGE.
           MOVE DRVT-ELEMENT TO DRV-KEY
           READ DRVFILE-FILE
           IF DRVFILE-OK
               PERFORM 2400-BUILD-MASTER-RECORD
               REWRITE DRVFILE-RECORD
               IF DRVFILE-OK
                   MOVE 'APPLIED' TO DT-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE 'REJECTED - VSAM REWRITE FAILED'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ARRDRVM: REWRITE OF ELEMENT '
                           DRVT-ELEMENT ' FAILED - STATUS '
                           WS-DRVFILE-STATUS
               END-IF
           ELSE
               MOVE 'REJECTED - ELEMENT NOT ON FILE' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2300-APPLY-DELETE.
           MOVE DRVT-ELEMENT TO DRV-KEY
           DELETE DRVFILE-FILE
           IF DRVFILE-OK
               MOVE 'APPLIED' TO DT-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - ELEMENT NOT ON FILE' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2400-BUILD-MASTER-RECORD.
      *    DEFAULTS ARE TAKEN HERE SO DRVFILE NEVER CARRIES A BLANK
      *    ARRCALC WOULD HAVE TO GUESS AT, AND THE OPERANDS PAST THE
      *    COUNT ARE LEFT ZERO.
           INITIALIZE DRVFILE-RECORD
           MOVE DRVT-ELEMENT TO DRV-KEY
           MOVE DRVT-OPERATION TO DRV-OPERATION
           MOVE WS-DECIMALS TO DRV-DECIMALS
           MOVE DRVT-DESCRIPTION TO DRV-DESCRIPTION
           MOVE DRVT-OPERAND-COUNT TO DRV-OPERAND-COUNT
           PERFORM 2410-BUILD-ONE-OPERAND
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > DRVT-OPERAND-COUNT.

       2410-BUILD-ONE-OPERAND.
           PERFORM 2520-SET-THRU-ELEMENT
           MOVE DRVT-FROM-ELEMENT(WS-OX) TO DRV-FROM-ELEMENT(WS-OX)
           MOVE WS-THRU-ELEMENT TO DRV-THRU-ELEMENT(WS-OX).

       2500-EDIT-OPERANDS.
      *    STOPS AT THE FIRST BAD OPERAND - ONE REASON PER
      *    TRANSACTION, AS EVERYWHERE ELSE.
           MOVE DRVT-OPERAND-COUNT TO WS-OPERAND-LIMIT
           PERFORM 2510-EDIT-ONE-OPERAND
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OPERAND-LIMIT
                  OR WS-OPERAND-ERROR NOT = SPACES.

       2510-EDIT-ONE-OPERAND.
           PERFORM 2520-SET-THRU-ELEMENT
           EVALUATE TRUE
               WHEN DRVT-FROM-ELEMENT(WS-OX) NOT NUMERIC
                    OR DRVT-FROM-ELEMENT(WS-OX) = ZERO
                   MOVE 'REJECTED - FROM ELEMENT NOT NUMERIC'
                       TO WS-OPERAND-ERROR
               WHEN DRVT-THRU-ELEMENT(WS-OX) NOT NUMERIC
                    AND DRVT-THRU-ELEMENT(WS-OX) NOT = SPACES
                   MOVE 'REJECTED - THRU ELEMENT NOT NUMERIC'
                       TO WS-OPERAND-ERROR
               WHEN WS-THRU-ELEMENT < DRVT-FROM-ELEMENT(WS-OX)
                   MOVE 'REJECTED - THRU BELOW FROM ELEMENT'
                       TO WS-OPERAND-ERROR
               WHEN DRVT-ELEMENT >= DRVT-FROM-ELEMENT(WS-OX)
                    AND DRVT-ELEMENT <= WS-THRU-ELEMENT
                   MOVE 'REJECTED - OPERAND INCLUDES TARGET'
                       TO WS-OPERAND-ERROR
           END-EVALUATE.

       2520-SET-THRU-ELEMENT.
      *    A BLANK OR ZERO THRU ELEMENT MEANS THE FROM ELEMENT ALONE.
           IF DRVT-THRU-ELEMENT(WS-OX) NUMERIC
              AND DRVT-THRU-ELEMENT(WS-OX) NOT = ZERO
               MOVE DRVT-THRU-ELEMENT(WS-OX) TO WS-THRU-ELEMENT
           ELSE
               IF DRVT-FROM-ELEMENT(WS-OX) NUMERIC
                   MOVE DRVT-FROM-ELEMENT(WS-OX) TO WS-THRU-ELEMENT
               ELSE
                   MOVE ZERO TO WS-THRU-ELEMENT
               END-IF
           END-IF.

       3000-WRITE-SUMMARY.
           MOVE 'TRANSACTIONS READ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE '  APPLIED' TO CL-LABEL
           MOVE WS-APPLIED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  REJECTED' TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       4000-SET-RETURN-CODE.
           DISPLAY 'ARRDRVM: ' WS-READ-COUNT ' READ, '
                   WS-APPLIED-COUNT ' APPLIED, '
                   WS-REJECTED-COUNT ' REJECTED.'
           EVALUATE TRUE
               WHEN MASTER-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN TRAN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE DRVTRAN-FILE
           CLOSE DRVFILE-FILE
           CLOSE PRINT-FILE.
