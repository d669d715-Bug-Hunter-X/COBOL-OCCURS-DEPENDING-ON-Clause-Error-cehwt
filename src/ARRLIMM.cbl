      ******************************************************************
      *    PROGRAM-ID : ARRLIMM
      *    PURPOSE    : BATCH MAINTENANCE OF LIMFILE, THE ELEMENT
      *                 VALUE LIMITS MASTER (SEE COPYBOOKS/ARRLIM.CPY).
      *                 READS A/C/D TRANSACTIONS FROM LIMTRAN, EDITS
      *                 EACH ONE, APPLIES THE SURVIVORS TO THE VSAM
      *                 MASTER, AND PRINTS ONE REPORT LINE PER
      *                 TRANSACTION, APPLIED OR REJECTED - THE SAME
      *                 CONTRACT AS ARRDSCM, WHICH THIS PROGRAM
      *                 FOLLOWS STEP FOR STEP.
      *                 EDITS, ONE REASON PER TRANSACTION:
      *                   - ACTION MUST BE A, C, OR D,
      *                   - ELEMENT NUMBER MUST BE NUMERIC, NOT ZERO,
      *                   - AN ADD OR CHANGE NEEDS NUMERIC LOW AND
      *                     HIGH LIMITS, LOW NOT GREATER THAN HIGH,
      *                   - THE NON-ZERO FLAG MUST BE Y, N, OR BLANK
      *                     (BLANK DEFAULTS TO N),
      *                   - THE SEVERITY MUST BE H, W, OR BLANK (BLANK
      *                     DEFAULTS TO H - A LIMIT NOBODY SAID WAS
      *                     ONLY ADVISORY IS TREATED AS BINDING),
      *                   - AN ADD OF A KEY ALREADY ON FILE, OR A
      *                     CHANGE/DELETE OF ONE THAT IS NOT, REJECTS.
      *                 RETURN-CODE 0  - ALL TRANSACTIONS APPLIED.
      *                 RETURN-CODE 4  - SOME REJECTED - SEE THE
      *                 REPORT; EVERYTHING ELSE WAS APPLIED.
      *                 RETURN-CODE 8  - LIMTRAN COULD NOT BE OPENED -
      *                 NOTHING WAS APPLIED.
      *                 RETURN-CODE 16 - LIMFILE COULD NOT BE OPENED -
      *                 NOTHING WAS APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRLIMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMTRAN-FILE ASSIGN TO LIMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMTRAN-STATUS.

           SELECT LIMFILE-FILE ASSIGN TO LIMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LIMITS MAINTENANCE TRANSACTION - ARRLIMM'S ALONE, SO
      *    DECLARED INLINE THE SAME WAY ARRDSCM DECLARES DSCTRAN: THE
      *    ACTION BYTE, THE KEY, AND THE FOUR LIMIT FIELDS IN
      *    ARRLIM.CPY ORDER.
       FD  LIMTRAN-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  LIMTRAN-RECORD.
           05  LIMT-ACTION               PIC X.
               88  LIMT-ACTION-ADD               VALUE 'A'.
               88  LIMT-ACTION-CHANGE            VALUE 'C'.
               88  LIMT-ACTION-DELETE            VALUE 'D'.
           05  LIMT-ELEMENT              PIC 9(6).
           05  LIMT-LOW-VALUE            PIC 9(9).
           05  LIMT-HIGH-VALUE           PIC 9(9).
           05  LIMT-NONZERO              PIC X.
           05  LIMT-SEVERITY             PIC X.

       FD  LIMFILE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY ARRLIM.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LIMTRAN-STATUS         PIC XX VALUE SPACES.
               88  LIMTRAN-OK                    VALUE '00'.
           05  WS-LIMFILE-STATUS         PIC XX VALUE SPACES.
               88  LIMFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN               PIC X VALUE 'N'.
               88  TRAN-EOF                      VALUE 'Y'.
           05  WS-TRAN-FAILED            PIC X VALUE 'N'.
               88  TRAN-FAILED                   VALUE 'Y'.
           05  WS-MASTER-FAILED          PIC X VALUE 'N'.
               88  MASTER-FAILED                 VALUE 'Y'.

       01  WS-LIM-COUNTS.
           05  WS-READ-COUNT             PIC 9(6) VALUE 0.
           05  WS-APPLIED-COUNT          PIC 9(6) VALUE 0.
           05  WS-REJECTED-COUNT         PIC 9(6) VALUE 0.

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
                    VALUE 'ELEMENT VALUE LIMIT MAINTENANCE'.
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
           05  FILLER                    PIC X(11) VALUE 'LOW'.
           05  FILLER                    PIC X(11) VALUE 'HIGH'.
           05  FILLER                    PIC X(5) VALUE 'NZ S'.
           05  FILLER                    PIC X(7) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  DT-ACTION                 PIC X.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DT-ELEMENT                PIC X(6).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-LOW-VALUE              PIC X(9).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-HIGH-VALUE             PIC X(9).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-NONZERO                PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DT-SEVERITY               PIC X.
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
           OPEN INPUT LIMTRAN-FILE
           IF NOT LIMTRAN-OK
               DISPLAY 'ARRLIMM: CANNOT OPEN LIMTRAN - STATUS '
                       WS-LIMTRAN-STATUS ' - NOTHING APPLIED.'
               SET TRAN-FAILED TO TRUE
           ELSE
               OPEN I-O LIMFILE-FILE
               IF NOT LIMFILE-OK
                   DISPLAY 'ARRLIMM: CANNOT OPEN LIMFILE - STATUS '
                           WS-LIMFILE-STATUS ' - NOTHING APPLIED.'
                   SET MASTER-FAILED TO TRUE
                   CLOSE LIMTRAN-FILE
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
           READ LIMTRAN-FILE
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
      *    RECONCILE-AGAINST-THE-REPORT CONTRACT AS ARRDSCM.
           MOVE LIMT-ACTION TO DT-ACTION
           MOVE LIMT-ELEMENT TO DT-ELEMENT
           MOVE LIMT-LOW-VALUE TO DT-LOW-VALUE
           MOVE LIMT-HIGH-VALUE TO DT-HIGH-VALUE
           MOVE LIMT-NONZERO TO DT-NONZERO
           MOVE LIMT-SEVERITY TO DT-SEVERITY
           EVALUATE TRUE
               WHEN LIMT-ELEMENT NOT NUMERIC OR LIMT-ELEMENT = ZERO
                   MOVE 'REJECTED - ELEMENT NOT NUMERIC'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (LIMT-ACTION-ADD OR LIMT-ACTION-CHANGE)
                    AND (LIMT-LOW-VALUE NOT NUMERIC
                         OR LIMT-HIGH-VALUE NOT NUMERIC)
                   MOVE 'REJECTED - LIMIT NOT NUMERIC' TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (LIMT-ACTION-ADD OR LIMT-ACTION-CHANGE)
                    AND LIMT-LOW-VALUE > LIMT-HIGH-VALUE
                   MOVE 'REJECTED - LOW LIMIT ABOVE HIGH'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (LIMT-ACTION-ADD OR LIMT-ACTION-CHANGE)
                    AND LIMT-NONZERO NOT = 'Y'
                    AND LIMT-NONZERO NOT = 'N'
                    AND LIMT-NONZERO NOT = SPACE
                   MOVE 'REJECTED - NON-ZERO FLAG NOT Y/N'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (LIMT-ACTION-ADD OR LIMT-ACTION-CHANGE)
                    AND LIMT-SEVERITY NOT = 'H'
                    AND LIMT-SEVERITY NOT = 'W'
                    AND LIMT-SEVERITY NOT = SPACE
                   MOVE 'REJECTED - SEVERITY NOT H, W, OR BLANK'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LIMT-ACTION-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN LIMT-ACTION-CHANGE
                   PERFORM 2200-APPLY-CHANGE
               WHEN LIMT-ACTION-DELETE
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
           WRITE LIMFILE-RECORD
           IF LIMFILE-OK
               MOVE 'APPLIED' TO DT-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - ELEMENT ALREADY ON FILE'
                   TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2200-APPLY-CHANGE.
           MOVE LIMT-ELEMENT TO LIM-KEY
           READ LIMFILE-FILE
           IF LIMFILE-OK
               PERFORM 2400-BUILD-MASTER-RECORD
               REWRITE LIMFILE-RECORD
               IF LIMFILE-OK
                   MOVE 'APPLIED' TO DT-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE 'REJECTED - VSAM REWRITE FAILED'
                       TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ARRLIMM: REWRITE OF ELEMENT '
                           LIMT-ELEMENT ' FAILED - STATUS '
                           WS-LIMFILE-STATUS
               END-IF
           ELSE
               MOVE 'REJECTED - ELEMENT NOT ON FILE' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2300-APPLY-DELETE.
           MOVE LIMT-ELEMENT TO LIM-KEY
           DELETE LIMFILE-FILE
           IF LIMFILE-OK
               MOVE 'APPLIED' TO DT-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - ELEMENT NOT ON FILE' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2400-BUILD-MASTER-RECORD.
      *    BLANK FLAGS TAKE THEIR DEFAULTS HERE SO LIMFILE NEVER
      *    CARRIES A BLANK THAT ARRLIMC WOULD HAVE TO GUESS AT.
           INITIALIZE LIMFILE-RECORD
           MOVE LIMT-ELEMENT TO LIM-KEY
           MOVE LIMT-LOW-VALUE TO LIM-LOW-VALUE
           MOVE LIMT-HIGH-VALUE TO LIM-HIGH-VALUE
           IF LIMT-NONZERO = SPACE
               MOVE 'N' TO LIM-NONZERO
           ELSE
               MOVE LIMT-NONZERO TO LIM-NONZERO
           END-IF
           IF LIMT-SEVERITY = SPACE
               MOVE 'H' TO LIM-SEVERITY
           ELSE
               MOVE LIMT-SEVERITY TO LIM-SEVERITY
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
           DISPLAY 'ARRLIMM: ' WS-READ-COUNT ' READ, '
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
           CLOSE LIMTRAN-FILE
           CLOSE LIMFILE-FILE
           CLOSE PRINT-FILE.
