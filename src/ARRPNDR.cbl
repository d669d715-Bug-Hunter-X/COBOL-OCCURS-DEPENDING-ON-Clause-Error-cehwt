      ******************************************************************
      *    PROGRAM-ID : ARRPNDR
      *    PURPOSE    : CUTOFF REPORT OF ARRM CAPTURES STILL AWAITING
      *                 SUPERVISOR APPROVAL.  AN ARRM CAPTURE NOW SITS
      *                 IN PNDFILE (SEE COPYBOOKS/ARRPND.CPY) UNTIL A
      *                 SUPERVISOR APPROVES OR REJECTS IT ON ARRA (SEE
      *                 SRC/ARRAPRV.CBL); ONLY APPROVED ITEMS REACH
      *                 THE NIGHTLY MAINTENANCE RUN.  AN ITEM NOBODY
      *                 DECIDED BEFORE THE RUN TAKES ITS CUTOFF IS NOT
      *                 APPLIED - AND THE OPERATOR WHO KEYED IT WOULD
      *                 NOT FIND OUT UNTIL THE VALUE WAS STILL WRONG
      *                 DAYS LATER - SO THIS STEP RUNS AT THE HEAD OF
      *                 ARRMNTJ AND LISTS EVERY ITEM STILL PENDING FOR
      *                 THE MORNING SHIFT: WHEN IT WAS KEYED, BY WHOM
      *                 AND ON WHICH TERMINAL, THE TABLE, THE ACTION,
      *                 TARGET, AND PROPOSED VALUE, AND HOW MANY DAYS
      *                 IT HAS WAITED.  PENDING ITEMS STAY PENDING -
      *                 THEY ARE REPORTED, NOT EXPIRED OR CARRIED OVER
      *                 SILENTLY, AND LIST AGAIN EACH NIGHT UNTIL
      *                 SOMEBODY DECIDES THEM.
      *                 THE SUMMARY ALSO COUNTS THE ITEMS APPROVED AND
      *                 REJECTED ON THE RUN DATE, SO THE SHIFT CAN SEE
      *                 THE DAY'S DECISIONS ALONGSIDE WHAT IS LEFT.
      *                 RETURN-CODE 0  - NOTHING PENDING.
      *                 RETURN-CODE 4  - AT LEAST ONE ITEM IS STILL
      *                 PENDING - SEE THE REPORT.
      *                 RETURN-CODE 16 - PNDFILE COULD NOT BE OPENED -
      *                 NO REPORT PRODUCED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRPNDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNDFILE-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDFILE-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY ARRPND.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PNDFILE-STATUS         PIC XX VALUE SPACES.
               88  PNDFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-PNDFILE            PIC X VALUE 'N'.
               88  PNDFILE-EOF                   VALUE 'Y'.
           05  WS-PND-FAILED             PIC X VALUE 'N'.
               88  PND-FAILED                    VALUE 'Y'.

       01  WS-PND-COUNTS.
           05  WS-READ-COUNT             PIC 9(6) VALUE 0.
           05  WS-PENDING-COUNT          PIC 9(6) VALUE 0.
           05  WS-APPROVED-TODAY         PIC 9(6) VALUE 0.
           05  WS-REJECTED-TODAY         PIC 9(6) VALUE 0.

       01  WS-TODAY-INTEGER              PIC 9(8).
       01  WS-CAPTURE-DATE-NUM           PIC 9(8).
       01  WS-CAPTURE-INTEGER            PIC 9(8).
       01  WS-AGE-DAYS                   PIC S9(5) VALUE 0.
       01  WS-PROPOSED-VALUE             PIC 9(9).

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
                                  VALUE 'ARRM CAPTURES PENDING'.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(12) VALUE 'KEYED'.
           05  FILLER                    PIC X(10) VALUE 'TIME'.
           05  FILLER                    PIC X(6) VALUE 'TERM'.
           05  FILLER                    PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                    PIC X(6) VALUE 'TABLE'.
           05  FILLER                    PIC X(3) VALUE 'A'.
           05  FILLER                    PIC X(8) VALUE 'TARGET'.
           05  FILLER                    PIC X(13)
                                          VALUE '     PROPOSED'.
           05  FILLER                    PIC X(6) VALUE '  DAYS'.

       01  WS-DETAIL-LINE.
           05  DL-DATE                   PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TIME                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TERMINAL               PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-OPERATOR               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TABLE                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-ACTION                 PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TARGET                 PIC ZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-PROPOSED               PIC X(11).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-AGE-DAYS               PIC ZZZ,ZZ9.

       01  WS-NONE-LINE                  PIC X(80)
                  VALUE 'NO CAPTURES AWAITING APPROVAL AT CUTOFF.'.

       01  WS-COUNT-LINE.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZZZZ9.

       01  WS-EDIT-VALUE                 PIC ZZZ,ZZZ,ZZ9.

      *    MM/DD/YYYY AND HH:MM:SS EDITS OF THE CAPTURE DATE/TIME,
      *    THE SAME AS ARRJRNR'S.
       01  WS-DATE-WORK.
           05  WS-DATE-RAW               PIC X(8).
           05  WS-DATE-RAW-X REDEFINES WS-DATE-RAW.
               10  WS-DATE-YYYY          PIC X(4).
               10  WS-DATE-MM            PIC X(2).
               10  WS-DATE-DD            PIC X(2).
       01  WS-TIME-WORK.
           05  WS-TIME-RAW               PIC X(6).
           05  WS-TIME-RAW-X REDEFINES WS-TIME-RAW.
               10  WS-TIME-HH            PIC X(2).
               10  WS-TIME-MM            PIC X(2).
               10  WS-TIME-SS            PIC X(2).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT PND-FAILED
               PERFORM 2000-LIST-ONE-RECORD UNTIL PNDFILE-EOF
               PERFORM 4000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 5000-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PNDFILE-FILE
           IF NOT PNDFILE-OK
               DISPLAY 'ARRPNDR: CANNOT OPEN PNDFILE - STATUS '
                       WS-PNDFILE-STATUS ' - NO REPORT PRODUCED.'
               SET PND-FAILED TO TRUE
           ELSE
               OPEN OUTPUT PRINT-FILE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               STRING WS-RUN-MM   DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-RUN-DD   DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-RUN-YYYY DELIMITED BY SIZE
                      INTO WS-RUN-DATE-DISPLAY
               END-STRING
               MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE
               PERFORM 1200-WRITE-HEADINGS
               PERFORM 1100-READ-PNDFILE
           END-IF.

       1100-READ-PNDFILE.
           READ PNDFILE-FILE
               AT END
                   SET PNDFILE-EOF TO TRUE
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

       2000-LIST-ONE-RECORD.
      *    PNDFILE IS KEYED BY CAPTURE DATE/TIME, SO THE SEQUENTIAL
      *    READ LISTS THE OLDEST PENDING ITEM FIRST.  DECIDED ITEMS
      *    ARE ONLY COUNTED, AND ONLY WHEN DECIDED ON THE RUN DATE.
           EVALUATE TRUE
               WHEN PND-PENDING
                   PERFORM 2100-WRITE-PENDING
               WHEN PND-APPROVED
                   IF PND-DECISION-DATE = WS-RUN-DATE
                       ADD 1 TO WS-APPROVED-TODAY
                   END-IF
               WHEN PND-REJECTED
                   IF PND-DECISION-DATE = WS-RUN-DATE
                       ADD 1 TO WS-REJECTED-TODAY
                   END-IF
           END-EVALUATE
           PERFORM 1100-READ-PNDFILE.

       2100-WRITE-PENDING.
      *    AGE VIA THE INTEGER DATE FORMS, THE SAME AS ARRAGE; A
      *    CAPTURE DATE THAT IS NOT A VALID YYYYMMDD AGES AS ZERO.
           ADD 1 TO WS-PENDING-COUNT
           IF PND-CAPTURE-DATE NUMERIC
               MOVE PND-CAPTURE-DATE TO WS-CAPTURE-DATE-NUM
               COMPUTE WS-CAPTURE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CAPTURE-DATE-NUM)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-CAPTURE-INTEGER
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE PND-CAPTURE-DATE TO WS-DATE-RAW
           STRING WS-DATE-MM   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-DATE-YYYY DELIMITED BY SIZE
                  INTO DL-DATE
           END-STRING
           MOVE PND-CAPTURE-TIME TO WS-TIME-RAW
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO DL-TIME
           END-STRING
           MOVE PND-TERMINAL TO DL-TERMINAL
           MOVE PND-OPERATOR TO DL-OPERATOR
           MOVE PND-TABLE-ID TO DL-TABLE
           MOVE PND-ACTION TO DL-ACTION
           MOVE PND-TARGET TO DL-TARGET
           IF PND-ACTION = 'D'
               MOVE '     DELETE' TO DL-PROPOSED
           ELSE
               MOVE PND-VALUE TO WS-PROPOSED-VALUE
               MOVE WS-PROPOSED-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO DL-PROPOSED
           END-IF
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       4000-WRITE-SUMMARY.
           IF WS-PENDING-COUNT = 0
               WRITE PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE 'ITEMS STILL PENDING' TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'APPROVED ON THE RUN DATE' TO CL-LABEL
           MOVE WS-APPROVED-TODAY TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'REJECTED ON THE RUN DATE' TO CL-LABEL
           MOVE WS-REJECTED-TODAY TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN PND-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PENDING-COUNT > 0
                   DISPLAY 'ARRPNDR: ' WS-PENDING-COUNT
                           ' ARRM CAPTURES STILL AWAITING APPROVAL '
                           '- NOT IN TONIGHT''S RUN.'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRPNDR: NO ARRM CAPTURES PENDING AT '
                           'CUTOFF.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE PNDFILE-FILE
           CLOSE PRINT-FILE.
