      ******************************************************************
      *    PROGRAM-ID : ARRJRNR
      *    PURPOSE    : ELEMENT VALUE HISTORY INQUIRY OVER THE ARRJRNL
      *                 CHANGE JOURNAL (SEE COPYBOOKS/ARRJRN.CPY).
      *                 "WHAT HAS ELEMENT 4711 HELD SINCE THE FIRST OF
      *                 THE MONTH, AND WHO CHANGED IT" USED TO MEAN
      *                 PULLING A WEEK OF EXTRACT GENERATIONS AND
      *                 DIFFING THEM BY HAND - AND NOTHING AT ALL
      *                 OLDER THAN THE GDG RETAINS.  THIS REPORT LISTS
      *                 EVERY JOURNALED CHANGE TO ONE ELEMENT OR AN
      *                 ELEMENT RANGE INSIDE A DATE RANGE, GROUPED BY
      *                 ELEMENT AND IN DATE/TIME ORDER WITHIN IT, WITH
      *                 THE OLD AND NEW VALUE, THE PROGRAM THAT MADE
      *                 THE CHANGE, THE OPERATOR AND TERMINAL FOR AN
      *                 ARRM CAPTURE, THE REFERENCE, AND THE
      *                 SUPERVISOR WHO APPROVED AN ARRM CAPTURE.
      *                 JRNCARD CARRIES THE FROM/TO ELEMENT (COLUMNS
      *                 1-6 AND 7-12) AND THE FROM/TO DATE (YYYYMMDD,
      *                 COLUMNS 13-20 AND 21-28, INCLUSIVE).  A BLANK
      *                 OR ZERO TO-ELEMENT MEANS THE FROM-ELEMENT
      *                 ALONE; A BLANK OR ZERO FROM-ELEMENT OR DATE
      *                 BOUND LEAVES THAT END OF THE RANGE OPEN, THE
      *                 SAME RULE AS ARRAUDR'S AUDCARD.
      *                 THE JOURNAL IS APPENDED IN TIME ORDER ACROSS
      *                 ALL ELEMENTS, SO THE SELECTED ENTRIES ARE
      *                 SORTED (THE SAME INPUT/OUTPUT PROCEDURE SORT
      *                 AS ARREDIT) WITH THE JOURNAL POSITION AS THE
      *                 LAST KEY, SO TWO CHANGES IN THE SAME SECOND
      *                 STILL PRINT IN THE ORDER THEY WERE MADE.
      *                 RETURN-CODE 0  - AT LEAST ONE CHANGE LISTED.
      *                 RETURN-CODE 4  - NO JOURNAL ENTRY MATCHED THE
      *                 CARD (OR THERE IS NO JOURNAL YET).
      *                 RETURN-CODE 8  - JRNCARD IS NOT VALID - THE
      *                 RANGES ARE NOT NUMERIC OR RUN BACKWARDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRJRNR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNCARD-FILE ASSIGN TO JRNCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNCARD-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      *    ONE-RECORD SELECTION CARD, ARRJRNR'S ALONE - DECLARED
      *    INLINE THE SAME WAY ARRAUDR DECLARES AUDCARD.
       FD  JRNCARD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  JRNCARD-RECORD.
           05  JRNC-FROM-ELEMENT         PIC X(6).
           05  JRNC-TO-ELEMENT           PIC X(6).
           05  JRNC-FROM-DATE            PIC X(8).
           05  JRNC-TO-DATE              PIC X(8).
           05  FILLER                    PIC X(12).

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ELEMENT               PIC 9(6).
           05  SRT-CHANGE-DATE           PIC X(8).
           05  SRT-CHANGE-TIME           PIC X(6).
           05  SRT-SEQUENCE              PIC 9(9).
           05  SRT-OLD-VALUE             PIC 9(9).
           05  SRT-NEW-VALUE             PIC 9(9).
           05  SRT-SOURCE-PGM            PIC X(8).
           05  SRT-ACTION                PIC X.
           05  SRT-REFERENCE             PIC X(30).
           05  SRT-OPERATOR              PIC X(8).
           05  SRT-TERMINAL              PIC X(4).
           05  SRT-APPROVER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-JRNCARD-STATUS         PIC XX VALUE SPACES.
               88  JRNCARD-OK                    VALUE '00'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-JOURNAL            PIC X VALUE 'N'.
               88  JOURNAL-EOF                   VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-JOURNAL-AVAILABLE      PIC X VALUE 'N'.
               88  JOURNAL-AVAILABLE             VALUE 'Y'.
           05  WS-CARD-INVALID           PIC X VALUE 'N'.
               88  CARD-INVALID                  VALUE 'Y'.
           05  WS-FIRST-ELEMENT          PIC X VALUE 'Y'.
               88  FIRST-ELEMENT                 VALUE 'Y'.

       01  WS-SELECTION-RANGE.
           05  WS-FROM-ELEMENT           PIC 9(6) VALUE 0.
           05  WS-TO-ELEMENT             PIC 9(6) VALUE 999999.
           05  WS-FROM-DATE              PIC X(8) VALUE '00000000'.
           05  WS-TO-DATE                PIC X(8) VALUE '99999999'.

       01  WS-JRN-COUNTS.
           05  WS-READ-COUNT             PIC 9(9) VALUE 0.
           05  WS-SELECTED-COUNT         PIC 9(6) VALUE 0.
           05  WS-ELEMENT-COUNT          PIC 9(6) VALUE 0.
           05  WS-ADD-COUNT              PIC 9(6) VALUE 0.
           05  WS-CHANGE-COUNT           PIC 9(6) VALUE 0.
           05  WS-DELETE-COUNT           PIC 9(6) VALUE 0.

       01  WS-ELEMENT-FIELDS.
           05  WS-CURRENT-ELEMENT        PIC 9(6) VALUE 0.
           05  WS-ELEMENT-CHANGES        PIC 9(6) VALUE 0.

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
                                          VALUE 'ELEMENT VALUE HISTORY'.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(12) VALUE 'DATE'.
           05  FILLER                    PIC X(10) VALUE 'TIME'.
           05  FILLER                    PIC X(3) VALUE 'A'.
           05  FILLER                    PIC X(13) VALUE '  OLD VALUE'.
           05  FILLER                    PIC X(13) VALUE '  NEW VALUE'.
           05  FILLER                    PIC X(10) VALUE 'SOURCE'.
           05  FILLER                    PIC X(9) VALUE 'OPERATOR'.
           05  FILLER                    PIC X(4) VALUE 'TERM'.

       01  WS-SELECT-LINE.
           05  FILLER                    PIC X(10) VALUE 'ELEMENTS: '.
           05  SL-FROM-ELEMENT           PIC 9(6).
           05  FILLER                    PIC X(3) VALUE ' - '.
           05  SL-TO-ELEMENT             PIC 9(6).
           05  FILLER                    PIC X(10) VALUE '   DATES: '.
           05  SL-FROM-DATE              PIC X(8).
           05  FILLER                    PIC X(3) VALUE ' - '.
           05  SL-TO-DATE                PIC X(8).

       01  WS-ELEMENT-LINE.
           05  FILLER                    PIC X(9) VALUE 'ELEMENT: '.
           05  EL-ELEMENT                PIC ZZZZZ9.

       01  WS-DETAIL-LINE.
           05  DL-DATE                   PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TIME                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-ACTION                 PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-OLD-VALUE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-NEW-VALUE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-SOURCE-PGM             PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-OPERATOR               PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DL-TERMINAL               PIC X(4).

       01  WS-REFERENCE-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'REF: '.
           05  RL-REFERENCE              PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-APPROVED-LABEL         PIC X(13).
           05  RL-APPROVER               PIC X(8).

       01  WS-ELEMENT-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE 'ELEMENT '.
           05  ETL-ELEMENT               PIC ZZZZZ9.
           05  FILLER                    PIC X(10) VALUE ' CHANGES: '.
           05  ETL-CHANGES               PIC ZZZZZ9.

       01  WS-COUNT-LINE.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZZZZ9.

      *    MM/DD/YYYY AND HH:MM:SS EDITS OF THE JOURNAL DATE/TIME.
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
           IF NOT CARD-INVALID
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ELEMENT
                                    SRT-CHANGE-DATE
                                    SRT-CHANGE-TIME
                                    SRT-SEQUENCE
                   INPUT PROCEDURE IS 2000-SELECT-ENTRIES
                   OUTPUT PROCEDURE IS 3000-PRINT-HISTORY
           END-IF
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 5000-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT JRNCARD-FILE
           IF JRNCARD-OK
               READ JRNCARD-FILE
                   NOT AT END
                       PERFORM 1050-EDIT-CARD
               END-READ
               CLOSE JRNCARD-FILE
           END-IF

           OPEN INPUT ARRJRNL-FILE
           IF ARRJRNL-OK
               SET JOURNAL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ARRJRNR: NO ARRJRNL DATA SET - STATUS '
                       WS-ARRJRNL-STATUS ' - NOTHING TO REPORT.'
               SET JOURNAL-EOF TO TRUE
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

           PERFORM 1200-WRITE-HEADINGS
           MOVE WS-FROM-ELEMENT TO SL-FROM-ELEMENT
           MOVE WS-TO-ELEMENT TO SL-TO-ELEMENT
           MOVE WS-FROM-DATE TO SL-FROM-DATE
           MOVE WS-TO-DATE TO SL-TO-DATE
           WRITE PRINT-RECORD FROM WS-SELECT-LINE
               AFTER ADVANCING 1 LINES.

       1050-EDIT-CARD.
      *    A NON-NUMERIC (BUT NOT BLANK) BOUND IS A KEYING ERROR, NOT
      *    AN OPEN END - REPORTING THE WHOLE JOURNAL WHEN SOMEBODY
      *    ASKED FOR ONE ELEMENT WOULD ANSWER THE WRONG QUESTION.
           IF JRNC-FROM-ELEMENT NOT = SPACES
               IF JRNC-FROM-ELEMENT NUMERIC
                   MOVE JRNC-FROM-ELEMENT TO WS-FROM-ELEMENT
                   IF WS-FROM-ELEMENT > ZERO
                       MOVE WS-FROM-ELEMENT TO WS-TO-ELEMENT
                   END-IF
               ELSE
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF JRNC-TO-ELEMENT NOT = SPACES
               IF JRNC-TO-ELEMENT NUMERIC
                   IF JRNC-TO-ELEMENT > '000000'
                       MOVE JRNC-TO-ELEMENT TO WS-TO-ELEMENT
                   END-IF
               ELSE
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF JRNC-FROM-DATE NOT = SPACES
               IF JRNC-FROM-DATE NUMERIC
                   IF JRNC-FROM-DATE > '00000000'
                       MOVE JRNC-FROM-DATE TO WS-FROM-DATE
                   END-IF
               ELSE
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF JRNC-TO-DATE NOT = SPACES
               IF JRNC-TO-DATE NUMERIC
                   IF JRNC-TO-DATE > '00000000'
                       MOVE JRNC-TO-DATE TO WS-TO-DATE
                   END-IF
               ELSE
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-FROM-ELEMENT > WS-TO-ELEMENT
              OR WS-FROM-DATE > WS-TO-DATE
               SET CARD-INVALID TO TRUE
           END-IF
           IF CARD-INVALID
               DISPLAY 'ARRJRNR: JRNCARD "' JRNCARD-RECORD
                       '" IS NOT A VALID ELEMENT/DATE RANGE - '
                       'NOTHING REPORTED.'
           END-IF.

       1100-READ-JOURNAL.
           READ ARRJRNL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
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

       2000-SELECT-ENTRIES.
      *    SORT INPUT PROCEDURE - ONLY ENTRIES INSIDE BOTH RANGES
      *    ARE RELEASED; THE READ COUNT IS THE JOURNAL POSITION.
           IF NOT JOURNAL-EOF
               PERFORM 1100-READ-JOURNAL
           END-IF
           PERFORM 2100-SELECT-ONE-ENTRY UNTIL JOURNAL-EOF.

       2100-SELECT-ONE-ENTRY.
           IF JRN-ELEMENT >= WS-FROM-ELEMENT
              AND JRN-ELEMENT <= WS-TO-ELEMENT
              AND JRN-CHANGE-DATE >= WS-FROM-DATE
              AND JRN-CHANGE-DATE <= WS-TO-DATE
               PERFORM 2200-RELEASE-ENTRY
           END-IF
           PERFORM 1100-READ-JOURNAL.

       2200-RELEASE-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE JRN-ELEMENT TO SRT-ELEMENT
           MOVE JRN-CHANGE-DATE TO SRT-CHANGE-DATE
           MOVE JRN-CHANGE-TIME TO SRT-CHANGE-TIME
           MOVE WS-READ-COUNT TO SRT-SEQUENCE
           MOVE JRN-OLD-VALUE TO SRT-OLD-VALUE
           MOVE JRN-NEW-VALUE TO SRT-NEW-VALUE
           MOVE JRN-SOURCE-PGM TO SRT-SOURCE-PGM
           MOVE JRN-ACTION TO SRT-ACTION
           MOVE JRN-REFERENCE TO SRT-REFERENCE
           MOVE JRN-OPERATOR TO SRT-OPERATOR
           MOVE JRN-TERMINAL TO SRT-TERMINAL
           MOVE JRN-APPROVER TO SRT-APPROVER
           RELEASE SORT-RECORD.

       3000-PRINT-HISTORY.
      *    SORT OUTPUT PROCEDURE - ENTRIES COME BACK IN ELEMENT ORDER;
      *    A CHANGE OF SRT-ELEMENT CLOSES THE PRIOR ELEMENT'S COUNT
      *    AND OPENS THE NEXT.
           PERFORM 3100-RETURN-SORTED
           PERFORM 3200-PRINT-ONE-ENTRY UNTIL SORT-EOF
           IF NOT FIRST-ELEMENT
               PERFORM 3400-WRITE-ELEMENT-TOTAL
           END-IF.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       3200-PRINT-ONE-ENTRY.
           IF FIRST-ELEMENT OR SRT-ELEMENT NOT = WS-CURRENT-ELEMENT
               IF NOT FIRST-ELEMENT
                   PERFORM 3400-WRITE-ELEMENT-TOTAL
               END-IF
               PERFORM 3300-START-ELEMENT
           END-IF
           ADD 1 TO WS-ELEMENT-CHANGES
           EVALUATE SRT-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           MOVE SRT-CHANGE-DATE TO WS-DATE-RAW
           STRING WS-DATE-MM   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-DATE-YYYY DELIMITED BY SIZE
                  INTO DL-DATE
           END-STRING
           MOVE SRT-CHANGE-TIME TO WS-TIME-RAW
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO DL-TIME
           END-STRING
           MOVE SRT-ACTION TO DL-ACTION
           MOVE SRT-OLD-VALUE TO DL-OLD-VALUE
           MOVE SRT-NEW-VALUE TO DL-NEW-VALUE
           MOVE SRT-SOURCE-PGM TO DL-SOURCE-PGM
           MOVE SRT-OPERATOR TO DL-OPERATOR
           MOVE SRT-TERMINAL TO DL-TERMINAL
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE
           IF SRT-REFERENCE NOT = SPACES OR SRT-APPROVER NOT = SPACES
               MOVE SRT-REFERENCE TO RL-REFERENCE
               IF SRT-APPROVER = SPACES
                   MOVE SPACES TO RL-APPROVED-LABEL
               ELSE
                   MOVE 'APPROVED BY: ' TO RL-APPROVED-LABEL
               END-IF
               MOVE SRT-APPROVER TO RL-APPROVER
               WRITE PRINT-RECORD FROM WS-REFERENCE-LINE
                   AFTER ADVANCING 1 LINES
                   AT END-OF-PAGE
                       PERFORM 1200-WRITE-HEADINGS
               END-WRITE
           END-IF
           PERFORM 3100-RETURN-SORTED.

       3300-START-ELEMENT.
           MOVE 'N' TO WS-FIRST-ELEMENT
           ADD 1 TO WS-ELEMENT-COUNT
           MOVE SRT-ELEMENT TO WS-CURRENT-ELEMENT
           MOVE 0 TO WS-ELEMENT-CHANGES
           MOVE SRT-ELEMENT TO EL-ELEMENT
           WRITE PRINT-RECORD FROM WS-ELEMENT-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       3400-WRITE-ELEMENT-TOTAL.
           MOVE WS-CURRENT-ELEMENT TO ETL-ELEMENT
           MOVE WS-ELEMENT-CHANGES TO ETL-CHANGES
           WRITE PRINT-RECORD FROM WS-ELEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       4000-WRITE-SUMMARY.
           MOVE 'JOURNAL ENTRIES ON FILE' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'CHANGES SELECTED' TO CL-LABEL
           MOVE WS-SELECTED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ADDS' TO CL-LABEL
           MOVE WS-ADD-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  CHANGES' TO CL-LABEL
           MOVE WS-CHANGE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  DELETES' TO CL-LABEL
           MOVE WS-DELETE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ELEMENTS WITH CHANGES' TO CL-LABEL
           MOVE WS-ELEMENT-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           DISPLAY 'ARRJRNR: ' WS-SELECTED-COUNT ' OF ' WS-READ-COUNT
                   ' JOURNAL ENTRIES REPORTED.'
           EVALUATE TRUE
               WHEN CARD-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELECTED-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
           IF JOURNAL-AVAILABLE
               CLOSE ARRJRNL-FILE
           END-IF
           CLOSE PRINT-FILE.
