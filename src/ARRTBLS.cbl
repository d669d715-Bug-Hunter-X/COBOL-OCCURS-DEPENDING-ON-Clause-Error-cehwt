      ******************************************************************
      *    PROGRAM-ID : ARRTBLS
      *    PURPOSE    : SUBMITS THE NIGHTLY ARRPOPJ STREAM ONCE PER
      *                 TABLE ON THE TABLE LIST (PROD.ARRPOP.TABLES,
      *                 SEE COPYBOOKS/ARRTBL.CPY).  EVERY PER-TABLE
      *                 DATA SET IN ARRPOPJ IS NAMED UNDER THE &TBL
      *                 SYMBOL AND EVERY PROGRAM IN IT IS HANDED &TBL
      *                 ON ITS PARM, SO ONE COPY OF THE JOB SERVES
      *                 EVERY TABLE: THIS STEP READS THAT JOB (THE
      *                 JCLSKEL DD) ONCE, THEN FOR EACH ACTIVE TABLE
      *                 WRITES A COPY OF IT TO THE INTERNAL READER
      *                 WITH TWO CARDS CHANGED -
      *                   - THE JOB CARD'S NAME BECOMES ARRP<TABLE>
      *                     (ARRPMAIN FOR THE MAIN TABLE), SO EACH
      *                     TABLE'S RUN HAS ITS OWN JOB LOG AND ONE
      *                     TABLE'S FAILED JOB CAN BE RESTARTED BY
      *                     ITSELF, AND
      *                   - THE '// SET TBL=' CARD NAMES THE TABLE.
      *                 EACH SUBMITTED JOB STANDS ON ITS OWN: A BAD
      *                 FEED OR A FAILED STEP FOR ONE TABLE HOLDS ONLY
      *                 THAT TABLE'S JOB.  THE JOBS STILL TAKE TURNS AT
      *                 THE SHARED ARRFILE (DISP=OLD IN THE APPLY AND
      *                 LOAD STEPS), SO THEY QUEUE FOR IT RATHER THAN
      *                 COLLIDE.
      *                 AN INACTIVE ('I') TABLE IS LISTED BUT NOT RUN.
      *                 A CARD WHOSE TABLE ID IS NOT A VALID DATA SET
      *                 QUALIFIER (A LETTER FOLLOWED BY UP TO THREE
      *                 LETTERS OR DIGITS), WHOSE STATUS IS NEITHER A
      *                 NOR I, OR THAT REPEATS A TABLE ALREADY ON THE
      *                 LIST IS SKIPPED AND REPORTED - A TYPING ERROR
      *                 ON ONE CARD NEVER STOPS THE OTHER TABLES.
      *                 THE SYSPRINT REPORT LISTS EVERY CARD AND WHAT
      *                 WAS DONE WITH IT.
      *                 RETURN-CODE 0  - EVERY CARD SUBMITTED OR
      *                 INACTIVE.
      *                 RETURN-CODE 4  - AT LEAST ONE CARD WAS SKIPPED,
      *                 OR NO TABLE IS ACTIVE - SEE THE REPORT.
      *                 RETURN-CODE 8  - THE SKELETON HAS NO JOB CARD
      *                 ON ITS FIRST LINE OR NO '// SET TBL=' CARD, OR
      *                 IS LONGER THAN THIS PROGRAM HOLDS - NOTHING
      *                 SUBMITTED.
      *                 RETURN-CODE 16 - A FILE COULD NOT BE OPENED -
      *                 NOTHING SUBMITTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRTBLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLES-FILE ASSIGN TO TABLES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABLES-STATUS.

           SELECT JCLSKEL-FILE ASSIGN TO JCLSKEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JCLSKEL-STATUS.

           SELECT INTRDR-FILE ASSIGN TO INTRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRDR-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLES-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARRTBL.

       FD  JCLSKEL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JCLSKEL-RECORD                PIC X(80).

       FD  INTRDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INTRDR-RECORD                 PIC X(80).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TABLES-STATUS          PIC XX VALUE SPACES.
               88  TABLES-OK                     VALUE '00'.
           05  WS-JCLSKEL-STATUS         PIC XX VALUE SPACES.
               88  JCLSKEL-OK                    VALUE '00'.
           05  WS-INTRDR-STATUS          PIC XX VALUE SPACES.
               88  INTRDR-OK                     VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TABLES             PIC X VALUE 'N'.
               88  TABLES-EOF                    VALUE 'Y'.
           05  WS-EOF-JCLSKEL            PIC X VALUE 'N'.
               88  JCLSKEL-EOF                   VALUE 'Y'.
           05  WS-OPEN-FAILED            PIC X VALUE 'N'.
               88  OPEN-FAILED                   VALUE 'Y'.
           05  WS-SKELETON-BAD           PIC X VALUE 'N'.
               88  SKELETON-BAD                  VALUE 'Y'.
           05  WS-TABLE-ID-OK            PIC X VALUE 'N'.
               88  TABLE-ID-VALID                VALUE 'Y'.
           05  WS-TABLE-SEEN             PIC X VALUE 'N'.
               88  TABLE-ALREADY-LISTED          VALUE 'Y'.

      *    THE ARRPOPJ SKELETON, HELD WHOLE SO IT IS READ ONCE AND
      *    WRITTEN OUT ONCE PER TABLE.  WS-SET-CARD-NO IS THE
      *    '// SET TBL=' CARD; THE JOB CARD IS ALWAYS CARD 1.
       01  WS-SKELETON-MAX               PIC 9(4) VALUE 2000.
       01  WS-SKELETON-COUNT             PIC 9(4) VALUE 0.
       01  WS-SET-CARD-NO                PIC 9(4) VALUE 0.
       01  WS-CARD-SUB                   PIC 9(4) VALUE 0.
       01  WS-SKELETON.
           05  WS-SKELETON-CARD          PIC X(80)
                                          OCCURS 2000 TIMES.

       01  WS-TALLY                      PIC 9(4) VALUE 0.
       01  WS-JOB-CARD                   PIC X(80).
       01  WS-SET-CARD                   PIC X(80).
       01  WS-JOB-NAME                   PIC X(8).

      *    THE TABLE IDS ALREADY TAKEN FROM THE LIST, SO A REPEATED
      *    CARD CANNOT SUBMIT THE SAME TABLE'S JOB TWICE.
       01  WS-LISTED-MAX                 PIC 9(4) VALUE 500.
       01  WS-LISTED-COUNT               PIC 9(4) VALUE 0.
       01  WS-LISTED-SUB                 PIC 9(4) VALUE 0.
       01  WS-LISTED-TABLES.
           05  WS-LISTED-ID              PIC X(4) OCCURS 500 TIMES.

      *    ONE CHARACTER OF THE TABLE ID AT A TIME FOR THE QUALIFIER
      *    CHECK.  A BLANK ENDS THE ID; ANYTHING AFTER A BLANK IS AN
      *    EMBEDDED BLANK AND FAILS IT.
       01  WS-CHAR-SUB                   PIC 9(1) VALUE 0.
       01  WS-ID-CHAR                    PIC X.
           88  ID-CHAR-LETTER            VALUE 'A' THRU 'I'
                                               'J' THRU 'R'
                                               'S' THRU 'Z'.
           88  ID-CHAR-DIGIT             VALUE '0' THRU '9'.
       01  WS-BLANK-SEEN                 PIC X VALUE 'N'.
           88  BLANK-SEEN                        VALUE 'Y'.

       01  WS-TBL-COUNTS.
           05  WS-CARD-COUNT             PIC 9(4) VALUE 0.
           05  WS-SUBMIT-COUNT           PIC 9(4) VALUE 0.
           05  WS-INACTIVE-COUNT         PIC 9(4) VALUE 0.
           05  WS-SKIP-COUNT             PIC 9(4) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
           05  WS-RUN-DATE               PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY           PIC 9(4).
               10  WS-RUN-MM             PIC 9(2).
               10  WS-RUN-DD             PIC 9(2).
           05  WS-RUN-DATE-DISPLAY       PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(28)
                                  VALUE 'ARRPOPJ SUBMISSION BY TABLE'.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(7) VALUE 'TABLE'.
           05  FILLER                    PIC X(4) VALUE 'ST'.
           05  FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(37) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  DL-TABLE                  PIC X(4).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-STATUS                 PIC X.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-ACTION                 PIC X(37).

       01  WS-NONE-LINE                  PIC X(80)
                  VALUE 'NO TABLE ON THE LIST IS ACTIVE - NOTHING RUN.'.

       01  WS-COUNT-LINE.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT OPEN-FAILED AND NOT SKELETON-BAD
               PERFORM 2000-PROCESS-ONE-CARD UNTIL TABLES-EOF
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 5000-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT TABLES-FILE
           OPEN INPUT JCLSKEL-FILE
           OPEN OUTPUT INTRDR-FILE
           IF NOT TABLES-OK OR NOT JCLSKEL-OK OR NOT INTRDR-OK
               DISPLAY 'ARRTBLS: CANNOT OPEN FILES - TABLES '
                       WS-TABLES-STATUS ' JCLSKEL ' WS-JCLSKEL-STATUS
                       ' INTRDR ' WS-INTRDR-STATUS
                       ' - NOTHING SUBMITTED.'
               SET OPEN-FAILED TO TRUE
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
               PERFORM 1300-LOAD-SKELETON
               IF NOT SKELETON-BAD
                   PERFORM 1100-READ-TABLES
               END-IF
           END-IF.

       1100-READ-TABLES.
           READ TABLES-FILE
               AT END
                   SET TABLES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
           END-READ.

       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       1300-LOAD-SKELETON.
      *    THE WHOLE SKELETON IS READ AND CHECKED BEFORE ANY TABLE IS
      *    SUBMITTED, SO A DAMAGED SKELETON SUBMITS NOTHING AT ALL
      *    RATHER THAN A FEW BROKEN JOBS.  THE JOB CARD MUST BE CARD
      *    1 AND CARRY A NAME; THE FIRST '// SET TBL=' CARD IS THE ONE
      *    REPLACED.
           PERFORM 1310-READ-SKELETON
           PERFORM 1320-STORE-SKELETON-CARD
               UNTIL JCLSKEL-EOF OR SKELETON-BAD
           EVALUATE TRUE
               WHEN SKELETON-BAD
                   DISPLAY 'ARRTBLS: JCLSKEL IS LONGER THAN '
                           WS-SKELETON-MAX ' CARDS - NOTHING '
                           'SUBMITTED.'
               WHEN WS-SKELETON-COUNT = ZERO
                   DISPLAY 'ARRTBLS: JCLSKEL IS EMPTY - NOTHING '
                           'SUBMITTED.'
                   SET SKELETON-BAD TO TRUE
               WHEN OTHER
                   PERFORM 1330-CHECK-JOB-CARD
                   IF WS-SET-CARD-NO = ZERO
                       DISPLAY 'ARRTBLS: JCLSKEL HAS NO ''// SET TBL='''
                               ' CARD - NOTHING SUBMITTED.'
                       SET SKELETON-BAD TO TRUE
                   END-IF
           END-EVALUATE.

       1310-READ-SKELETON.
           READ JCLSKEL-FILE
               AT END
                   SET JCLSKEL-EOF TO TRUE
           END-READ.

       1320-STORE-SKELETON-CARD.
           IF WS-SKELETON-COUNT = WS-SKELETON-MAX
               SET SKELETON-BAD TO TRUE
           ELSE
               ADD 1 TO WS-SKELETON-COUNT
               MOVE JCLSKEL-RECORD
                   TO WS-SKELETON-CARD(WS-SKELETON-COUNT)
               IF WS-SET-CARD-NO = ZERO
                  AND JCLSKEL-RECORD(1:2) = '//'
                   MOVE ZERO TO WS-TALLY
                   INSPECT JCLSKEL-RECORD
                       TALLYING WS-TALLY FOR ALL ' SET TBL='
                   IF WS-TALLY > ZERO
                       MOVE WS-SKELETON-COUNT TO WS-SET-CARD-NO
                   END-IF
               END-IF
               PERFORM 1310-READ-SKELETON
           END-IF.

       1330-CHECK-JOB-CARD.
           MOVE ZERO TO WS-TALLY
           INSPECT WS-SKELETON-CARD(1)
               TALLYING WS-TALLY FOR ALL ' JOB '
           IF WS-SKELETON-CARD(1)(1:2) NOT = '//'
              OR WS-SKELETON-CARD(1)(3:1) = SPACE
              OR WS-TALLY = ZERO
               DISPLAY 'ARRTBLS: JCLSKEL CARD 1 IS NOT A NAMED JOB '
                       'CARD - NOTHING SUBMITTED.'
               SET SKELETON-BAD TO TRUE
           END-IF.

       2000-PROCESS-ONE-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TBL-TABLE-ID TO DL-TABLE
           MOVE TBL-STATUS TO DL-STATUS
           MOVE TBL-DESCRIPTION TO DL-DESCRIPTION
           PERFORM 2100-CHECK-TABLE-ID
           PERFORM 2200-CHECK-LISTED
           EVALUATE TRUE
               WHEN NOT TABLE-ID-VALID
                   MOVE 'SKIPPED - NOT A VALID TABLE ID'
                       TO DL-ACTION
                   ADD 1 TO WS-SKIP-COUNT
               WHEN TABLE-ALREADY-LISTED
                   MOVE 'SKIPPED - TABLE ALREADY ON THE LIST'
                       TO DL-ACTION
                   ADD 1 TO WS-SKIP-COUNT
               WHEN TBL-ACTIVE
                   PERFORM 2300-SUBMIT-TABLE
                   STRING 'SUBMITTED AS ' DELIMITED BY SIZE
                          WS-JOB-NAME     DELIMITED BY SPACE
                          INTO DL-ACTION
                   END-STRING
                   ADD 1 TO WS-SUBMIT-COUNT
               WHEN TBL-INACTIVE
                   MOVE 'INACTIVE - NOT RUN' TO DL-ACTION
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OTHER
                   MOVE 'SKIPPED - STATUS MUST BE A OR I'
                       TO DL-ACTION
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE
           PERFORM 1100-READ-TABLES.

       2100-CHECK-TABLE-ID.
      *    A LETTER, THEN UP TO THREE LETTERS OR DIGITS, LEFT-
      *    JUSTIFIED WITH NO EMBEDDED BLANK - THE RULE FOR A DATA SET
      *    NAME QUALIFIER, SINCE THE ID BECOMES ONE IN EVERY
      *    PER-TABLE DSN.
           MOVE 'Y' TO WS-TABLE-ID-OK
           MOVE 'N' TO WS-BLANK-SEEN
           MOVE TBL-TABLE-ID(1:1) TO WS-ID-CHAR
           IF NOT ID-CHAR-LETTER
               MOVE 'N' TO WS-TABLE-ID-OK
           END-IF
           PERFORM 2110-CHECK-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 2 BY 1
               UNTIL WS-CHAR-SUB > 4.

       2110-CHECK-ONE-CHAR.
           MOVE TBL-TABLE-ID(WS-CHAR-SUB:1) TO WS-ID-CHAR
           EVALUATE TRUE
               WHEN WS-ID-CHAR = SPACE
                   SET BLANK-SEEN TO TRUE
               WHEN BLANK-SEEN
                   MOVE 'N' TO WS-TABLE-ID-OK
               WHEN ID-CHAR-LETTER OR ID-CHAR-DIGIT
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-TABLE-ID-OK
           END-EVALUATE.

       2200-CHECK-LISTED.
      *    ONLY A VALID ID IS REMEMBERED; AN ID THAT WAS SKIPPED AS
      *    INVALID NEVER MAKES A LATER CARD A DUPLICATE.
           MOVE 'N' TO WS-TABLE-SEEN
           IF TABLE-ID-VALID
               PERFORM 2210-COMPARE-LISTED
                   VARYING WS-LISTED-SUB FROM 1 BY 1
                   UNTIL WS-LISTED-SUB > WS-LISTED-COUNT
                      OR TABLE-ALREADY-LISTED
               IF NOT TABLE-ALREADY-LISTED
                  AND WS-LISTED-COUNT < WS-LISTED-MAX
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE TBL-TABLE-ID TO WS-LISTED-ID(WS-LISTED-COUNT)
               END-IF
           END-IF.

       2210-COMPARE-LISTED.
           IF WS-LISTED-ID(WS-LISTED-SUB) = TBL-TABLE-ID
               SET TABLE-ALREADY-LISTED TO TRUE
           END-IF.

       2300-SUBMIT-TABLE.
      *    THE JOB NAME AND THE SET CARD ARE BUILT FRESH FOR EACH
      *    TABLE; EVERY OTHER CARD GOES OUT EXACTLY AS THE SKELETON
      *    HAS IT.
           MOVE SPACES TO WS-JOB-NAME
           STRING 'ARRP'       DELIMITED BY SIZE
                  TBL-TABLE-ID DELIMITED BY SPACE
                  INTO WS-JOB-NAME
           END-STRING
           MOVE WS-SKELETON-CARD(1) TO WS-JOB-CARD
           MOVE WS-JOB-NAME TO WS-JOB-CARD(3:8)
           MOVE SPACES TO WS-SET-CARD
           STRING '//         SET TBL=' DELIMITED BY SIZE
                  TBL-TABLE-ID          DELIMITED BY SPACE
                  INTO WS-SET-CARD
           END-STRING
           PERFORM 2310-WRITE-ONE-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-SKELETON-COUNT
           DISPLAY 'ARRTBLS: TABLE ' TBL-TABLE-ID ' SUBMITTED AS '
                   WS-JOB-NAME '.'.

       2310-WRITE-ONE-CARD.
           EVALUATE WS-CARD-SUB
               WHEN 1
                   MOVE WS-JOB-CARD TO INTRDR-RECORD
               WHEN WS-SET-CARD-NO
                   MOVE WS-SET-CARD TO INTRDR-RECORD
               WHEN OTHER
                   MOVE WS-SKELETON-CARD(WS-CARD-SUB) TO INTRDR-RECORD
           END-EVALUATE
           WRITE INTRDR-RECORD.

       4000-WRITE-SUMMARY.
           IF WS-SUBMIT-COUNT = 0
               WRITE PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE 'CARDS ON THE TABLE LIST' TO CL-LABEL
           MOVE WS-CARD-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TABLES SUBMITTED' TO CL-LABEL
           MOVE WS-SUBMIT-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TABLES INACTIVE' TO CL-LABEL
           MOVE WS-INACTIVE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'CARDS SKIPPED' TO CL-LABEL
           MOVE WS-SKIP-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN SKELETON-BAD
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIP-COUNT > 0
                   DISPLAY 'ARRTBLS: ' WS-SKIP-COUNT
                           ' TABLE LIST CARDS SKIPPED - SEE THE '
                           'REPORT.'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-SUBMIT-COUNT = 0
                   DISPLAY 'ARRTBLS: NO ACTIVE TABLE ON THE LIST - '
                           'NOTHING SUBMITTED.'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRTBLS: ' WS-SUBMIT-COUNT
                           ' ARRPOPJ RUNS SUBMITTED.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
      *    A FAILED OPEN LEAVES SOME OF THE FILES UNOPENED; CLOSING
      *    THEM ANYWAY ONLY SETS A STATUS NOBODY CHECKS.
           CLOSE TABLES-FILE
           CLOSE JCLSKEL-FILE
           CLOSE INTRDR-FILE
           IF NOT OPEN-FAILED
               CLOSE PRINT-FILE
           END-IF.
