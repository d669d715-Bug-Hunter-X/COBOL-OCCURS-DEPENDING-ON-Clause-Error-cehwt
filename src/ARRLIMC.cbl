      ******************************************************************
      *    PROGRAM-ID : ARRLIMC
      *    PURPOSE    : CHECK EVERY VALUE ON TONIGHT'S ARREXTR EXTRACT
      *                 AGAINST THE ELEMENT VALUE LIMITS MASTER
      *                 (LIMFILE, SEE COPYBOOKS/ARRLIM.CPY) BEFORE
      *                 ARRFILE IS REFRESHED.  ARREDIT ONLY PROVES A
      *                 VALUE IS NUMERIC - A NUMERIC VALUE TEN TIMES
      *                 TOO BIG USED TO RIDE STRAIGHT INTO ARRFILE AND
      *                 THE ARRI SCREENS.  THIS STEP RUNS BETWEEN
      *                 ARRPOP AND THE APPLY/LOAD STEPS IN ARRPOPJ AND
      *                 HOLDS THEM BY RETURN CODE ON A HARD BREACH.
      *                 THE EXTRACT IS POSITIONAL, SO THE RUNNING
      *                 RECORD COUNT IS THE ELEMENT NUMBER - THE SAME
      *                 KEY RULE AS ARRLOAD AND ARRRPT.  AN ELEMENT
      *                 WITH NO LIMFILE RECORD IS UNLIMITED AND IS
      *                 NEVER AN EXCEPTION.  ONE REASON PER ELEMENT,
      *                 ZERO FIRST (A ZERO BELOW THE LOW LIMIT IS A
      *                 MISSING VALUE BEFORE IT IS A SMALL ONE):
      *                   ZERO  - VALUE ZERO, NON-ZERO REQUIRED,
      *                   LOW   - VALUE BELOW LIM-LOW-VALUE,
      *                   HIGH  - VALUE ABOVE LIM-HIGH-VALUE.
      *                 EXCEPTIONS ARE SORTED BY OWNING DEPARTMENT
      *                 (DSC-DEPT FROM DSCFILE, SEE COPYBOOKS/
      *                 ARRDSC.CPY) AND PRINTED WITH A BREAK AND A
      *                 SUBTOTAL PER DEPARTMENT, SO EACH DEPARTMENT
      *                 GETS ITS OWN PAGE SECTION TO WORK FROM.  AN
      *                 ELEMENT WITH NO DSCFILE RECORD (OR NO DSCFILE
      *                 DD) GROUPS UNDER *NONE*.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY): THE EXTRACT AND LIMFILE ARE THE
      *                 TABLE'S OWN DATA SETS, AND THE SHARED DSCFILE
      *                 IS READ UNDER THE TABLE'S KEY.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0  - EVERY VALUE WITHIN LIMITS.
      *                 RETURN-CODE 4  - WARNING-SEVERITY EXCEPTIONS
      *                 ONLY - REPORTED, ARRFILE REFRESH PROCEEDS.
      *                 RETURN-CODE 8  - AT LEAST ONE HARD-LIMIT
      *                 BREACH - ARRPOPJ HOLDS THE APPLY AND LOAD
      *                 STEPS, SO YESTERDAY'S ARRFILE STAYS CURRENT.
      *                 RETURN-CODE 16 - ARREXTR OR LIMFILE COULD NOT
      *                 BE OPENED, OR THE PARM CARRIES NO TABLE ID -
      *                 NOTHING WAS CHECKED, SO NOTHING
      *                 CAN BE CALLED SAFE; THE REFRESH IS HELD TOO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRLIMC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREXTR-FILE ASSIGN TO ARREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREXTR-STATUS.

           SELECT LIMFILE-FILE ASSIGN TO LIMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMFILE-STATUS.

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

       FD  LIMFILE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY ARRLIM.

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-DEPT                  PIC X(8).
           05  SRT-ELEMENT               PIC 9(6).
           05  SRT-VALUE                 PIC 9(9).
           05  SRT-LOW-VALUE             PIC 9(9).
           05  SRT-HIGH-VALUE            PIC 9(9).
           05  SRT-SEVERITY              PIC X.
           05  SRT-REASON                PIC X(4).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARREXTR-STATUS         PIC XX VALUE SPACES.
               88  ARREXTR-OK                    VALUE '00'.
           05  WS-LIMFILE-STATUS         PIC XX VALUE SPACES.
               88  LIMFILE-OK                    VALUE '00'.
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
      *    LATCHED AT OPEN, FOR THE SAME REASON AS ARREDIT'S
      *    WS-EDIT-FAILED - THE FILE STATUS WILL NOT STILL SAY SO AT
      *    END OF JOB.
           05  WS-CHECK-FAILED           PIC X VALUE 'N'.
               88  CHECK-FAILED                  VALUE 'Y'.
      *    A MISSING DESCRIPTION MASTER ONLY COSTS THE DEPARTMENT
      *    GROUPING - EVERY EXCEPTION LANDS UNDER *NONE* - THE SAME
      *    DEGRADE-NOT-FAIL RULE AS ARRRPT'S DSC-AVAILABLE.
           05  WS-DSC-AVAILABLE          PIC X VALUE 'N'.
               88  DSC-AVAILABLE                 VALUE 'Y'.
           05  WS-FIRST-DEPT             PIC X VALUE 'Y'.
               88  FIRST-DEPT                    VALUE 'Y'.

       01  WS-LIM-COUNTS.
           05  WS-READ-COUNT             PIC 9(6) VALUE 0.
           05  WS-LIMITED-COUNT          PIC 9(6) VALUE 0.
           05  WS-EXCEPTION-COUNT        PIC 9(6) VALUE 0.
           05  WS-HARD-COUNT             PIC 9(6) VALUE 0.
           05  WS-WARNING-COUNT          PIC 9(6) VALUE 0.
           05  WS-ZERO-COUNT             PIC 9(6) VALUE 0.
           05  WS-LOW-COUNT              PIC 9(6) VALUE 0.
           05  WS-HIGH-COUNT             PIC 9(6) VALUE 0.

       01  WS-DEPT-FIELDS.
           05  WS-CURRENT-DEPT           PIC X(8) VALUE SPACES.
           05  WS-DEPT-EXCEPTIONS        PIC 9(6) VALUE 0.
           05  WS-DEPT-HARD              PIC 9(6) VALUE 0.

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
                                  VALUE 'VALUE LIMIT EXCEPTION'.
           05  FILLER                    PIC X(7) VALUE ' TABLE '.
           05  H1-TABLE                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(9) VALUE 'ELEMENT #'.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'VALUE'.
           05  FILLER                    PIC X(11) VALUE 'LOW LIMIT'.
           05  FILLER                    PIC X(11) VALUE 'HIGH LIMIT'.
           05  FILLER                    PIC X(5) VALUE 'SEV'.
           05  FILLER                    PIC X(6) VALUE 'REASON'.

       01  WS-DEPT-LINE.
           05  FILLER                    PIC X(12)
                                          VALUE 'DEPARTMENT: '.
           05  DPL-DEPT                  PIC X(8).

       01  WS-DETAIL-LINE.
           05  DL-ELEMENT-NO             PIC ZZZZZ9.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  DL-VALUE                  PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-LOW-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-HIGH-VALUE             PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-SEVERITY               PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DL-REASON                 PIC X(4).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  DTL-DEPT                  PIC X(8).
           05  FILLER                    PIC X(13)
                                          VALUE ' EXCEPTIONS: '.
           05  DTL-EXCEPTIONS            PIC ZZZZZ9.
           05  FILLER                    PIC X(8) VALUE '  HARD: '.
           05  DTL-HARD                  PIC ZZZZZ9.

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
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'LIMCHK'.
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
      *    THE CHECK PASS RUNS AS THE SORT'S INPUT PROCEDURE AND THE
      *    DEPARTMENT-BREAK REPORT AS ITS OUTPUT PROCEDURE - ONLY THE
      *    EXCEPTIONS EVER ENTER THE SORT, SO A CLEAN NIGHT SORTS
      *    NOTHING.
           PERFORM 5200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT CHECK-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-DEPT
                                    SRT-ELEMENT
                   INPUT PROCEDURE IS 2000-CHECK-EXTRACT
                   OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS
               PERFORM 4000-WRITE-SUMMARY
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
               DISPLAY 'ARRLIMC: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - NOTHING CHECKED.'
               SET CHECK-FAILED TO TRUE
           ELSE
               PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT ARREXTR-FILE
           IF NOT ARREXTR-OK
               DISPLAY 'ARRLIMC: CANNOT OPEN ARREXTR - STATUS '
                       WS-ARREXTR-STATUS ' - NOTHING CHECKED.'
               SET CHECK-FAILED TO TRUE
           ELSE
               OPEN INPUT LIMFILE-FILE
               IF NOT LIMFILE-OK
                   DISPLAY 'ARRLIMC: CANNOT OPEN LIMFILE - STATUS '
                           WS-LIMFILE-STATUS ' - NOTHING CHECKED.'
                   SET CHECK-FAILED TO TRUE
                   CLOSE ARREXTR-FILE
               ELSE
                   OPEN INPUT DSCFILE-FILE
                   IF DSCFILE-OK
                       SET DSC-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY 'ARRLIMC: NO DSCFILE - STATUS '
                               WS-DSCFILE-STATUS
                               ' - EXCEPTIONS GROUP UNDER *NONE*.'
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
               END-IF
           END-IF.

       1100-READ-EXTRACT.
           READ ARREXTR-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
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

       2000-CHECK-EXTRACT.
      *    SORT INPUT PROCEDURE - ONE LIMFILE READ PER EXTRACT VALUE;
      *    ONLY AN ELEMENT THAT BREAKS ITS LIMITS COSTS THE SECOND
      *    (DSCFILE) READ AND A RELEASE.
           PERFORM 1100-READ-EXTRACT
           PERFORM 2100-CHECK-ONE-VALUE UNTIL EXTRACT-EOF.

       2100-CHECK-ONE-VALUE.
           MOVE WS-READ-COUNT TO LIM-KEY
           READ LIMFILE-FILE
           IF LIMFILE-OK
               ADD 1 TO WS-LIMITED-COUNT
               MOVE SPACES TO SRT-REASON
               EVALUATE TRUE
                   WHEN ARREXTR-RECORD = ZERO
                        AND LIM-NONZERO-REQUIRED
                       MOVE 'ZERO' TO SRT-REASON
                       ADD 1 TO WS-ZERO-COUNT
                   WHEN ARREXTR-RECORD < LIM-LOW-VALUE
                       MOVE 'LOW' TO SRT-REASON
                       ADD 1 TO WS-LOW-COUNT
                   WHEN ARREXTR-RECORD > LIM-HIGH-VALUE
                       MOVE 'HIGH' TO SRT-REASON
                       ADD 1 TO WS-HIGH-COUNT
               END-EVALUATE
               IF SRT-REASON NOT = SPACES
                   PERFORM 2200-RELEASE-EXCEPTION
               END-IF
           END-IF
           PERFORM 1100-READ-EXTRACT.

       2200-RELEASE-EXCEPTION.
      *    ONLY A WARNING-SEVERITY LIMIT IS ADVISORY - ANY OTHER
      *    SEVERITY BYTE (ARRLIMM NEVER WRITES A BLANK, BUT A HAND-
      *    LOADED RECORD MIGHT) IS TREATED AS HARD.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF LIM-SEVERITY-WARNING
               MOVE 'W' TO SRT-SEVERITY
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'H' TO SRT-SEVERITY
               ADD 1 TO WS-HARD-COUNT
           END-IF
           MOVE '*NONE*' TO SRT-DEPT
           IF DSC-AVAILABLE
               MOVE WS-TABLE-ID TO DSC-TABLE-ID
               MOVE WS-READ-COUNT TO DSC-KEY
               READ DSCFILE-FILE
               IF DSCFILE-OK AND DSC-DEPT NOT = SPACES
                   MOVE DSC-DEPT TO SRT-DEPT
               END-IF
           END-IF
           MOVE WS-READ-COUNT TO SRT-ELEMENT
           MOVE ARREXTR-RECORD TO SRT-VALUE
           MOVE LIM-LOW-VALUE TO SRT-LOW-VALUE
           MOVE LIM-HIGH-VALUE TO SRT-HIGH-VALUE
           RELEASE SORT-RECORD.

       3000-PRINT-EXCEPTIONS.
      *    SORT OUTPUT PROCEDURE - EXCEPTIONS COME BACK IN DEPARTMENT
      *    ORDER; A CHANGE OF SRT-DEPT CLOSES THE PRIOR DEPARTMENT'S
      *    SUBTOTAL AND OPENS THE NEXT.
           PERFORM 3100-RETURN-SORTED
           PERFORM 3200-PRINT-ONE-EXCEPTION UNTIL SORT-EOF
           IF NOT FIRST-DEPT
               PERFORM 3400-WRITE-DEPT-TOTAL
           END-IF.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       3200-PRINT-ONE-EXCEPTION.
           IF FIRST-DEPT OR SRT-DEPT NOT = WS-CURRENT-DEPT
               IF NOT FIRST-DEPT
                   PERFORM 3400-WRITE-DEPT-TOTAL
               END-IF
               PERFORM 3300-START-DEPT
           END-IF
           ADD 1 TO WS-DEPT-EXCEPTIONS
           MOVE SRT-ELEMENT TO DL-ELEMENT-NO
           MOVE SRT-VALUE TO DL-VALUE
           MOVE SRT-LOW-VALUE TO DL-LOW-VALUE
           MOVE SRT-HIGH-VALUE TO DL-HIGH-VALUE
           MOVE SRT-REASON TO DL-REASON
           IF SRT-SEVERITY = 'W'
               MOVE 'WARN' TO DL-SEVERITY
           ELSE
               MOVE 'HARD' TO DL-SEVERITY
               ADD 1 TO WS-DEPT-HARD
           END-IF
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE
           PERFORM 3100-RETURN-SORTED.

       3300-START-DEPT.
           MOVE 'N' TO WS-FIRST-DEPT
           MOVE SRT-DEPT TO WS-CURRENT-DEPT
           MOVE 0 TO WS-DEPT-EXCEPTIONS WS-DEPT-HARD
           MOVE SRT-DEPT TO DPL-DEPT
           WRITE PRINT-RECORD FROM WS-DEPT-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       3400-WRITE-DEPT-TOTAL.
           MOVE WS-CURRENT-DEPT TO DTL-DEPT
           MOVE WS-DEPT-EXCEPTIONS TO DTL-EXCEPTIONS
           MOVE WS-DEPT-HARD TO DTL-HARD
           WRITE PRINT-RECORD FROM WS-DEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 1200-WRITE-HEADINGS
           END-WRITE.

       4000-WRITE-SUMMARY.
           MOVE 'EXTRACT VALUES CHECKED' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE '  WITH LIMITS ON FILE' TO CL-LABEL
           MOVE WS-LIMITED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'EXCEPTIONS' TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  HARD (HOLDS ARRFILE)' TO CL-LABEL
           MOVE WS-HARD-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  WARNING' TO CL-LABEL
           MOVE WS-WARNING-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ZERO NOT ALLOWED' TO CL-LABEL
           MOVE WS-ZERO-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  BELOW LOW LIMIT' TO CL-LABEL
           MOVE WS-LOW-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ABOVE HIGH LIMIT' TO CL-LABEL
           MOVE WS-HIGH-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       5000-SET-RETURN-CODE.
           DISPLAY 'ARRLIMC: ' WS-READ-COUNT ' CHECKED, '
                   WS-HARD-COUNT ' HARD, '
                   WS-WARNING-COUNT ' WARNING EXCEPTIONS.'
           EVALUATE TRUE
               WHEN CHECK-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-HARD-COUNT > ZERO
                   DISPLAY 'ARRLIMC: HARD LIMIT BREACH - ARRFILE '
                           'REFRESH HELD.'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
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
               MOVE 'ARRLIMC' TO STF-PROGRAM
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
               DISPLAY 'ARRLIMC: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARRLIMC' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRLIMC: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARREXTR-FILE
           CLOSE LIMFILE-FILE
           IF DSC-AVAILABLE
               CLOSE DSCFILE-FILE
           END-IF
           CLOSE PRINT-FILE.
