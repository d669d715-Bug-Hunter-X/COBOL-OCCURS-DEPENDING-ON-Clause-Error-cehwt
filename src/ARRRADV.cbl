      ******************************************************************
      *    PROGRAM-ID : ARRRADV
      *    PURPOSE    : RESTART ADVISOR FOR A BROKEN ARRPOPJ NIGHT.
      *                 DECIDING WHERE TO RESTART USED TO MEAN READING
      *                 THE JOB LOG, ARRCHKPT, LOADCHKP AND A DOZEN
      *                 SYSOUTS AT FOUR IN THE MORNING - AND GETTING
      *                 IT WRONG IS NOT CHEAP: RERUN THE EXTRACT.HIST
      *                 ROLL (EXTROLL) AND THE DELTA COMPARES THE
      *                 EXTRACT WITH ITSELF; RERUN THE REJECT SWAP
      *                 (REJDROP, REJCOPY, RCYUSED) AND THE LIVE
      *                 REJECT MASTER OR TOMORROW'S CORRECTIONS ARE
      *                 LOST.  THIS PROGRAM READS ARRSTEP, THE NIGHT'S
      *                 RUN LEDGER (SEE COPYBOOKS/ARRSTP.CPY), WHERE
      *                 EVERY STEP RECORDS ITS START, ITS END AND ITS
      *                 RETURN CODE, AND WHERE ARRMARK RECORDS EACH
      *                 NEVER-RERUN UTILITY STEP THAT ENDED RC 0, PLUS
      *                 THE ARRCHKPT AND LOADCHKP CHECKPOINTS, AND
      *                 PRINTS:
      *                   - EVERY ARRPOPJ STEP WITH ITS STATE, TIMES,
      *                     RETURN CODE AND WHAT TO DO WITH IT IN THE
      *                     RESTART (DONE, RUN, OR SKIP AND WHY);
      *                   - WHAT THE TWO CHECKPOINTS SAY;
      *                   - THE STEP TO RESTART FROM AND WHY, AND ANY
      *                     HAND WORK NEEDED BEFORE IT.
      *                 THE ADVICE FOLLOWS THE PIPELINE IN ORDER: THE
      *                 EARLIEST STEP THE NIGHT STILL NEEDS IS THE
      *                 RESTART STEP, EXCEPT THAT THE REJECT SWAP
      *                 FEEDS NOTHING AFTER IT - A SWAP THAT STOPPED
      *                 PARTWAY IS FINISHED ON ITS OWN WITHOUT
      *                 RERUNNING THE CLEAN STEPS BEHIND IT.
      *                 A FEED RAWVAL REJECTED IS A HOLD LIKE A CARD
      *                 STEP003 REJECTED - A CORRECTED FILE IS NEEDED
      *                 FROM THE SENDER FIRST.
      *                 A CALC THAT STOPPED PARTWAY IS RESTARTED AT
      *                 CALC ITSELF, NEVER AT DRVCLR - THE BASE COPY IS
      *                 THE ONLY WHOLE EXTRACT LEFT (SEE ARRCALC).
      *                 STSCLEAR AND STSOPEN ARE ALWAYS SKIPPED - THEY
      *                 START A NEW LEDGER AND WOULD WIPE THE ONE THE
      *                 ADVICE CAME FROM.  SEE JCL/ARRRADVJ.JCL.
      *                 RETURN-CODE 0  - THE NIGHT IS COMPLETE - NOTHING
      *                 TO RESTART.
      *                 RETURN-CODE 4  - RESTART ADVISED - NOTHING TO
      *                 FIX FIRST.
      *                 RETURN-CODE 8  - A HOLD OR A BAD INPUT HAS TO
      *                 BE RESOLVED BY HAND BEFORE THE RESTART (OR
      *                 THE LEDGER SHOWS NO OPENED NIGHT AT ALL) - SEE
      *                 THE REASON LINES.
      *                 RETURN-CODE 16 - ARRSTEP COULD NOT BE READ - NO
      *                 ADVICE GIVEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRADV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

           SELECT ARRCHKPT-FILE ASSIGN TO ARRCHKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRCHKPT-STATUS.

           SELECT LOADCHKP-FILE ASSIGN TO LOADCHKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOADCHKP-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       FD  ARRCHKPT-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY ARRCHK.

       FD  LOADCHKP-FILE
           RECORD CONTAINS 13 CHARACTERS.
           COPY ARRLCK.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               WITH FOOTING AT 52
               LINES AT TOP 2
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.
           05  WS-ARRCHKPT-STATUS        PIC XX VALUE SPACES.
               88  ARRCHKPT-OK                   VALUE '00'.
               88  ARRCHKPT-NOT-FOUND            VALUE '35'.
           05  WS-LOADCHKP-STATUS        PIC XX VALUE SPACES.
               88  LOADCHKP-OK                   VALUE '00'.
               88  LOADCHKP-NOT-FOUND            VALUE '35'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-STEP               PIC X VALUE 'N'.
               88  STEP-EOF                      VALUE 'Y'.
           05  WS-LEDGER-FAILED          PIC X VALUE 'N'.
               88  LEDGER-FAILED                 VALUE 'Y'.
           05  WS-NIGHT-OPENED           PIC X VALUE 'N'.
               88  NIGHT-OPENED                  VALUE 'Y'.
           05  WS-ADVICE-GIVEN           PIC X VALUE 'N'.
               88  ADVICE-GIVEN                  VALUE 'Y'.
           05  WS-FRESH-NIGHT            PIC X VALUE 'N'.
               88  FRESH-NIGHT                   VALUE 'Y'.
           05  WS-ARRFILE-REFRESHED      PIC X VALUE 'N'.
               88  ARRFILE-REFRESHED             VALUE 'Y'.
           05  WS-SKIP-APPLY             PIC X VALUE 'N'.
               88  SKIP-APPLY                    VALUE 'Y'.
           05  WS-CHKPT-IN-FLIGHT        PIC X VALUE 'N'.
               88  CHKPT-IN-FLIGHT               VALUE 'Y'.
           05  WS-LOAD-IN-FLIGHT         PIC X VALUE 'N'.
               88  LOAD-IN-FLIGHT                VALUE 'Y'.
           05  WS-NEVER-RERUN-RUNS       PIC X VALUE 'N'.
               88  NEVER-RERUN-RUNS              VALUE 'Y'.

      *    EVERY ARRPOPJ STEP IN JOB ORDER - KEEP IN STEP WITH
      *    JCL/ARRPOPJ.JCL BY HAND.  THE ARRMARK STEPS ARE NOT LISTED;
      *    THEY TRAVEL WITH THE STEP THEY MARK.  THE KIND BYTE SAYS
      *    HOW A STEP IS TREATED IN A RESTART:
      *      K - STARTS A NEW LEDGER - NEVER PART OF A RESTART.
      *      P - A PROGRAM THAT LEDGERS ITS OWN START AND END.
      *      U - A CLEAR OR COPY STEP - NOT LEDGERED, SAFE TO RERUN.
      *      N - A UTILITY STEP THAT MUST NEVER RUN TWICE IN ONE
      *          NIGHT - LEDGERED BY ARRMARK ONCE IT ENDS RC 0.
       01  WS-STEP-ROWS.
           05  FILLER                    PIC X(8) VALUE 'STSCLEAR'.
           05  FILLER                    PIC X VALUE 'K'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'STSOPEN'.
           05  FILLER                    PIC X VALUE 'K'.
           05  FILLER                    PIC X(8) VALUE 'ARRSTSP'.
           05  FILLER                    PIC X(8) VALUE 'STEP002'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRCTLX'.
           05  FILLER                    PIC X(8) VALUE 'STEP003'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRPFV'.
           05  FILLER                    PIC X(8) VALUE 'RAWVAL'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRRAWV'.
           05  FILLER                    PIC X(8) VALUE 'STEP005'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRCKST'.
           05  FILLER                    PIC X(8) VALUE 'EXTROLL'.
           05  FILLER                    PIC X VALUE 'N'.
           05  FILLER                    PIC X(8) VALUE 'IEBGENER'.
           05  FILLER                    PIC X(8) VALUE 'ARRCLEAR'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'RCYCLR'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'RECYC'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRRCY'.
           05  FILLER                    PIC X(8) VALUE 'EDCLEAR'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'STEP009'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARREDIT'.
           05  FILLER                    PIC X(8) VALUE 'STEP010'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRPOP'.
           05  FILLER                    PIC X(8) VALUE 'REJDROP'.
           05  FILLER                    PIC X VALUE 'N'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'REJCOPY'.
           05  FILLER                    PIC X VALUE 'N'.
           05  FILLER                    PIC X(8) VALUE 'IEBGENER'.
           05  FILLER                    PIC X(8) VALUE 'RCYUSED'.
           05  FILLER                    PIC X VALUE 'N'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'DRVCLR'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'DRVCOPY'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEBGENER'.
           05  FILLER                    PIC X(8) VALUE 'CALC'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRCALC'.
           05  FILLER                    PIC X(8) VALUE 'LIMCHK'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRLIMC'.
           05  FILLER                    PIC X(8) VALUE 'DLTCLEAR'.
           05  FILLER                    PIC X VALUE 'U'.
           05  FILLER                    PIC X(8) VALUE 'IEFBR14'.
           05  FILLER                    PIC X(8) VALUE 'DELTA'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRCMP'.
           05  FILLER                    PIC X(8) VALUE 'RPT'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRRPT'.
           05  FILLER                    PIC X(8) VALUE 'DEPTRPT'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRDEPT'.
           05  FILLER                    PIC X(8) VALUE 'APPLY'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRAPLY'.
           05  FILLER                    PIC X(8) VALUE 'LOAD'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRLOAD'.
           05  FILLER                    PIC X(8) VALUE 'BALANCE'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRBAL'.
           05  FILLER                    PIC X(8) VALUE 'DISTRIB'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRDIST'.
           05  FILLER                    PIC X(8) VALUE 'NOTEPART'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRNTFY'.
           05  FILLER                    PIC X(8) VALUE 'NOTEFAIL'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRNTFY'.
           05  FILLER                    PIC X(8) VALUE 'STSPOST'.
           05  FILLER                    PIC X VALUE 'P'.
           05  FILLER                    PIC X(8) VALUE 'ARRSTSP'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-ROWS.
           05  WS-STEP-ROW OCCURS 31 TIMES.
               10  WS-STEP-NAME          PIC X(8).
               10  WS-STEP-KIND          PIC X.
                   88  STEP-STARTS-LEDGER        VALUE 'K'.
                   88  STEP-LEDGERED             VALUE 'P'.
                   88  STEP-UNLEDGERED           VALUE 'U'.
                   88  STEP-NEVER-RERUN          VALUE 'N'.
               10  WS-STEP-PROGRAM       PIC X(8).
       01  WS-STEP-COUNT                 PIC 9(2) VALUE 31.

      *    WHERE THE STEPS THE ADVICE TESTS BY NAME SIT IN THE TABLE
      *    ABOVE - KEEP IN STEP WITH IT.
       01  WS-STEP-SUBSCRIPTS.
           05  WS-SX-STEP002             PIC 9(2) VALUE 3.
           05  WS-SX-STEP003             PIC 9(2) VALUE 4.
           05  WS-SX-RAWVAL              PIC 9(2) VALUE 5.
           05  WS-SX-STEP005             PIC 9(2) VALUE 6.
           05  WS-SX-EXTROLL             PIC 9(2) VALUE 7.
           05  WS-SX-RECYC               PIC 9(2) VALUE 10.
           05  WS-SX-STEP009             PIC 9(2) VALUE 12.
           05  WS-SX-STEP010             PIC 9(2) VALUE 13.
           05  WS-SX-REJDROP             PIC 9(2) VALUE 14.
           05  WS-SX-REJCOPY             PIC 9(2) VALUE 15.
           05  WS-SX-RCYUSED             PIC 9(2) VALUE 16.
           05  WS-SX-DRVCLR              PIC 9(2) VALUE 17.
           05  WS-SX-CALC                PIC 9(2) VALUE 19.
           05  WS-SX-LIMCHK              PIC 9(2) VALUE 20.
           05  WS-SX-DLTCLEAR            PIC 9(2) VALUE 21.
           05  WS-SX-DELTA               PIC 9(2) VALUE 22.
           05  WS-SX-RPT                 PIC 9(2) VALUE 23.
           05  WS-SX-DEPTRPT             PIC 9(2) VALUE 24.
           05  WS-SX-APPLY               PIC 9(2) VALUE 25.
           05  WS-SX-LOAD                PIC 9(2) VALUE 26.
           05  WS-SX-BALANCE             PIC 9(2) VALUE 27.
           05  WS-SX-DISTRIB             PIC 9(2) VALUE 28.
           05  WS-SX-STSPOST             PIC 9(2) VALUE 31.

      *    WHAT THE LEDGER SAYS ABOUT EACH STEP - THE NEWEST RECORD
      *    FOR A STEP WINS, SO A STEP RERUN BY HAND SHOWS ITS RERUN -
      *    AND WHAT THE ADVICE DOES WITH IT.
       01  WS-STEP-STATES.
           05  WS-STATE-ROW OCCURS 31 TIMES.
               10  WS-ST-STATE           PIC X.
                   88  ST-NOT-RUN                VALUE 'N'.
                   88  ST-STARTED                VALUE 'S'.
                   88  ST-ENDED                  VALUE 'E'.
               10  WS-ST-RC              PIC 9(2).
               10  WS-ST-START-TIME      PIC X(6).
               10  WS-ST-END-TIME        PIC X(6).
               10  WS-ST-ACTION          PIC X(7).
               10  WS-ST-SKIP-REASON     PIC 9(1).

      *    WHY A STEP IS SKIPPED - WS-ST-SKIP-REASON POINTS HERE.
       01  WS-SKIP-REASON-ROWS.
           05  FILLER                    PIC X(56) VALUE
               'STARTS A NEW LEDGER - NEVER PART OF A RESTART'.
           05  FILLER                    PIC X(56) VALUE
               'MARKED DONE TONIGHT - MUST NEVER RUN TWICE'.
           05  FILLER                    PIC X(56) VALUE
               'LOAD REPLACES ARRFILE IN FULL INSTEAD'.
           05  FILLER                    PIC X(56) VALUE
               'ENDED TONIGHT - NOTHING IT READS IS RERUN'.
           05  FILLER                    PIC X(56) VALUE
               'DID NOT RUN TONIGHT AND IS NOT NEEDED'.
       01  WS-SKIP-REASON-TABLE REDEFINES WS-SKIP-REASON-ROWS.
           05  WS-SKIP-REASON-TEXT       PIC X(56) OCCURS 5 TIMES.

       01  WS-SX                         PIC 9(2) VALUE 0.
       01  WS-FIND-SX                    PIC 9(2) VALUE 0.
       01  WS-RX                         PIC 9(1) VALUE 0.

      *    THE ADVICE.  WS-RESTART-SX IS THE RESTART STEP (ZERO FOR
      *    NONE); WS-SWAP-SX AND WS-BACK-SX KEEP A STOPPED REJECT SWAP
      *    APART FROM A BREAK FURTHER DOWN THE NIGHT.  EACH DECISION
      *    PARAGRAPH LOADS WS-ADVISE-SX, WS-ADVISE-RC AND UP TO THREE
      *    WS-NEW-REASON LINES AND PERFORMS 3900-ADVISE, WHICH KEEPS
      *    THE EARLIEST STEP, THE HIGHEST RETURN CODE AND EVERY
      *    REASON LINE.
       01  WS-ADVICE.
           05  WS-RESTART-SX             PIC 9(2) VALUE 0.
           05  WS-SWAP-SX                PIC 9(2) VALUE 0.
           05  WS-BACK-SX                PIC 9(2) VALUE 0.
           05  WS-ADVICE-RC              PIC 9(2) VALUE 0.
           05  WS-ADVISE-SX              PIC 9(2) VALUE 0.
           05  WS-ADVISE-RC              PIC 9(2) VALUE 0.
           05  WS-REASON-COUNT           PIC 9(1) VALUE 0.
           05  WS-REASON-LINE            PIC X(60) OCCURS 6 TIMES.
       01  WS-NEW-REASONS.
           05  WS-NEW-REASON             PIC X(60) OCCURS 3 TIMES.

       01  WS-NIGHT-KEY.
           05  WS-NIGHT-DATE             PIC X(8) VALUE SPACES.
           05  WS-NIGHT-TIME             PIC X(6) VALUE SPACES.

       01  WS-RC-DISPLAY                 PIC 9(2).
       01  WS-COUNT-DISPLAY              PIC 9(6).
       01  WS-SIZE-DISPLAY               PIC 9(6).
       01  WS-CHKPT-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-LOADCHKP-TEXT              PIC X(60) VALUE SPACES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
           05  WS-RUN-DATE               PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY           PIC 9(4).
               10  WS-RUN-MM             PIC 9(2).
               10  WS-RUN-DD             PIC 9(2).
           05  WS-RUN-DATE-DISPLAY       PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(22)
                                  VALUE 'ARRPOPJ RESTART ADVICE'.
           05  FILLER                    PIC X(9) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(10) VALUE 'STEP'.
           05  FILLER                    PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                    PIC X(10) VALUE 'STATE'.
           05  FILLER                    PIC X(10) VALUE 'STARTED'.
           05  FILLER                    PIC X(10) VALUE 'ENDED'.
           05  FILLER                    PIC X(5) VALUE 'RC'.
           05  FILLER                    PIC X(6) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  DL-STEP                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-PROGRAM                PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-STATE                  PIC X(9).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DL-START                  PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-END                    PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-RC                     PIC X(2).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-ACTION                 PIC X(7).

       01  WS-SKIP-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(2) VALUE '- '.
           05  SL-REASON                 PIC X(56).

       01  WS-LABEL-LINE.
           05  LL-LABEL                  PIC X(14).
           05  LL-TEXT                   PIC X(60).

       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  TL-TEXT                   PIC X(60).

      *    THE HAND-WORK NOTES UNDER THE ADVICE.
       01  WS-NOTE-DECK-1                PIC X(60) VALUE
           'BUILD A RESTART DECK FROM THE RESTART STEP DOWN, LEAVING'.
       01  WS-NOTE-DECK-2                PIC X(60) VALUE
           'OUT EVERY SKIP STEP.  A JOB-CARD RESTART= PAST PREFLT'.
       01  WS-NOTE-DECK-3                PIC X(60) VALUE
           'FLUSHES THE IF GATES THAT TEST STEPS WHICH DID NOT RUN.'.
       01  WS-NOTE-ROLL-1                PIC X(60) VALUE
           'EXTROLL IS SKIPPED, SO DELTA''S ARRPREV DD MUST NAME'.
       01  WS-NOTE-ROLL-2                PIC X(60) VALUE
           'PROD.ARRPOP.EXTRACT.HIST(0) IN THE DECK, NOT (+1).'.
       01  WS-NOTE-MARK-1                PIC X(60) VALUE
           'A NEVER-RERUN STEP THAT RUNS TAKES ITS ARRMARK STEP WITH'.
       01  WS-NOTE-MARK-2                PIC X(60) VALUE
           'IT.  ONE SHOWN RUN HAS NO DONE MARK - IF THE JOB LOG'.
       01  WS-NOTE-MARK-3                PIC X(60) VALUE
           'SHOWS IT ENDED RC 0 ANYWAY, SKIP IT TOO.'.

      *    MM/DD/YYYY AND HH:MM:SS EDITS, THE SAME AS ARRPNDR'S.
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
       01  WS-TIME-EDITED                PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-LEDGER
           PERFORM 2500-READ-CHECKPOINTS
           IF NOT LEDGER-FAILED
               PERFORM 3000-DECIDE-RESTART
               PERFORM 4000-SET-ACTIONS
           END-IF
           PERFORM 5000-PRINT-REPORT
           PERFORM 6000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
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
           PERFORM 1100-CLEAR-ONE-STATE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STEP-COUNT.

       1100-CLEAR-ONE-STATE.
           SET ST-NOT-RUN(WS-SX) TO TRUE
           MOVE 0 TO WS-ST-RC(WS-SX)
           MOVE SPACES TO WS-ST-START-TIME(WS-SX)
           MOVE SPACES TO WS-ST-END-TIME(WS-SX)
           MOVE SPACES TO WS-ST-ACTION(WS-SX)
           MOVE 0 TO WS-ST-SKIP-REASON(WS-SX).

       2000-READ-LEDGER.
      *    A MISSING LEDGER IS NOT AN ERROR HERE - IT IS A NIGHT THAT
      *    NEVER OPENED, AND 3000-DECIDE-RESTART SAYS SO.  ANY OTHER
      *    OPEN FAILURE LEAVES NOTHING TO ADVISE FROM.
           OPEN INPUT ARRSTEP-FILE
           EVALUATE TRUE
               WHEN ARRSTEP-OK
                   PERFORM 2100-READ-STEP
                   PERFORM 2200-TAKE-ONE-STEP UNTIL STEP-EOF
                   CLOSE ARRSTEP-FILE
               WHEN ARRSTEP-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ARRRADV: CANNOT OPEN ARRSTEP - STATUS '
                           WS-ARRSTEP-STATUS ' - NO ADVICE GIVEN.'
                   SET LEDGER-FAILED TO TRUE
           END-EVALUATE.

       2100-READ-STEP.
           READ ARRSTEP-FILE
               AT END
                   SET STEP-EOF TO TRUE
           END-READ.

       2200-TAKE-ONE-STEP.
      *    THE OPENING STEP'S RECORD CARRIES THE NIGHT'S RUN-STATUS
      *    KEY.  A STEP NAME NOT IN THE TABLE (A STEP ADDED TO THE
      *    JCL BUT NOT HERE) IS IGNORED.
           IF STF-STEP-NAME = 'STSOPEN' AND STF-STEP-ENDED
               SET NIGHT-OPENED TO TRUE
               MOVE STF-RUN-DATE TO WS-NIGHT-DATE
               MOVE STF-RUN-TIME TO WS-NIGHT-TIME
           END-IF
           PERFORM 2300-FIND-STEP
           IF WS-FIND-SX > 0
               IF STF-STEP-ENDED
                   SET ST-ENDED(WS-FIND-SX) TO TRUE
                   MOVE STF-RETURN-CODE TO WS-ST-RC(WS-FIND-SX)
                   MOVE STF-START-TIME TO WS-ST-START-TIME(WS-FIND-SX)
                   MOVE STF-END-TIME TO WS-ST-END-TIME(WS-FIND-SX)
               ELSE
                   SET ST-STARTED(WS-FIND-SX) TO TRUE
                   MOVE 0 TO WS-ST-RC(WS-FIND-SX)
                   MOVE STF-START-TIME TO WS-ST-START-TIME(WS-FIND-SX)
                   MOVE SPACES TO WS-ST-END-TIME(WS-FIND-SX)
               END-IF
           END-IF
           PERFORM 2100-READ-STEP.

       2300-FIND-STEP.
           MOVE 0 TO WS-FIND-SX
           PERFORM 2310-MATCH-ONE-STEP
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STEP-COUNT OR WS-FIND-SX > 0.

       2310-MATCH-ONE-STEP.
           IF WS-STEP-NAME(WS-SX) = STF-STEP-NAME
               MOVE WS-SX TO WS-FIND-SX
           END-IF.

       2500-READ-CHECKPOINTS.
      *    ARRCHKPT: A NON-ZERO CHKPT-COUNT IS AN ARRPOP RUN IN FLIGHT
      *    (THE SAME TEST ARRCKST MAKES IN STEP005).  LOADCHKP: A LAST
      *    KEY SHORT OF A COMPLETE LOAD IS A LOAD IN FLIGHT.
           OPEN INPUT ARRCHKPT-FILE
           IF NOT ARRCHKPT-OK
               MOVE 'NOT FOUND - NO ARRPOP RUN IN FLIGHT'
                   TO WS-CHKPT-TEXT
           ELSE
               READ ARRCHKPT-FILE
                   AT END
                       MOVE ZERO TO CHKPT-COUNT
               END-READ
               CLOSE ARRCHKPT-FILE
               IF CHKPT-COUNT = ZERO
                   MOVE 'NO ARRPOP RUN IN FLIGHT' TO WS-CHKPT-TEXT
               ELSE
                   SET CHKPT-IN-FLIGHT TO TRUE
                   MOVE CHKPT-COUNT TO WS-COUNT-DISPLAY
                   MOVE CHKPT-ARRAY-SIZE TO WS-SIZE-DISPLAY
                   STRING 'ARRPOP IN FLIGHT AT WS-COUNT '
                              DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' OF ' DELIMITED BY SIZE
                          WS-SIZE-DISPLAY DELIMITED BY SIZE
                          INTO WS-CHKPT-TEXT
                   END-STRING
               END-IF
           END-IF
           OPEN INPUT LOADCHKP-FILE
           IF NOT LOADCHKP-OK
               MOVE 'NOT FOUND - NO LOAD IN FLIGHT' TO WS-LOADCHKP-TEXT
           ELSE
               READ LOADCHKP-FILE
                   AT END
                       MOVE ZERO TO LCHK-LAST-KEY
                       MOVE SPACE TO LCHK-COMPLETE
               END-READ
               CLOSE LOADCHKP-FILE
               EVALUATE TRUE
                   WHEN LCHK-LOAD-DONE
                       MOVE 'LAST LOAD COMPLETE' TO WS-LOADCHKP-TEXT
                   WHEN LCHK-LAST-KEY = ZERO
                       MOVE 'NO LOAD IN FLIGHT' TO WS-LOADCHKP-TEXT
                   WHEN OTHER
                       SET LOAD-IN-FLIGHT TO TRUE
                       MOVE LCHK-LAST-KEY TO WS-COUNT-DISPLAY
                       MOVE LCHK-EXPECTED-SIZE TO WS-SIZE-DISPLAY
                       STRING 'LOAD IN FLIGHT AFTER KEY '
                                  DELIMITED BY SIZE
                              WS-COUNT-DISPLAY DELIMITED BY SIZE
                              ' OF ' DELIMITED BY SIZE
                              WS-SIZE-DISPLAY DELIMITED BY SIZE
                              INTO WS-LOADCHKP-TEXT
                       END-STRING
               END-EVALUATE
           END-IF.

       3000-DECIDE-RESTART.
      *    THE FRONT OF THE NIGHT (THROUGH STEP010) FIRST - A BREAK
      *    THERE MEANS EVERYTHING AFTER IT RUNS AGAIN.  ONLY ONCE
      *    STEP010 HAS ENDED RC 0 ARE THE REJECT SWAP AND THE BACK OF
      *    THE NIGHT LOOKED AT, EACH ON ITS OWN.
           IF NOT NIGHT-OPENED
               MOVE SPACES TO WS-NEW-REASONS
               MOVE 'ARRSTEP SHOWS NO OPENED NIGHT.  IF ARRPOPJ HAS'
                   TO WS-NEW-REASON(1)
               MOVE 'NOT RUN TONIGHT, RUN IT FROM THE TOP; OTHERWISE'
                   TO WS-NEW-REASON(2)
               MOVE 'CHECK EXTROLL AND THE REJECT SWAP BY HAND.'
                   TO WS-NEW-REASON(3)
               MOVE 0 TO WS-ADVISE-SX
               MOVE 8 TO WS-ADVISE-RC
               PERFORM 3900-ADVISE
           ELSE
               PERFORM 3100-DECIDE-FRONT
               IF NOT ADVICE-GIVEN
                   PERFORM 3200-DECIDE-REJECT-SWAP
                   PERFORM 3300-DECIDE-BACK
               END-IF
               IF NOT ADVICE-GIVEN
                   MOVE SPACES TO WS-NEW-REASONS
                   MOVE 'EVERY STEP THE NIGHT NEEDED HAS ENDED -'
                       TO WS-NEW-REASON(1)
                   MOVE 'NOTHING TO RESTART.' TO WS-NEW-REASON(2)
                   MOVE 0 TO WS-ADVISE-SX
                   MOVE 0 TO WS-ADVISE-RC
                   PERFORM 3900-ADVISE
               END-IF
           END-IF.

       3100-DECIDE-FRONT.
           MOVE 0 TO WS-ADVISE-SX
           MOVE SPACES TO WS-NEW-REASONS
           EVALUATE TRUE
               WHEN NOT ST-ENDED(WS-SX-STEP002)
                   MOVE WS-SX-STEP002 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'STEP002 DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN NOT ST-ENDED(WS-SX-STEP003)
                   MOVE WS-SX-STEP003 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'STEP003 DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN WS-ST-RC(WS-SX-STEP003) > 4
                   MOVE WS-SX-STEP002 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE WS-ST-RC(WS-SX-STEP003) TO WS-RC-DISPLAY
                   STRING 'STEP003 REJECTED THE CONTROL CARD, RC '
                              DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          ' - CORRECT IT' DELIMITED BY SIZE
                          INTO WS-NEW-REASON(1)
                   END-STRING
                   MOVE 'THROUGH ARRI (SEE THE ARRPFV REPORT), THEN'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTART FROM STEP002.' TO WS-NEW-REASON(3)
               WHEN NOT ST-ENDED(WS-SX-RAWVAL)
                   MOVE WS-SX-STEP003 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'RAWVAL DID NOT END TONIGHT - RESTART'
                       TO WS-NEW-REASON(1)
                   MOVE 'FROM STEP003 SO THE PREFLT GATE SEES BOTH.'
                       TO WS-NEW-REASON(2)
               WHEN WS-ST-RC(WS-SX-RAWVAL) > 0
                   MOVE WS-SX-STEP003 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE WS-ST-RC(WS-SX-RAWVAL) TO WS-RC-DISPLAY
                   STRING 'RAWVAL REJECTED THE ARRIN.RAW FEED, RC '
                              DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          ' - GET A' DELIMITED BY SIZE
                          INTO WS-NEW-REASON(1)
                   END-STRING
                   MOVE 'CORRECTED FILE FROM THE SENDER (SEE THE'
                       TO WS-NEW-REASON(2)
                   MOVE 'ARRRAWV REPORT), THEN RESTART FROM STEP003.'
                       TO WS-NEW-REASON(3)
               WHEN ST-ENDED(WS-SX-STEP010)
                AND WS-ST-RC(WS-SX-STEP010) = 0
                   CONTINUE
               WHEN NOT ST-ENDED(WS-SX-STEP005)
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'STEP005 DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN NOT ST-ENDED(WS-SX-RECYC)
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'RECYC DID NOT END - THE COMBINED FEED IS'
                       TO WS-NEW-REASON(1)
                   MOVE 'REBUILT FROM STEP005 ON.' TO WS-NEW-REASON(2)
               WHEN WS-ST-RC(WS-SX-RECYC) > 0
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'RECYC FOUND NO RAW FEED (RC 08) - RESTORE'
                       TO WS-NEW-REASON(1)
                   MOVE 'PROD.ARRPOP.ARRIN.RAW, THEN RESTART FROM'
                       TO WS-NEW-REASON(2)
                   MOVE 'STEP005.' TO WS-NEW-REASON(3)
               WHEN NOT ST-ENDED(WS-SX-STEP009)
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'STEP009 DID NOT END - THE FEED IS REBUILT AND'
                       TO WS-NEW-REASON(1)
                   MOVE 'EDITED AGAIN FROM STEP005 ON.'
                       TO WS-NEW-REASON(2)
               WHEN WS-ST-RC(WS-SX-STEP009) > 4
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE WS-ST-RC(WS-SX-STEP009) TO WS-RC-DISPLAY
                   STRING 'STEP009 COULD NOT EDIT THE FEED, RC '
                              DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          ' - SEE THE' DELIMITED BY SIZE
                          INTO WS-NEW-REASON(1)
                   END-STRING
                   MOVE 'ARREDIT REPORT, THEN RESTART FROM STEP005.'
                       TO WS-NEW-REASON(2)
               WHEN ST-STARTED(WS-SX-STEP010)
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   PERFORM 3110-EXPLAIN-POPULATE-ABEND
               WHEN ST-NOT-RUN(WS-SX-STEP010)
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'STEP010 NEVER RAN.' TO WS-NEW-REASON(1)
               WHEN WS-ST-RC(WS-SX-STEP010) = 16
                   MOVE WS-SX-STEP002 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'STEP010 FAILED ITS WS-ARRAY-SIZE CHECK -'
                       TO WS-NEW-REASON(1)
                   MOVE 'CORRECT THE CONTROL CARD THROUGH ARRI, THEN'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTART FROM STEP002.' TO WS-NEW-REASON(3)
               WHEN OTHER
                   MOVE WS-SX-STEP005 TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE WS-ST-RC(WS-SX-STEP010) TO WS-RC-DISPLAY
                   STRING 'STEP010 ONLY PARTLY POPULATED, RC '
                              DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          ' - SEE THE' DELIMITED BY SIZE
                          INTO WS-NEW-REASON(1)
                   END-STRING
                   MOVE 'NOTEPART ALERT AND CORRECT THE FEED, THEN'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTART FROM STEP005 - STEP010 RESUMES.'
                       TO WS-NEW-REASON(3)
           END-EVALUATE
           IF WS-ADVISE-SX > 0
               PERFORM 3900-ADVISE
           END-IF.

       3110-EXPLAIN-POPULATE-ABEND.
      *    STEP005 SEES THE SAME CHECKPOINT AND DECIDES WHETHER
      *    ARREXTR IS CLEARED - THE ADVICE ONLY SAYS WHICH WAY IT WILL
      *    GO.
           IF CHKPT-IN-FLIGHT
               MOVE CHKPT-COUNT TO WS-COUNT-DISPLAY
               STRING 'STEP010 ABENDED WITH ARRCHKPT AT WS-COUNT '
                          DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' -' DELIMITED BY SIZE
                      INTO WS-NEW-REASON(1)
               END-STRING
               MOVE 'STEP005 ENDS RC 4, ARREXTR IS KEPT AND STEP010'
                   TO WS-NEW-REASON(2)
               MOVE 'RESUMES FROM THE CHECKPOINT.' TO WS-NEW-REASON(3)
           ELSE
               MOVE 'STEP010 ABENDED BEFORE ITS FIRST CHECKPOINT -'
                   TO WS-NEW-REASON(1)
               MOVE 'STEP005 ENDS RC 0, ARREXTR IS CLEARED AND STEP010'
                   TO WS-NEW-REASON(2)
               MOVE 'POPULATES FROM THE START.' TO WS-NEW-REASON(3)
           END-IF.

       3200-DECIDE-REJECT-SWAP.
      *    THE SWAP STEPS RUN IN ORDER, SO THE FIRST ONE WITHOUT A
      *    DONE MARK IS WHERE THE SWAP STOPPED.
           MOVE 0 TO WS-ADVISE-SX
           MOVE SPACES TO WS-NEW-REASONS
           EVALUATE TRUE
               WHEN NOT ST-ENDED(WS-SX-REJDROP)
                   MOVE WS-SX-REJDROP TO WS-ADVISE-SX
                   MOVE 'THE REJECT SWAP NEVER STARTED - RESTART IT AT'
                       TO WS-NEW-REASON(1)
                   MOVE 'REJDROP.' TO WS-NEW-REASON(2)
               WHEN NOT ST-ENDED(WS-SX-REJCOPY)
                   MOVE WS-SX-REJCOPY TO WS-ADVISE-SX
                   MOVE 'REJDROP IS DONE BUT REJCOPY IS NOT - THERE'
                       TO WS-NEW-REASON(1)
                   MOVE 'IS NO LIVE REJECT MASTER UNTIL REJCOPY'
                       TO WS-NEW-REASON(2)
                   MOVE 'INSTALLS REJMASTER.NEW.' TO WS-NEW-REASON(3)
               WHEN NOT ST-ENDED(WS-SX-RCYUSED)
                   MOVE WS-SX-RCYUSED TO WS-ADVISE-SX
                   MOVE 'THE MASTER WAS SWAPPED BUT THE RECYCLE FILE'
                       TO WS-NEW-REASON(1)
                   MOVE 'WAS NOT CLEARED - RESTART AT RCYUSED.'
                       TO WS-NEW-REASON(2)
           END-EVALUATE
           IF WS-ADVISE-SX > 0
               MOVE 4 TO WS-ADVISE-RC
               MOVE WS-ADVISE-SX TO WS-SWAP-SX
               PERFORM 3900-ADVISE
           END-IF.

       3300-DECIDE-BACK.
      *    DELTA ONLY RUNS ON A FRESH NIGHT (STEP005 RC 0) AND APPLY
      *    ONLY AFTER A CLEAN DELTA; ARRFILE COUNTS AS REFRESHED ON
      *    THE SAME TERMS THE STEP027 GATE USES.
           MOVE 0 TO WS-ADVISE-SX
           MOVE SPACES TO WS-NEW-REASONS
           IF ST-ENDED(WS-SX-STEP005) AND WS-ST-RC(WS-SX-STEP005) = 0
               SET FRESH-NIGHT TO TRUE
           END-IF
           IF (ST-ENDED(WS-SX-APPLY) AND WS-ST-RC(WS-SX-APPLY) = 0)
              OR (ST-ENDED(WS-SX-LOAD) AND WS-ST-RC(WS-SX-LOAD) <= 4)
               SET ARRFILE-REFRESHED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN ST-NOT-RUN(WS-SX-CALC)
                   MOVE WS-SX-DRVCLR TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'CALC NEVER RAN - RESTART FROM DRVCLR, WHICH'
                       TO WS-NEW-REASON(1)
                   MOVE 'TAKES A FRESH BASE COPY OF THE EXTRACT.'
                       TO WS-NEW-REASON(2)
               WHEN ST-STARTED(WS-SX-CALC)
                   MOVE WS-SX-CALC TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'CALC DID NOT END - THE EXTRACT MAY BE SHORT.'
                       TO WS-NEW-REASON(1)
                   MOVE 'RESTART AT CALC, NOT DRVCLR - EXTRACT.BASE'
                       TO WS-NEW-REASON(2)
                   MOVE 'STILL HOLDS THE EXTRACT CALC STARTED FROM.'
                       TO WS-NEW-REASON(3)
               WHEN WS-ST-RC(WS-SX-CALC) = 12
                   MOVE WS-SX-CALC TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'CALC COULD NOT REWRITE THE EXTRACT (RC 12).'
                       TO WS-NEW-REASON(1)
                   MOVE 'RESTART AT CALC, NOT DRVCLR - EXTRACT.BASE'
                       TO WS-NEW-REASON(2)
                   MOVE 'STILL HOLDS THE EXTRACT CALC STARTED FROM.'
                       TO WS-NEW-REASON(3)
               WHEN WS-ST-RC(WS-SX-CALC) > 12
                   MOVE WS-SX-DRVCLR TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'CALC COULD NOT READ ITS INPUTS (RC 16) - FIX'
                       TO WS-NEW-REASON(1)
                   MOVE 'DRVFILE OR THE BASE PER THE ARRCALC MESSAGES,'
                       TO WS-NEW-REASON(2)
                   MOVE 'THEN RESTART FROM DRVCLR.' TO WS-NEW-REASON(3)
               WHEN NOT ST-ENDED(WS-SX-LIMCHK)
                   MOVE WS-SX-LIMCHK TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'LIMCHK DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN WS-ST-RC(WS-SX-LIMCHK) > 4
                   MOVE WS-SX-LIMCHK TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE WS-ST-RC(WS-SX-LIMCHK) TO WS-RC-DISPLAY
                   STRING 'LIMCHK HELD THE ARRFILE REFRESH, RC '
                              DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          ' - RESOLVE' DELIMITED BY SIZE
                          INTO WS-NEW-REASON(1)
                   END-STRING
                   MOVE 'THE EXCEPTIONS THROUGH ARRMNTJ OR ARRLIMJ,'
                       TO WS-NEW-REASON(2)
                   MOVE 'THEN RESTART FROM LIMCHK.' TO WS-NEW-REASON(3)
               WHEN FRESH-NIGHT AND NOT ST-ENDED(WS-SX-DELTA)
                   MOVE WS-SX-DLTCLEAR TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'DELTA DID NOT END TONIGHT.' TO WS-NEW-REASON(1)
               WHEN FRESH-NIGHT AND WS-ST-RC(WS-SX-DELTA) > 4
                   MOVE WS-SX-DLTCLEAR TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'DELTA COULD NOT OPEN AN EXTRACT (RC 08) -'
                       TO WS-NEW-REASON(1)
                   MOVE 'CHECK ARRCURR AND ARRPREV, THEN RESTART FROM'
                       TO WS-NEW-REASON(2)
                   MOVE 'DLTCLEAR.' TO WS-NEW-REASON(3)
               WHEN NOT ST-ENDED(WS-SX-RPT)
                   MOVE WS-SX-RPT TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'RPT DID NOT END TONIGHT.' TO WS-NEW-REASON(1)
               WHEN NOT ST-ENDED(WS-SX-DEPTRPT)
                   MOVE WS-SX-DEPTRPT TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'DEPTRPT DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN NOT ARRFILE-REFRESHED AND FRESH-NIGHT
                AND WS-ST-RC(WS-SX-DELTA) = 4
                   MOVE WS-SX-LOAD TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   SET SKIP-APPLY TO TRUE
                   MOVE 'DELTA MOVED MORE THAN THE TOLERANCE (RC 04) -'
                       TO WS-NEW-REASON(1)
                   MOVE 'REVIEW THE DELTA REPORT; ONCE IT IS ACCEPTED,'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTART AT LOAD.' TO WS-NEW-REASON(3)
               WHEN NOT ARRFILE-REFRESHED AND FRESH-NIGHT
                AND ST-NOT-RUN(WS-SX-APPLY)
                   MOVE WS-SX-APPLY TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'APPLY NEVER RAN AFTER A CLEAN DELTA.'
                       TO WS-NEW-REASON(1)
               WHEN NOT ARRFILE-REFRESHED
                   MOVE WS-SX-LOAD TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   SET SKIP-APPLY TO TRUE
                   PERFORM 3310-EXPLAIN-LOAD
               WHEN NOT ST-ENDED(WS-SX-BALANCE)
                   MOVE WS-SX-BALANCE TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'BALANCE DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN WS-ST-RC(WS-SX-BALANCE) = 8
                   MOVE WS-SX-BALANCE TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'ARRFILE IS OUT OF BALANCE (RC 08) -'
                       TO WS-NEW-REASON(1)
                   MOVE 'INVESTIGATE THE ARRBAL REPORT BEFORE'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTARTING AT BALANCE.' TO WS-NEW-REASON(3)
               WHEN WS-ST-RC(WS-SX-BALANCE) > 8
                   MOVE WS-SX-BALANCE TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'BALANCE COULD NOT OPEN AN INPUT (RC 16).'
                       TO WS-NEW-REASON(1)
               WHEN NOT ST-ENDED(WS-SX-DISTRIB)
                   MOVE WS-SX-DISTRIB TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'DISTRIB DID NOT END TONIGHT.'
                       TO WS-NEW-REASON(1)
               WHEN WS-ST-RC(WS-SX-DISTRIB) = 8
                   MOVE WS-SX-DISTRIB TO WS-ADVISE-SX
                   MOVE 8 TO WS-ADVISE-RC
                   MOVE 'A DEPARTMENT FILE FAILED (RC 08) - SEE THE'
                       TO WS-NEW-REASON(1)
                   MOVE 'ARRDIST REPORT, FIX THE ALLOCATION, THEN'
                       TO WS-NEW-REASON(2)
                   MOVE 'RESTART AT DISTRIB.' TO WS-NEW-REASON(3)
               WHEN WS-ST-RC(WS-SX-DISTRIB) > 8
                   MOVE WS-SX-DISTRIB TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'DISTRIB COULD NOT OPEN AN INPUT (RC 16).'
                       TO WS-NEW-REASON(1)
               WHEN NOT ST-ENDED(WS-SX-STSPOST)
                   MOVE WS-SX-STSPOST TO WS-ADVISE-SX
                   MOVE 4 TO WS-ADVISE-RC
                   MOVE 'ONLY THE RUN-STATUS POST IS MISSING.'
                       TO WS-NEW-REASON(1)
           END-EVALUATE
           IF WS-ADVISE-SX > 0
               MOVE WS-ADVISE-SX TO WS-BACK-SX
               PERFORM 3900-ADVISE
           END-IF.

       3310-EXPLAIN-LOAD.
      *    APPLY IS SKIPPED EITHER WAY - WHATEVER IT LEFT IN ARRFILE,
      *    THE FULL LOAD REPLACES.
           MOVE 'ARRFILE WAS NOT REFRESHED - RESTART AT LOAD, WHICH'
               TO WS-NEW-REASON(1)
           IF LOAD-IN-FLIGHT
               MOVE LCHK-LAST-KEY TO WS-COUNT-DISPLAY
               STRING 'RESUMES AFTER KEY ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' FROM LOADCHKP.' DELIMITED BY SIZE
                      INTO WS-NEW-REASON(2)
               END-STRING
           ELSE
               MOVE 'REPLACES ARRFILE FROM THE FIRST KEY.'
                   TO WS-NEW-REASON(2)
           END-IF.

       3900-ADVISE.
           IF WS-ADVISE-RC > WS-ADVICE-RC
               MOVE WS-ADVISE-RC TO WS-ADVICE-RC
           END-IF
           IF WS-ADVISE-SX > 0
               IF WS-RESTART-SX = 0 OR WS-ADVISE-SX < WS-RESTART-SX
                   MOVE WS-ADVISE-SX TO WS-RESTART-SX
               END-IF
           END-IF
           PERFORM 3910-KEEP-ONE-REASON
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 3
           SET ADVICE-GIVEN TO TRUE.

       3910-KEEP-ONE-REASON.
           IF WS-NEW-REASON(WS-RX) NOT = SPACES
              AND WS-REASON-COUNT < 6
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-NEW-REASON(WS-RX)
                   TO WS-REASON-LINE(WS-REASON-COUNT)
           END-IF.

       4000-SET-ACTIONS.
           PERFORM 4100-SET-ONE-ACTION
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STEP-COUNT.

       4100-SET-ONE-ACTION.
      *    AHEAD OF THE RESTART STEP (OR WITH NOTHING TO RESTART) A
      *    STEP IS SIMPLY DONE OR NOT.  FROM THE RESTART STEP ON IT
      *    RUNS UNLESS ONE OF THE SKIP REASONS APPLIES.  AFTER A
      *    STOPPED REJECT SWAP, THE BACK OF THE NIGHT UP TO ITS OWN
      *    RESTART STEP (IF ANY) STANDS - THE SWAP FEEDS NONE OF IT -
      *    APART FROM STSPOST, WHICH ALWAYS RUNS TO REPOST THE NIGHT.
           EVALUATE TRUE
               WHEN STEP-STARTS-LEDGER(WS-SX)
                   MOVE 'SKIP' TO WS-ST-ACTION(WS-SX)
                   MOVE 1 TO WS-ST-SKIP-REASON(WS-SX)
               WHEN WS-RESTART-SX = 0 OR WS-SX < WS-RESTART-SX
                   IF ST-ENDED(WS-SX)
                       MOVE 'DONE' TO WS-ST-ACTION(WS-SX)
                   ELSE
                       MOVE '-' TO WS-ST-ACTION(WS-SX)
                   END-IF
               WHEN STEP-NEVER-RERUN(WS-SX) AND ST-ENDED(WS-SX)
                   MOVE 'SKIP' TO WS-ST-ACTION(WS-SX)
                   MOVE 2 TO WS-ST-SKIP-REASON(WS-SX)
               WHEN WS-SX = WS-SX-APPLY AND SKIP-APPLY
                   MOVE 'SKIP' TO WS-ST-ACTION(WS-SX)
                   MOVE 3 TO WS-ST-SKIP-REASON(WS-SX)
               WHEN WS-SWAP-SX > 0 AND WS-SX >= WS-SX-DRVCLR
                AND WS-SX NOT = WS-SX-STSPOST
                AND (WS-BACK-SX = 0 OR WS-SX < WS-BACK-SX)
                   MOVE 'SKIP' TO WS-ST-ACTION(WS-SX)
                   IF ST-ENDED(WS-SX)
                       MOVE 4 TO WS-ST-SKIP-REASON(WS-SX)
                   ELSE
                       MOVE 5 TO WS-ST-SKIP-REASON(WS-SX)
                   END-IF
               WHEN OTHER
                   MOVE 'RUN' TO WS-ST-ACTION(WS-SX)
                   IF STEP-NEVER-RERUN(WS-SX)
                       SET NEVER-RERUN-RUNS TO TRUE
                   END-IF
           END-EVALUATE.

       5000-PRINT-REPORT.
           PERFORM 5100-WRITE-HEADINGS
           IF LEDGER-FAILED
               MOVE SPACES TO WS-TEXT-LINE
               MOVE 'ARRSTEP COULD NOT BE READ - NO ADVICE GIVEN.'
                   TO TL-TEXT
               WRITE PRINT-RECORD FROM WS-TEXT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 5200-PRINT-ONE-STEP
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STEP-COUNT
               PERFORM 5300-PRINT-CHECKPOINTS
               PERFORM 5400-PRINT-ADVICE
           END-IF.

       5100-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-LABEL-LINE
           MOVE 'NIGHT OPENED:' TO LL-LABEL
           IF NIGHT-OPENED
               MOVE WS-NIGHT-DATE TO WS-DATE-RAW
               MOVE WS-NIGHT-TIME TO WS-TIME-RAW
               STRING WS-DATE-MM   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-DD   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-DATE-YYYY DELIMITED BY SIZE
                      ' AT '       DELIMITED BY SIZE
                      WS-TIME-HH   DELIMITED BY SIZE
                      ':'          DELIMITED BY SIZE
                      WS-TIME-MM   DELIMITED BY SIZE
                      ':'          DELIMITED BY SIZE
                      WS-TIME-SS   DELIMITED BY SIZE
                      INTO LL-TEXT
               END-STRING
           ELSE
               MOVE 'NOT ON ARRSTEP' TO LL-TEXT
           END-IF
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 2 LINES
           WRITE PRINT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       5200-PRINT-ONE-STEP.
           MOVE WS-STEP-NAME(WS-SX) TO DL-STEP
           MOVE WS-STEP-PROGRAM(WS-SX) TO DL-PROGRAM
           MOVE SPACES TO DL-START
           MOVE SPACES TO DL-END
           MOVE SPACES TO DL-RC
           EVALUATE TRUE
               WHEN STEP-UNLEDGERED(WS-SX)
                   MOVE 'UTILITY' TO DL-STATE
               WHEN ST-ENDED(WS-SX)
                   MOVE 'ENDED' TO DL-STATE
                   MOVE WS-ST-START-TIME(WS-SX) TO WS-TIME-RAW
                   PERFORM 5210-EDIT-TIME
                   MOVE WS-TIME-EDITED TO DL-START
                   MOVE WS-ST-END-TIME(WS-SX) TO WS-TIME-RAW
                   PERFORM 5210-EDIT-TIME
                   MOVE WS-TIME-EDITED TO DL-END
                   MOVE WS-ST-RC(WS-SX) TO WS-RC-DISPLAY
                   MOVE WS-RC-DISPLAY TO DL-RC
               WHEN ST-STARTED(WS-SX)
                   MOVE 'ABENDED' TO DL-STATE
                   MOVE WS-ST-START-TIME(WS-SX) TO WS-TIME-RAW
                   PERFORM 5210-EDIT-TIME
                   MOVE WS-TIME-EDITED TO DL-START
               WHEN OTHER
                   MOVE 'NOT RUN' TO DL-STATE
           END-EVALUATE
           MOVE WS-ST-ACTION(WS-SX) TO DL-ACTION
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE
                   PERFORM 5100-WRITE-HEADINGS
           END-WRITE
           IF WS-ST-SKIP-REASON(WS-SX) > 0
               MOVE WS-SKIP-REASON-TEXT(WS-ST-SKIP-REASON(WS-SX))
                   TO SL-REASON
               WRITE PRINT-RECORD FROM WS-SKIP-LINE
                   AFTER ADVANCING 1 LINES
                   AT END-OF-PAGE
                       PERFORM 5100-WRITE-HEADINGS
               END-WRITE
           END-IF.

       5210-EDIT-TIME.
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO WS-TIME-EDITED
           END-STRING.

       5300-PRINT-CHECKPOINTS.
           MOVE SPACES TO WS-LABEL-LINE
           MOVE 'ARRCHKPT:' TO LL-LABEL
           MOVE WS-CHKPT-TEXT TO LL-TEXT
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'LOADCHKP:' TO LL-LABEL
           MOVE WS-LOADCHKP-TEXT TO LL-TEXT
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 1 LINES.

       5400-PRINT-ADVICE.
           MOVE SPACES TO WS-LABEL-LINE
           MOVE 'RESTART FROM:' TO LL-LABEL
           EVALUATE TRUE
               WHEN WS-RESTART-SX > 0
                   MOVE WS-STEP-NAME(WS-RESTART-SX) TO LL-TEXT
               WHEN WS-ADVICE-RC = 0
                   MOVE 'NOTHING TO RESTART' TO LL-TEXT
               WHEN OTHER
                   MOVE 'NO ADVICE - SEE BELOW' TO LL-TEXT
           END-EVALUATE
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 5410-PRINT-ONE-REASON
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-REASON-COUNT
           IF WS-RESTART-SX > 0
               MOVE 'NOTES:' TO LL-LABEL
               MOVE WS-NOTE-DECK-1 TO LL-TEXT
               WRITE PRINT-RECORD FROM WS-LABEL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-NOTE-DECK-2 TO TL-TEXT
               PERFORM 5420-PRINT-NOTE-LINE
               MOVE WS-NOTE-DECK-3 TO TL-TEXT
               PERFORM 5420-PRINT-NOTE-LINE
               IF WS-ST-ACTION(WS-SX-EXTROLL) = 'SKIP'
                  AND WS-ST-ACTION(WS-SX-DELTA) = 'RUN'
                   MOVE WS-NOTE-ROLL-1 TO TL-TEXT
                   PERFORM 5420-PRINT-NOTE-LINE
                   MOVE WS-NOTE-ROLL-2 TO TL-TEXT
                   PERFORM 5420-PRINT-NOTE-LINE
               END-IF
               IF NEVER-RERUN-RUNS
                   MOVE WS-NOTE-MARK-1 TO TL-TEXT
                   PERFORM 5420-PRINT-NOTE-LINE
                   MOVE WS-NOTE-MARK-2 TO TL-TEXT
                   PERFORM 5420-PRINT-NOTE-LINE
                   MOVE WS-NOTE-MARK-3 TO TL-TEXT
                   PERFORM 5420-PRINT-NOTE-LINE
               END-IF
           END-IF.

       5410-PRINT-ONE-REASON.
           MOVE SPACES TO WS-LABEL-LINE
           IF WS-RX = 1
               MOVE 'WHY:' TO LL-LABEL
           END-IF
           MOVE WS-REASON-LINE(WS-RX) TO LL-TEXT
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 1 LINES.

       5420-PRINT-NOTE-LINE.
      *    NOTE LINES CONTINUE UNDER THE FIRST, IN THE TEXT COLUMN.
           MOVE SPACES TO WS-LABEL-LINE
           MOVE TL-TEXT TO LL-TEXT
           WRITE PRINT-RECORD FROM WS-LABEL-LINE
               AFTER ADVANCING 1 LINES.

       6000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN LEDGER-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RESTART-SX > 0
                   DISPLAY 'ARRRADV: RESTART ARRPOPJ FROM '
                           WS-STEP-NAME(WS-RESTART-SX)
                           ' - SEE SYSPRINT FOR THE STEPS TO SKIP.'
                   MOVE WS-ADVICE-RC TO RETURN-CODE
               WHEN WS-ADVICE-RC = 0
                   DISPLAY 'ARRRADV: THE NIGHT IS COMPLETE - NOTHING '
                           'TO RESTART.'
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRRADV: NO OPENED NIGHT ON ARRSTEP - SEE '
                           'SYSPRINT.'
                   MOVE WS-ADVICE-RC TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
