      ******************************************************************
      *    PROGRAM-ID : ARRMARK
      *    PURPOSE    : MARKS A UTILITY STEP DONE ON ARRSTEP, THE
      *                 NIGHT'S RUN LEDGER (SEE COPYBOOKS/ARRSTP.CPY).
      *                 ARRPOPJ'S IEBGENER AND IEFBR14 STEPS CANNOT
      *                 WRITE TO THE LEDGER THEMSELVES, AND FOUR OF
      *                 THEM MUST NEVER RUN TWICE IN ONE NIGHT: THE
      *                 EXTRACT.HIST GENERATION ROLL (EXTROLL) WOULD
      *                 PUSH A SECOND COPY OF THE SAME EXTRACT OVER
      *                 THE PRIOR NIGHT'S, AND THE REJECT SWAP
      *                 (REJDROP, REJCOPY, RCYUSED) WOULD DROP OR
      *                 CONSUME THE RECYCLE FILE A SECOND TIME.  SO
      *                 EACH ONE IS FOLLOWED BY AN ARRMARK STEP,
      *                 GATED ON ITS RC 0, WHICH APPENDS AN ENDED
      *                 RECORD UNDER THE UTILITY STEP'S NAME - THE
      *                 PROOF ARRRADV LOOKS FOR BEFORE IT WILL TELL
      *                 ANYONE TO SKIP THE STEP ON A RESTART.
      *                 THE PARM IS THE UTILITY STEP'S NAME IN
      *                 JCL/ARRPOPJ.JCL.
      *                 RETURN-CODE 0 - STEP MARKED DONE.
      *                 RETURN-CODE 8 - NO PARM, OR ARRSTEP COULD NOT
      *                 BE OPENED - THE STEP IS NOT MARKED, AND A
      *                 RESTART WILL BE ADVISED TO CHECK IT BY HAND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRMARK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-MARK-FAILED            PIC X VALUE 'N'.
               88  MARK-FAILED                   VALUE 'Y'.

       01  WS-MARKED-STEP                PIC X(8) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       01  WS-TODAY                      PIC X(8).
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    A PARM LONGER THAN A STEP NAME IS TRUNCATED RATHER THAN
      *    LETTING THE REFERENCE MODIFICATION RUN PAST PARM-TEXT -
      *    THE SAME GUARD AS ARRNTFY'S.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > 8
               MOVE 8 TO WS-PARM-USE-LENGTH
           END-IF
           IF WS-PARM-USE-LENGTH > ZERO
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-MARKED-STEP
           END-IF
           IF WS-MARKED-STEP = SPACES
               DISPLAY 'ARRMARK: NO STEP NAME IN THE PARM - NOTHING '
                       'MARKED.'
               SET MARK-FAILED TO TRUE
           ELSE
               PERFORM 1000-WRITE-MARK
           END-IF
           PERFORM 2000-SET-RETURN-CODE
           GOBACK.

       1000-WRITE-MARK.
      *    ONE ENDED RECORD, RC 0, STARTED AND ENDED NOW - THE
      *    UTILITY STEP ITSELF IS ALREADY OVER BY THE TIME THIS STEP
      *    RUNS, AND THE JCL ONLY RUNS THIS STEP WHEN IT ENDED RC 0.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-MARKED-STEP TO STF-STEP-NAME
               MOVE 'ARRMARK' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-TODAY TO STF-START-DATE
               MOVE WS-CURRENT-TIME TO STF-START-TIME
               MOVE WS-TODAY TO STF-END-DATE
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRMARK: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - ' WS-MARKED-STEP
                       ' NOT MARKED DONE.'
               SET MARK-FAILED TO TRUE
           END-IF.

       2000-SET-RETURN-CODE.
           IF MARK-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ARRMARK: ' WS-MARKED-STEP ' MARKED DONE ON '
                       'ARRSTEP.'
               MOVE 0 TO RETURN-CODE
           END-IF.
