      *                     DEFAULTS TO A),
      *                   - AN ADD OF A KEY ALREADY ON FILE, OR A
      *                     CHANGE/DELETE OF ONE THAT IS NOT, REJECTS.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE TRANSACTIONS ARE FOR - EVERY
      *                 ELEMENT NUMBER IS KEYED UNDER THAT TABLE ON THE
      *                 SHARED DSCFILE, SO ONE RUN NEVER TOUCHES
      *                 ANOTHER TABLE'S DESCRIPTIONS.
      *                 RETURN-CODE 0  - ALL TRANSACTIONS APPLIED.
      *                 RETURN-CODE 4  - SOME REJECTED - SEE THE
      *                 REPORT; EVERYTHING ELSE WAS APPLIED.
      *                 RETURN-CODE 8  - DSCTRAN COULD NOT BE OPENED -
      *                 NOTHING WAS APPLIED.
      *                 RETURN-CODE 16 - NO TABLE ID IN THE PARM, OR
      *                 DSCFILE COULD NOT BE OPENED - NOTHING WAS
      *                 APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRDSCM.
           SELECT DSCFILE-FILE ASSIGN TO DSCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-RECORD-KEY
               FILE STATUS IS WS-DSCFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
           05  DSCT-STATUS               PIC X.

       FD  DSCFILE-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ARRDSC.

       FD  PRINT-FILE
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE 'PAGE '.
           05  H1-PAGE                   PIC ZZ9.
           05  FILLER                    PIC X(8) VALUE '  TABLE '.
           05  H1-TABLE                  PIC X(4).

       01  WS-HEADING-2.
           05  FILLER                    PIC X(3) VALUE 'ACT'.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZ9.

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           GOBACK.

       1000-INITIALIZE.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRDSCM: NO TABLE ID IN THE PARM - NOTHING '
                       'APPLIED.'
               SET MASTER-FAILED TO TRUE
           ELSE
               PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT DSCTRAN-FILE
           IF NOT DSCTRAN-OK
               DISPLAY 'ARRDSCM: CANNOT OPEN DSCTRAN - STATUS '
                          INTO WS-RUN-DATE-DISPLAY
                   END-STRING
                   MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE
                   MOVE WS-TABLE-ID TO H1-TABLE
                   PERFORM 1200-WRITE-HEADINGS
                   PERFORM 1100-READ-TRAN
               END-IF
           END-IF.

       2200-APPLY-CHANGE.
           MOVE WS-TABLE-ID TO DSC-TABLE-ID
           MOVE DSCT-ELEMENT TO DSC-KEY
           READ DSCFILE-FILE
           IF DSCFILE-OK
           END-IF.

       2300-APPLY-DELETE.
           MOVE WS-TABLE-ID TO DSC-TABLE-ID
           MOVE DSCT-ELEMENT TO DSC-KEY
           DELETE DSCFILE-FILE
           IF DSCFILE-OK
       2400-BUILD-MASTER-RECORD.
      *    A BLANK STATUS DEFAULTS TO ACTIVE - THE COMMON CASE, AND
      *    THE SAME ZERO-MEANS-DEFAULT SPIRIT AS THE CONTROL CARD.
           MOVE WS-TABLE-ID TO DSC-TABLE-ID
           MOVE DSCT-ELEMENT TO DSC-KEY
           MOVE DSCT-NAME TO DSC-NAME
           MOVE DSCT-DEPT TO DSC-DEPT
