      ******************************************************************
      *    PROGRAM-ID : ARRRAWV
      *    PURPOSE    : PROVES TONIGHT'S ARRIN.RAW FEED AGAINST ITS OWN
      *                 CONTROL RECORDS BEFORE ARRPOPJ CLEARS OR RUNS
      *                 ANYTHING.  A TRUNCATED OR DUPLICATED FEED USED
      *                 TO GET ALL THE WAY TO ARRPOP AND SURFACE ONLY
      *                 AS AN RC 4 PARTIAL POPULATION THE NEXT MORNING
      *                 - ARRPFV ONLY COMPARES THE RECORD COUNT WITH
      *                 THE CONTROL CARD AND ARREDIT ONLY EDITS ONE
      *                 RECORD AT A TIME.  THE SENDER NOW WRAPS THE
      *                 BODY IN A HEADER AND A TRAILER (SEE
      *                 COPYBOOKS/ARRINC.CPY) AND THIS STEP CHECKS:
      *                   - THE FEED IS THERE AND STARTS WITH A HEADER
      *                     WHOSE DATE AND SEQUENCE ARE NUMERIC;
      *                   - IT ENDS WITH A TRAILER, AND NO OTHER HDR OR
      *                     TRL RECORD SITS IN THE BODY;
      *                   - THE BODY RECORD COUNT AND VALUE HASH MATCH
      *                     THE TRAILER (THE HASH IS THE SUM OF
      *                     ARRIN-VALUE, LOW-ORDER NINE DIGITS - A
      *                     NON-NUMERIC VALUE ADDS NOTHING AND IS LEFT
      *                     FOR ARREDIT TO REJECT);
      *                   - THE HEADER NAMES THE TABLE THIS RUN IS FOR
      *                     (THE PARM - SEE COPYBOOKS/ARRTBL.CPY), SO
      *                     ONE TABLE'S FEED ROUTED INTO ANOTHER'S
      *                     DATA SET IS HELD HERE;
      *                   - THE BUSINESS DATE HAS NOT ALREADY BEEN
      *                     ACCEPTED FROM THE SAME SOURCE SYSTEM, AND
      *                     THE FILE SEQUENCE NUMBER FOLLOWS THE LAST
      *                     ONE ACCEPTED FROM IT (ANY NUMBER STARTS A
      *                     SOURCE'S FIRST FILE).
      *                 EVERY FEED CHECKED, ACCEPTED OR NOT, IS LOGGED
      *                 ON THE RECEIVED-FILES LOG (ARRRCVLG, SEE
      *                 COPYBOOKS/ARRRCV.CPY), AND A VALIDATION REPORT
      *                 GOES TO SYSPRINT.  A RESTART OF THE SAME
      *                 ARRPOPJ NIGHT (RECOGNISED BY THE RUN-STATUS KEY
      *                 ON ARRSTEP) MAY PRESENT THE FILE IT ACCEPTED
      *                 EARLIER AGAIN, UNCHANGED; ON ANY OTHER NIGHT
      *                 THE SAME FILE IS A DUPLICATE.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0  - FEED ACCEPTED.
      *                 RETURN-CODE 8  - FEED REJECTED - THE JCL GATE
      *                 HOLDS EVERYTHING FROM STEP005 ON, SO NOTHING IS
      *                 CLEARED AND NOTHING RUNS.  THE REPORT SAYS WHY;
      *                 THE SENDER HAS TO RESEND.
      *                 RETURN-CODE 16 - THE RECEIVED-FILES LOG COULD
      *                 NOT BE READ OR WRITTEN - THE FEED CANNOT BE
      *                 CHECKED FOR DUPLICATES, SO IT IS HELD THE SAME
      *                 WAY - OR THE PARM CARRIES NO TABLE ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRAWV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRINRAW-FILE ASSIGN TO ARRINRAW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRINRAW-STATUS.

           SELECT ARRRCVLG-FILE ASSIGN TO ARRRCVLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRRCVLG-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A BODY RECORD AND A CONTROL RECORD SHARE THE SAME 23 BYTES.
       FD  ARRINRAW-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY ARRIN.
           COPY ARRINC.

       FD  ARRRCVLG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARRRCV.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARRINRAW-STATUS        PIC XX VALUE SPACES.
               88  ARRINRAW-OK                   VALUE '00'.
           05  WS-ARRRCVLG-STATUS        PIC XX VALUE SPACES.
               88  ARRRCVLG-OK                   VALUE '00'.
               88  ARRRCVLG-NOT-FOUND            VALUE '35'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-RAW                PIC X VALUE 'N'.
               88  RAW-EOF                       VALUE 'Y'.
           05  WS-EOF-LOG                PIC X VALUE 'N'.
               88  LOG-EOF                       VALUE 'Y'.
           05  WS-EOF-STEP               PIC X VALUE 'N'.
               88  STEP-EOF                      VALUE 'Y'.
           05  WS-FEED-FOUND             PIC X VALUE 'N'.
               88  FEED-FOUND                    VALUE 'Y'.
           05  WS-HEADER-FOUND           PIC X VALUE 'N'.
               88  HEADER-FOUND                  VALUE 'Y'.
           05  WS-HEADER-VALID           PIC X VALUE 'N'.
               88  HEADER-VALID                  VALUE 'Y'.
           05  WS-TRAILER-FOUND          PIC X VALUE 'N'.
               88  TRAILER-FOUND                 VALUE 'Y'.
           05  WS-LAST-WAS-TRAILER       PIC X VALUE 'N'.
               88  LAST-WAS-TRAILER              VALUE 'Y'.
           05  WS-LOG-FAILED             PIC X VALUE 'N'.
               88  LOG-FAILED                    VALUE 'Y'.
           05  WS-SOURCE-SEEN            PIC X VALUE 'N'.
               88  SOURCE-SEEN                   VALUE 'Y'.
           05  WS-DATE-SEEN              PIC X VALUE 'N'.
               88  DATE-SEEN                     VALUE 'Y'.
           05  WS-SAME-NIGHT-RERUN       PIC X VALUE 'N'.
               88  SAME-NIGHT-RERUN              VALUE 'Y'.

      *    WHAT THE FEED SAID ABOUT ITSELF, AND WHAT IT HELD.
       01  WS-FEED-CONTROLS.
           05  WS-FEED-TABLE-ID          PIC X(4) VALUE SPACES.
           05  WS-SOURCE-SYSTEM          PIC X(4) VALUE SPACES.
           05  WS-BUSINESS-DATE          PIC 9(8) VALUE 0.
           05  WS-FILE-SEQ               PIC 9(4) VALUE 0.
           05  WS-TRAILER-COUNT          PIC 9(7) VALUE 0.
           05  WS-TRAILER-HASH           PIC 9(9) VALUE 0.
       01  WS-FEED-TOTALS.
           05  WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05  WS-BODY-COUNT             PIC 9(7) VALUE 0.
           05  WS-BODY-HASH-TOTAL        PIC 9(15) VALUE 0.
           05  WS-BODY-HASH              PIC 9(9) VALUE 0.
           05  WS-STRAY-CONTROL-COUNT    PIC 9(7) VALUE 0.

      *    THE LAST FILE ACCEPTED FROM THIS FEED'S SOURCE SYSTEM.
       01  WS-LAST-ACCEPTED.
           05  WS-LAST-BUSINESS-DATE     PIC 9(8) VALUE 0.
           05  WS-LAST-FILE-SEQ          PIC 9(4) VALUE 0.
           05  WS-LAST-TRAILER-COUNT     PIC 9(7) VALUE 0.
           05  WS-LAST-TRAILER-HASH      PIC 9(9) VALUE 0.
           05  WS-LAST-NIGHT-KEY         PIC X(14) VALUE SPACES.
       01  WS-EXPECTED-SEQ               PIC 9(4) VALUE 0.

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

      *    TONIGHT'S RUN-STATUS KEY, FROM THE OPENING STEP'S LEDGER
      *    RECORD - SPACES WHEN THIS STEP RUNS OUTSIDE ARRPOPJ.
       01  WS-NIGHT-KEY.
           05  WS-NIGHT-DATE             PIC X(8) VALUE SPACES.
           05  WS-NIGHT-TIME             PIC X(6) VALUE SPACES.

       01  WS-VERDICT-COUNTS.
           05  WS-FAIL-COUNT             PIC 9(3) VALUE 0.
       01  WS-FAIL-REASON                PIC XX VALUE '00'.
       01  WS-FIRST-REASON               PIC XX VALUE '00'.

       01  WS-HEADING-1.
           05  FILLER                    PIC X(34)
                    VALUE 'ARRIN.RAW FEED CONTROL VALIDATION'.

       01  WS-REPORT-LINE.
           05  RL-VERDICT                PIC X(6) VALUE SPACES.
           05  RL-TEXT                   PIC X(74) VALUE SPACES.

       01  WS-TODAY                      PIC X(8).
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'RAWVAL'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 7700-WRITE-STEP-START
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRRAWV: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - FEED HELD.'
               MOVE 16 TO RETURN-CODE
               PERFORM 7600-WRITE-STEP-RESULT
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           PERFORM 1000-READ-NIGHT-KEY
           PERFORM 2000-READ-FEED
           PERFORM 3000-READ-RECEIVED-LOG
           PERFORM 4000-VALIDATE-STRUCTURE
           PERFORM 5000-VALIDATE-TOTALS
           PERFORM 6000-VALIDATE-ORDER
           IF NOT LOG-FAILED
               PERFORM 7000-WRITE-LOG-ENTRY
           END-IF
           PERFORM 7500-SET-RETURN-CODE
           CLOSE PRINT-FILE
           PERFORM 7600-WRITE-STEP-RESULT
           GOBACK.

       1000-READ-NIGHT-KEY.
      *    THE OPENING STEP'S ENDED RECORD CARRIES THE NIGHT'S KEY -
      *    THE SAME RECORD ARRSTSP AND ARRRADV LOOK FOR.
           OPEN INPUT ARRSTEP-FILE
           IF ARRSTEP-OK
               PERFORM 1100-READ-STEP
               PERFORM 1200-CHECK-ONE-STEP UNTIL STEP-EOF
               CLOSE ARRSTEP-FILE
           END-IF.

       1100-READ-STEP.
           READ ARRSTEP-FILE
               AT END
                   SET STEP-EOF TO TRUE
           END-READ.

       1200-CHECK-ONE-STEP.
           IF STF-STEP-NAME = 'STSOPEN' AND STF-STEP-ENDED
               MOVE STF-RUN-DATE TO WS-NIGHT-DATE
               MOVE STF-RUN-TIME TO WS-NIGHT-TIME
           END-IF
           PERFORM 1100-READ-STEP.

       2000-READ-FEED.
      *    ONE PASS.  THE FIRST RECORD IS THE HEADER OR THERE IS NONE;
      *    THE TRAILER IS ONLY THE TRAILER IF NOTHING FOLLOWS IT.  ANY
      *    OTHER HDR OR TRL RECORD IS A STRAY - A SECOND FILE
      *    CONCATENATED ONTO THE FIRST, OR A TRAILER WRITTEN TWICE.
           OPEN INPUT ARRINRAW-FILE
           IF ARRINRAW-OK
               PERFORM 2100-READ-RAW
               IF NOT RAW-EOF
                   SET FEED-FOUND TO TRUE
                   IF RAWC-HEADER
                       PERFORM 2300-TAKE-HEADER
                       PERFORM 2100-READ-RAW
                   END-IF
               END-IF
               PERFORM 2200-TAKE-ONE-RECORD UNTIL RAW-EOF
               CLOSE ARRINRAW-FILE
           END-IF
           MOVE WS-BODY-HASH-TOTAL TO WS-BODY-HASH.

       2100-READ-RAW.
           READ ARRINRAW-FILE
               AT END
                   SET RAW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2200-TAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN RAWC-TRAILER
                   IF TRAILER-FOUND
                       ADD 1 TO WS-STRAY-CONTROL-COUNT
                   END-IF
                   SET TRAILER-FOUND TO TRUE
                   SET LAST-WAS-TRAILER TO TRUE
                   MOVE ZERO TO WS-TRAILER-COUNT
                   MOVE ZERO TO WS-TRAILER-HASH
                   IF RAWC-RECORD-COUNT NUMERIC
                       MOVE RAWC-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF RAWC-VALUE-HASH NUMERIC
                       MOVE RAWC-VALUE-HASH TO WS-TRAILER-HASH
                   END-IF
               WHEN RAWC-HEADER
                   ADD 1 TO WS-STRAY-CONTROL-COUNT
                   MOVE 'N' TO WS-LAST-WAS-TRAILER
               WHEN OTHER
                   IF LAST-WAS-TRAILER
                       ADD 1 TO WS-STRAY-CONTROL-COUNT
                   END-IF
                   MOVE 'N' TO WS-LAST-WAS-TRAILER
                   ADD 1 TO WS-BODY-COUNT
                   IF ARRIN-VALUE NUMERIC
                       ADD ARRIN-VALUE TO WS-BODY-HASH-TOTAL
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-RAW.

       2300-TAKE-HEADER.
           SET HEADER-FOUND TO TRUE
           MOVE RAWC-TABLE-ID TO WS-FEED-TABLE-ID
           MOVE RAWC-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
           IF RAWC-BUSINESS-DATE NUMERIC
              AND RAWC-BUSINESS-DATE > ZERO
              AND RAWC-FILE-SEQ NUMERIC
              AND RAWC-FILE-SEQ > ZERO
              AND RAWC-SOURCE-SYSTEM NOT = SPACES
               SET HEADER-VALID TO TRUE
               MOVE RAWC-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE RAWC-FILE-SEQ TO WS-FILE-SEQ
           END-IF.

       3000-READ-RECEIVED-LOG.
      *    A MISSING LOG IS THE FIRST FEED EVER RECEIVED.  ANY OTHER
      *    OPEN FAILURE LEAVES NOTHING TO CHECK DUPLICATES AGAINST.
           OPEN INPUT ARRRCVLG-FILE
           EVALUATE TRUE
               WHEN ARRRCVLG-OK
                   PERFORM 3100-READ-LOG
                   PERFORM 3200-TAKE-ONE-ENTRY UNTIL LOG-EOF
                   CLOSE ARRRCVLG-FILE
               WHEN ARRRCVLG-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ARRRAWV: CANNOT OPEN ARRRCVLG - STATUS '
                           WS-ARRRCVLG-STATUS ' - FEED HELD.'
                   SET LOG-FAILED TO TRUE
           END-EVALUATE
           IF SOURCE-SEEN
              AND WS-LAST-NIGHT-KEY = WS-NIGHT-KEY
              AND WS-NIGHT-KEY NOT = SPACES
              AND WS-LAST-BUSINESS-DATE = WS-BUSINESS-DATE
              AND WS-LAST-FILE-SEQ = WS-FILE-SEQ
              AND WS-LAST-TRAILER-COUNT = WS-TRAILER-COUNT
              AND WS-LAST-TRAILER-HASH = WS-TRAILER-HASH
               SET SAME-NIGHT-RERUN TO TRUE
           END-IF.

       3100-READ-LOG.
           READ ARRRCVLG-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       3200-TAKE-ONE-ENTRY.
      *    ONLY ACCEPTED FILES FROM THE SAME SOURCE COUNT - A REJECTED
      *    FILE WAS NEVER PROCESSED, SO ITS RESEND IS NOT A DUPLICATE.
      *    THE LOG IS IN ARRIVAL ORDER, SO THE LAST MATCH IS THE
      *    LATEST.
           IF RCV-ACCEPTED AND HEADER-VALID
              AND RCV-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
               SET SOURCE-SEEN TO TRUE
               IF RCV-BUSINESS-DATE = WS-BUSINESS-DATE
                   SET DATE-SEEN TO TRUE
               END-IF
               MOVE RCV-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
               MOVE RCV-FILE-SEQ TO WS-LAST-FILE-SEQ
               MOVE RCV-TRAILER-COUNT TO WS-LAST-TRAILER-COUNT
               MOVE RCV-TRAILER-HASH TO WS-LAST-TRAILER-HASH
               MOVE RCV-NIGHT-KEY TO WS-LAST-NIGHT-KEY
           END-IF
           PERFORM 3100-READ-LOG.

       4000-VALIDATE-STRUCTURE.
           IF NOT FEED-FOUND
               MOVE '01' TO WS-FAIL-REASON
               MOVE 'NO RAW FEED, OR AN EMPTY ONE.' TO RL-TEXT
               PERFORM 8300-WRITE-FAIL
           ELSE
               STRING WS-RECORDS-READ DELIMITED BY SIZE
                      ' RECORDS READ FROM ARRIN.RAW.'
                          DELIMITED BY SIZE
                      INTO RL-TEXT
               END-STRING
               PERFORM 8000-WRITE-INFO
               EVALUATE TRUE
                   WHEN NOT HEADER-FOUND
                       MOVE '02' TO WS-FAIL-REASON
                       MOVE 'FIRST RECORD IS NOT A HEADER.' TO RL-TEXT
                       PERFORM 8300-WRITE-FAIL
                   WHEN NOT HEADER-VALID
                       MOVE '03' TO WS-FAIL-REASON
                       MOVE 'HEADER SOURCE, DATE OR SEQUENCE MISSING.'
                           TO RL-TEXT
                       PERFORM 8300-WRITE-FAIL
                   WHEN OTHER
                       STRING 'HEADER: SOURCE ' DELIMITED BY SIZE
                              WS-SOURCE-SYSTEM DELIMITED BY SIZE
                              ', BUSINESS DATE ' DELIMITED BY SIZE
                              WS-BUSINESS-DATE DELIMITED BY SIZE
                              ', FILE SEQUENCE ' DELIMITED BY SIZE
                              WS-FILE-SEQ DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO RL-TEXT
                       END-STRING
                       PERFORM 8100-WRITE-PASS
               END-EVALUATE
               IF HEADER-FOUND
                   IF WS-FEED-TABLE-ID = WS-TABLE-ID
                       STRING 'HEADER IS FOR TABLE ' DELIMITED BY SIZE
                              WS-TABLE-ID DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO RL-TEXT
                       END-STRING
                       PERFORM 8100-WRITE-PASS
                   ELSE
                       MOVE '10' TO WS-FAIL-REASON
                       STRING 'HEADER IS FOR TABLE ' DELIMITED BY SIZE
                              WS-FEED-TABLE-ID DELIMITED BY SIZE
                              ', NOT ' DELIMITED BY SIZE
                              WS-TABLE-ID DELIMITED BY SIZE
                              ' - FEED ROUTED TO THE WRONG TABLE.'
                                  DELIMITED BY SIZE
                              INTO RL-TEXT
                       END-STRING
                       PERFORM 8300-WRITE-FAIL
                   END-IF
               END-IF
               IF LAST-WAS-TRAILER
                   MOVE 'FEED ENDS WITH A TRAILER.' TO RL-TEXT
                   PERFORM 8100-WRITE-PASS
               ELSE
                   MOVE '04' TO WS-FAIL-REASON
                   MOVE 'NO TRAILER AT THE END - FEED TRUNCATED.'
                       TO RL-TEXT
                   PERFORM 8300-WRITE-FAIL
               END-IF
               IF WS-STRAY-CONTROL-COUNT > ZERO
                   MOVE '05' TO WS-FAIL-REASON
                   STRING WS-STRAY-CONTROL-COUNT DELIMITED BY SIZE
                          ' HEADER/TRAILER RECORD(S) INSIDE THE BODY'
                              DELIMITED BY SIZE
                          ' - FILES RUN TOGETHER.' DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8300-WRITE-FAIL
               END-IF
           END-IF.

       5000-VALIDATE-TOTALS.
           IF TRAILER-FOUND
               IF WS-BODY-COUNT = WS-TRAILER-COUNT
                   STRING 'BODY COUNT ' DELIMITED BY SIZE
                          WS-BODY-COUNT DELIMITED BY SIZE
                          ' MATCHES THE TRAILER.' DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8100-WRITE-PASS
               ELSE
                   MOVE '06' TO WS-FAIL-REASON
                   STRING 'BODY COUNT ' DELIMITED BY SIZE
                          WS-BODY-COUNT DELIMITED BY SIZE
                          ' VS TRAILER ' DELIMITED BY SIZE
                          WS-TRAILER-COUNT DELIMITED BY SIZE
                          ' - RECORDS LOST OR ADDED.'
                              DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8300-WRITE-FAIL
               END-IF
               IF WS-BODY-HASH = WS-TRAILER-HASH
                   STRING 'VALUE HASH ' DELIMITED BY SIZE
                          WS-BODY-HASH DELIMITED BY SIZE
                          ' MATCHES THE TRAILER.' DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8100-WRITE-PASS
               ELSE
                   MOVE '07' TO WS-FAIL-REASON
                   STRING 'VALUE HASH ' DELIMITED BY SIZE
                          WS-BODY-HASH DELIMITED BY SIZE
                          ' VS TRAILER ' DELIMITED BY SIZE
                          WS-TRAILER-HASH DELIMITED BY SIZE
                          ' - VALUES ALTERED.' DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8300-WRITE-FAIL
               END-IF
           END-IF.

       6000-VALIDATE-ORDER.
      *    ONLY A READABLE HEADER CAN BE CHECKED AGAINST THE LOG.
           IF HEADER-VALID AND NOT LOG-FAILED
               IF SAME-NIGHT-RERUN
                   STRING 'SAME FILE ACCEPTED EARLIER TONIGHT - '
                              DELIMITED BY SIZE
                          'RESTART OF THE SAME NIGHT.'
                              DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8100-WRITE-PASS
               ELSE
                   PERFORM 6100-VALIDATE-DATE
                   PERFORM 6200-VALIDATE-SEQUENCE
               END-IF
           END-IF.

       6100-VALIDATE-DATE.
           IF DATE-SEEN
               MOVE '08' TO WS-FAIL-REASON
               STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      ' ALREADY PROCESSED FROM ' DELIMITED BY SIZE
                      WS-SOURCE-SYSTEM DELIMITED BY SIZE
                      ' - DUPLICATE FEED.' DELIMITED BY SIZE
                      INTO RL-TEXT
               END-STRING
               PERFORM 8300-WRITE-FAIL
           ELSE
               MOVE 'BUSINESS DATE NOT PROCESSED BEFORE.' TO RL-TEXT
               PERFORM 8100-WRITE-PASS
           END-IF.

       6200-VALIDATE-SEQUENCE.
           IF NOT SOURCE-SEEN
               STRING 'FIRST FILE FROM ' DELIMITED BY SIZE
                      WS-SOURCE-SYSTEM DELIMITED BY SIZE
                      ' - SEQUENCE TAKEN AS THE START.'
                          DELIMITED BY SIZE
                      INTO RL-TEXT
               END-STRING
               PERFORM 8100-WRITE-PASS
           ELSE
               IF WS-LAST-FILE-SEQ = 9999
                   MOVE 1 TO WS-EXPECTED-SEQ
               ELSE
                   COMPUTE WS-EXPECTED-SEQ = WS-LAST-FILE-SEQ + 1
               END-IF
               IF WS-FILE-SEQ = WS-EXPECTED-SEQ
                   MOVE 'FILE SEQUENCE FOLLOWS THE LAST ACCEPTED.'
                       TO RL-TEXT
                   PERFORM 8100-WRITE-PASS
               ELSE
                   MOVE '09' TO WS-FAIL-REASON
                   STRING 'FILE SEQUENCE ' DELIMITED BY SIZE
                          WS-FILE-SEQ DELIMITED BY SIZE
                          ' - EXPECTED ' DELIMITED BY SIZE
                          WS-EXPECTED-SEQ DELIMITED BY SIZE
                          ' AFTER ' DELIMITED BY SIZE
                          WS-LAST-FILE-SEQ DELIMITED BY SIZE
                          ' - MISSED OR OUT OF ORDER.'
                              DELIMITED BY SIZE
                          INTO RL-TEXT
                   END-STRING
                   PERFORM 8300-WRITE-FAIL
               END-IF
           END-IF.

       7000-WRITE-LOG-ENTRY.
      *    THE SAME APPEND-OR-CREATE OPEN AS THE RUN LEDGER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           OPEN EXTEND ARRRCVLG-FILE
           IF ARRRCVLG-NOT-FOUND
               OPEN OUTPUT ARRRCVLG-FILE
           END-IF
           IF ARRRCVLG-OK
               MOVE SPACES TO ARRRCV-RECORD
               MOVE WS-SOURCE-SYSTEM TO RCV-SOURCE-SYSTEM
               MOVE WS-BUSINESS-DATE TO RCV-BUSINESS-DATE
               MOVE WS-FILE-SEQ TO RCV-FILE-SEQ
               MOVE WS-TRAILER-COUNT TO RCV-TRAILER-COUNT
               MOVE WS-TRAILER-HASH TO RCV-TRAILER-HASH
               MOVE WS-BODY-COUNT TO RCV-BODY-COUNT
               MOVE WS-BODY-HASH TO RCV-BODY-HASH
               MOVE WS-TODAY TO RCV-RECEIVED-DATE
               MOVE WS-CURRENT-TIME TO RCV-RECEIVED-TIME
               MOVE WS-NIGHT-KEY TO RCV-NIGHT-KEY
               IF WS-FAIL-COUNT > ZERO
                   SET RCV-REJECTED TO TRUE
               ELSE
                   SET RCV-ACCEPTED TO TRUE
               END-IF
               MOVE WS-FIRST-REASON TO RCV-REASON-CODE
               WRITE ARRRCV-RECORD
               CLOSE ARRRCVLG-FILE
           ELSE
               DISPLAY 'ARRRAWV: CANNOT OPEN ARRRCVLG - STATUS '
                       WS-ARRRCVLG-STATUS ' - FEED NOT LOGGED, HELD.'
               SET LOG-FAILED TO TRUE
           END-IF.

       7500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN LOG-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FAIL-COUNT > ZERO
                   DISPLAY 'ARRRAWV: FEED REJECTED, REASON '
                           WS-FIRST-REASON ' - ' WS-FAIL-COUNT
                           ' CHECK(S) FAILED. TONIGHT''S RUN IS HELD.'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRRAWV: TABLE ' WS-TABLE-ID ' FEED '
                           WS-SOURCE-SYSTEM ' '
                           WS-BUSINESS-DATE ' SEQUENCE ' WS-FILE-SEQ
                           ' ACCEPTED, ' WS-BODY-COUNT ' RECORDS.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       7600-WRITE-STEP-RESULT.
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
               MOVE 'ARRRAWV' TO STF-PROGRAM
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
               DISPLAY 'ARRRAWV: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       7700-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 7600-WRITE-STEP-RESULT.
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
               MOVE 'ARRRAWV' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRRAWV: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       8000-WRITE-INFO.
           MOVE SPACES TO RL-VERDICT
           PERFORM 8400-WRITE-REPORT-LINE.

       8100-WRITE-PASS.
           MOVE 'PASS  ' TO RL-VERDICT
           PERFORM 8400-WRITE-REPORT-LINE.

       8300-WRITE-FAIL.
      *    THE FIRST CHECK TO FAIL IS THE REASON LOGGED.
           ADD 1 TO WS-FAIL-COUNT
           IF WS-FIRST-REASON = '00'
               MOVE WS-FAIL-REASON TO WS-FIRST-REASON
           END-IF
           MOVE 'FAIL  ' TO RL-VERDICT
           PERFORM 8400-WRITE-REPORT-LINE.

       8400-WRITE-REPORT-LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO WS-REPORT-LINE.
