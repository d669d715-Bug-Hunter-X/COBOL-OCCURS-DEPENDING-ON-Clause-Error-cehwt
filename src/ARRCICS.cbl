      *                            WS-ARRAY-ELEMENT VALUES, KEYED BY
      *                            THE ELEMENT NUMBER, LOADED FROM
      *                            ARREXTR BY THE NIGHTLY LOAD JOB.
      *
      *                 ALL THREE FILES NOW HOLD EVERY TABLE THE SYSTEM
      *                 RUNS FOR (SEE COPYBOOKS/ARRTBL.CPY), WITH THE
      *                 TABLE ID LEADING EACH KEY, SO THE FIRST THING
      *                 THE SCREEN ASKS FOR IS THE TABLE.  UNTIL ONE IS
      *                 KEYED NOTHING IS READ, BROWSED, OR UPDATED;
      *                 ONCE IT IS, THE BROWSE, THE SCHEDULE LISTING,
      *                 AND EVERY PF5/PF9 CHANGE STAY INSIDE THAT
      *                 TABLE'S KEY RANGE.  KEYING A DIFFERENT TABLE ID
      *                 SWITCHES TABLES AND STARTS ITS BROWSE FROM THE
      *                 TOP; ANY PF KEY PRESSED WITH IT DOES NOTHING
      *                 ELSE, SO A SIZE MEANT FOR ONE TABLE CANNOT LAND
      *                 ON THE OTHER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRCICS.
       01  WS-TRANSID                    PIC X(4) VALUE 'ARRI'.

       01  WS-RESP                       PIC S9(8) COMP.
      *    THE DEFAULT ENTRY'S KEY WITHIN A TABLE'S SCHEDULE - THE
      *    FULL CTLFILE KEY IS THE TABLE ID FOLLOWED BY THIS OR A
      *    YYYYMMDD RUN DATE.
       01  WS-CTLFILE-KEY                PIC X(8) VALUE 'ARRCTL01'.

      *    HAND-SYNCED WITH WS-ARRAY-SIZE'S VALUE-100 DEFAULT IN
      *    FAIL THAT NIGHT'S RUN WITH RC 16.
       01  WS-MAX-ARRAY-SIZE             PIC 9(6) VALUE 250000.

      *    CTL-KEY (THE TABLE ID AND THE ENTRY KEY - THE SAME KEY AS
      *    SRC/ARRCTLX.CBL'S CTLFILE-RECORD) FOLLOWED BY THE SAME
      *    FIELDS AND FILLER AS
      *    COPYBOOKS/ARRCTL.CPY'S CTLCARD-RECORD - KEEP THE NAMES/
      *    WIDTHS/ORDER OF THOSE FIELDS IN SYNC WITH THAT
      *    COPYBOOK BY HAND (THE LEADING CTL-KEY MEANS THIS RECORD
      *    CTLCARD FD's DO).  SEE ALSO SRC/ARRCTLX.CBL, WHICH READS
      *    THIS SAME LAYOUT OUT OF CTLFILE.
       01  WS-CTL-RECORD.
           05  CTL-KEY.
               10  CTL-TABLE-ID          PIC X(4).
               10  CTL-ENTRY-KEY         PIC X(8).
           05  CTL-ARRAY-SIZE            PIC 9(6).
           05  CTL-CHECKPOINT-INTVL      PIC 9(6).
           05  CTL-RANGE-START           PIC 9(6).
      *    WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK BY HAND, THE SAME
      *    CONVENTION AS WS-CTL-RECORD ABOVE.
       01  WS-ARR-RECORD.
           05  ARR-RECORD-KEY.
               10  ARR-TABLE-ID          PIC X(4).
               10  ARR-KEY               PIC 9(6).
           05  ARR-ELEMENT-VALUE         PIC 9(9).

       01  WS-PAGE-SIZE                  PIC 9(3) VALUE 10.
      *    ORDER IN SYNC WITH THAT COPYBOOK BY HAND, THE SAME
      *    CONVENTION AS WS-ARR-RECORD ABOVE.
       01  WS-DSC-RECORD.
           05  DSC-RECORD-KEY.
               10  DSC-TABLE-ID          PIC X(4).
               10  DSC-KEY               PIC 9(6).
           05  DSC-NAME                  PIC X(25).
           05  DSC-DEPT                  PIC X(8).
           05  DSC-STATUS                PIC X.
       01  WS-ABSTIME                    PIC S9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC X(8).

      *    ROWS THE PF6 LISTING HAS FILLED, SO A TABLE WITH NO
      *    SCHEDULE OF ITS OWN SAYS SO INSTEAD OF A BLANK PAGE.
       01  WS-SCHED-SHOWN                PIC 9(3).

      *    THE CTLFILE KEY A PF5 UPDATE OR PF9 DELETE WORKS ON -
      *    THE ARRCTL01 DEFAULT WHEN THE EFFECTIVE-DATE FIELD IS
      *    BLANK, THE DATED SCHEDULE ENTRY OTHERWISE.

       01  WS-MESSAGE                    PIC X(60).

      *    COMMAREA WORKING COPY - CARRIES BROWSE POSITION, THE
      *    ARRAY SIZE ON SCREEN, AND THE TABLE THE OPERATOR CHOSE
      *    (SPACES UNTIL ONE IS KEYED) ACROSS PSEUDO-CONVERSATIONAL
      *    SEND/RECEIVE PAIRS.  LOADED FROM AND STORED BACK TO THE TRUE
      *    INBOUND COMMAREA (DFHCOMMAREA IN THE LINKAGE SECTION) SO
      *    IT ACTUALLY PERSISTS BETWEEN TERMINAL I/OS.
       01  WS-COMMAREA.
           05  CA-NEXT-ELEMENT           PIC 9(6).
           05  CA-CURRENT-ARRAY-SIZE     PIC 9(6).
           05  CA-TABLE-ID               PIC X(4).

      *    BMS MAP FIELDS ARE DECLARED BY THE MAPSET COPYBOOK IN A
      *    REAL SHOP (COPY ARRIMS).  THE SYMBOLIC MAP FIELDS
       01  DFHCOMMAREA.
           05  LS-NEXT-ELEMENT           PIC 9(6).
           05  LS-CURRENT-ARRAY-SIZE     PIC 9(6).
           05  LS-TABLE-ID               PIC X(4).

       PROCEDURE DIVISION USING DFHCOMMAREA.

           ELSE
               MOVE LS-NEXT-ELEMENT TO CA-NEXT-ELEMENT
               MOVE LS-CURRENT-ARRAY-SIZE TO CA-CURRENT-ARRAY-SIZE
               MOVE LS-TABLE-ID TO CA-TABLE-ID
               EXEC CICS RECEIVE MAP(WS-MAPNAME)
                   MAPSET(WS-MAPSET)
                   INTO(ARRIM1I)
                   RESP(WS-RESP)
               END-EXEC
      *    AN UNTOUCHED TABLE FIELD COMES BACK EMPTY AND LEAVES THE
      *    CURRENT TABLE IN PLACE; ONLY A NEWLY KEYED ID SWITCHES.
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 9000-EXIT
                   WHEN ARTBLI NOT = SPACES
                    AND ARTBLI NOT = LOW-VALUES
                    AND ARTBLI NOT = CA-TABLE-ID
                       PERFORM 1500-SELECT-TABLE
                   WHEN CA-TABLE-ID = SPACES
                       PERFORM 1000-FIRST-TIME
                   WHEN OTHER
                       PERFORM 1100-PROCESS-KEY
               END-EVALUATE
           END-IF.

       1000-FIRST-TIME.
      *    NO TABLE CHOSEN YET - ASK FOR ONE BEFORE SHOWING ANYTHING,
      *    SINCE EVERY VALUE ON THE SCREEN BELONGS TO SOME TABLE.
           MOVE SPACES TO CA-TABLE-ID
           MOVE 1 TO CA-NEXT-ELEMENT
           MOVE ZERO TO CA-CURRENT-ARRAY-SIZE
           MOVE 'KEY THE TABLE ID AND PRESS ENTER' TO WS-MESSAGE
           PERFORM 7000-SEND-MAP.

       1100-PROCESS-KEY.
           EVALUATE EIBAID
               WHEN DFHPF5
                   PERFORM 5000-UPDATE-ARRAY-SIZE
               WHEN DFHPF6
                   PERFORM 5500-LIST-SCHEDULE
               WHEN DFHPF8
                   PERFORM 4000-NEXT-PAGE
               WHEN DFHPF9
                   PERFORM 5800-DELETE-ENTRY
               WHEN OTHER
                   PERFORM 8000-REDISPLAY
           END-EVALUATE.

       1500-SELECT-TABLE.
      *    A TABLE ID IS A DATA SET QUALIFIER (SEE ARRTBL.CPY), SO IT
      *    MUST START WITH A LETTER.  AN ID NO TABLE USES SIMPLY
      *    BROWSES EMPTY AND SHOWS THE PROGRAM DEFAULT SIZE - PF5 ON
      *    IT IS HOW A NEW TABLE'S DEFAULT ENTRY IS FIRST SET UP.
           IF ARTBLI(1:1) ALPHABETIC AND ARTBLI(1:1) NOT = SPACE
               MOVE ARTBLI TO CA-TABLE-ID
               MOVE 'TABLE SELECTED - PF5/PF6/PF9 NOW APPLY TO IT'
                   TO WS-MESSAGE
               PERFORM 2000-READ-CONTROL-RECORD
               MOVE 1 TO CA-NEXT-ELEMENT
               PERFORM 3000-BROWSE-PAGE
           ELSE
               MOVE 'TABLE ID MUST START WITH A LETTER' TO WS-MESSAGE
           END-IF
           PERFORM 7000-SEND-MAP.

       2000-READ-CONTROL-RECORD.
      *    LOOK UP TODAY'S WS-ARRAY-SIZE SO THE OPERATOR SEES WHAT
      *    THE NEXT SCHEDULED RUN WILL USE, NOT A STALE BATCH-JOB
      *    LOG VALUE.
           MOVE CA-TABLE-ID TO CTL-TABLE-ID
           MOVE WS-CTLFILE-KEY TO CTL-ENTRY-KEY
           EXEC CICS READ
               FILE('CTLFILE')
               INTO(WS-CTL-RECORD)
      *    ENDBR ENTIRELY IN THAT CASE, SINCE A BROWSE THAT NEVER
      *    STARTED HAS NOTHING TO END (ENDBR AGAINST IT RAISES INVREQ,
      *    WHICH WITHOUT A RESP/NOHANDLE WOULD ABEND THE TASK).
      *    THE NEXT TABLE'S RECORDS FOLLOW THIS ONE'S ON ARRFILE, SO
      *    A ROW FOR ANY OTHER TABLE ENDS THE PAGE THE SAME AS THE
      *    END OF THE FILE.
           MOVE CA-TABLE-ID TO ARR-TABLE-ID
           MOVE CA-NEXT-ELEMENT TO ARR-KEY
           EXEC CICS STARTBR
               FILE('ARRFILE')
               RIDFLD(ARR-RECORD-KEY)
               RESP(WS-RESP)
           END-EXEC

                   EXEC CICS READNEXT
                       FILE('ARRFILE')
                       INTO(WS-ARR-RECORD)
                       RIDFLD(ARR-RECORD-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND ARR-TABLE-ID = CA-TABLE-ID
                       MOVE ARR-KEY TO DL-ELEMENT-NO
                       MOVE ARR-ELEMENT-VALUE TO DL-VALUE
                       PERFORM 3200-LOOK-UP-NAME
      *    AGAINST A DIFFERENT FILE.  ARR-KEY STILL HOLDS THE ROW'S
      *    ELEMENT NUMBER HERE - IT IS BUMPED FOR THE NEXT READNEXT
      *    ONLY AFTER THIS LOOKUP.
           MOVE CA-TABLE-ID TO DSC-TABLE-ID
           MOVE ARR-KEY TO DSC-KEY
           EXEC CICS READ
               FILE('DSCFILE')
               INTO(WS-DSC-RECORD)
               RIDFLD(DSC-RECORD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
           ELSE
               IF ARSIZEI NUMERIC AND ARSIZEI > ZERO
                  AND ARSIZEI <= WS-MAX-ARRAY-SIZE
                   MOVE CA-TABLE-ID TO CTL-TABLE-ID
                   MOVE WS-TARGET-KEY TO CTL-ENTRY-KEY
                   EXEC CICS READ
                       FILE('CTLFILE')
                       INTO(WS-CTL-RECORD)
      *    RANGE-START/RANGE-END AS "USE THE PROGRAM DEFAULT")
      *    RATHER THAN LEAVING THEM UNINITIALIZED.
                       INITIALIZE WS-CTL-RECORD
                       MOVE CA-TABLE-ID TO CTL-TABLE-ID
                       MOVE WS-TARGET-KEY TO CTL-ENTRY-KEY
                   END-IF
                   MOVE ARSIZEI TO CTL-ARRAY-SIZE
                   IF WS-RESP = DFHRESP(NORMAL)
      *    PAGE AND PUSH THE UPCOMING ENTRIES - THE ONES THIS
      *    LISTING EXISTS TO SHOW - OFF THE SCREEN.  THE ROWS ARE
      *    BLANKED FIRST SO A SHORT SCHEDULE DOES NOT SIT ON TOP OF
      *    STALE BROWSE LINES.  ONLY THE CHOSEN TABLE'S ENTRIES ARE
      *    LISTED - THE BROWSE STARTS AT ITS TABLE ID AND STOPS AT
      *    THE FIRST ENTRY FOR ANY OTHER TABLE.
           MOVE 1 TO WS-LINE-SUB
           PERFORM UNTIL WS-LINE-SUB > WS-PAGE-SIZE
               MOVE SPACES TO ARLINE-LINE(WS-LINE-SUB)
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC
           MOVE ZERO TO WS-SCHED-SHOWN
           MOVE CA-TABLE-ID TO CTL-TABLE-ID
           MOVE LOW-VALUES TO CTL-ENTRY-KEY
           EXEC CICS STARTBR
               FILE('CTLFILE')
               RIDFLD(CTL-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND CTL-TABLE-ID = CA-TABLE-ID
      *    TODAY'S OWN ENTRY STILL GOVERNS TONIGHT'S RUN, SO THE
      *    SKIP IS STRICTLY BELOW TODAY; THE DEFAULT RECORD IS
      *    ALWAYS SHOWN.
                       IF CTL-ENTRY-KEY = WS-CTLFILE-KEY
                          OR CTL-ENTRY-KEY >= WS-TODAY-DATE
                           MOVE CTL-ENTRY-KEY TO SL-KEY
                           MOVE CTL-ARRAY-SIZE TO SL-SIZE
                           MOVE WS-SCHED-LINE
                               TO ARLINE-LINE(WS-LINE-SUB)
                           ADD 1 TO WS-LINE-SUB
                           ADD 1 TO WS-SCHED-SHOWN
                       END-IF
                   ELSE
                       MOVE WS-PAGE-SIZE TO WS-LINE-SUB
                   FILE('CTLFILE')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-SCHED-SHOWN > ZERO
               MOVE 'SCHEDULE LISTED - ENTRIES APPLY ON THEIR DATE'
                   TO WS-MESSAGE
           ELSE
               MOVE 'NO CONTROL SCHEDULE FOR THIS TABLE YET'
                   TO WS-MESSAGE
           END-IF
           PERFORM 7000-SEND-MAP.

                   MOVE 'KEY THE DATE TO DELETE - DEFAULT STAYS'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE CA-TABLE-ID TO CTL-TABLE-ID
                   MOVE WS-TARGET-KEY TO CTL-ENTRY-KEY
                   EXEC CICS DELETE
                       FILE('CTLFILE')
                       RIDFLD(CTL-KEY)
      *    WS-COMMAREA'S CONTENT INTO THE NEXT INVOCATION'S OWN
      *    COMMAREA STORAGE, SO IT NEEDS NO LINKAGE SECTION FIELD TO
      *    WRITE THROUGH ON THE WAY OUT.
           MOVE CA-TABLE-ID TO ARTBLO
           MOVE CA-CURRENT-ARRAY-SIZE TO ARSIZEO
      *    RE-ECHO THE EFFECTIVE DATE ALONGSIDE THE SIZE - EVERY
      *    SEND ERASES, SO WITHOUT THIS THE DATE THE OPERATOR KEYED
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(16)
           END-EXEC.

       8000-REDISPLAY.
