      ******************************************************************
      *    PROGRAM-ID : ARRAPRV
      *    TRANSACTION: ARRA  (ARR CAPTURE APPROVAL)
      *    PURPOSE    : SUPERVISOR APPROVAL OF THE MAINTENANCE
      *                 TRANSACTIONS KEYED ON THE ARRM SCREEN (SEE
      *                 SRC/ARRMCAP.CBL).  ARRM'S PF5 NO LONGER QUEUES
      *                 A TRANSACTION FOR THE NIGHTLY RUN - IT WRITES A
      *                 PENDING ('P') RECORD TO PNDFILE (SEE
      *                 COPYBOOKS/ARRPND.CPY), AND NOTHING REACHES THE
      *                 PRODUCTION TABLE UNTIL A SECOND PERSON HAS
      *                 LOOKED AT IT HERE.
      *
      *                 THE SCREEN LISTS UP TO TEN PENDING ITEMS,
      *                 OLDEST FIRST, EACH WITH THE CURRENT
      *                 ARR-ELEMENT-VALUE FROM ARRFILE NEXT TO THE
      *                 PROPOSED VALUE AND THE OPERATOR WHO KEYED IT.
      *                 THE SUPERVISOR KEYS A LINE NUMBER, A OR R, AND
      *                 A REASON (REQUIRED EITHER WAY) AND PRESSES PF5:
      *                   - THE PNDFILE RECORD IS REWRITTEN 'A' OR 'R'
      *                     WITH THE SUPERVISOR'S USER ID, TERMINAL,
      *                     DECISION TIME, AND REASON, AND STAYS ON
      *                     FILE AS THE RECORD OF THE DECISION,
      *                   - AN APPROVED ITEM IS THEN QUEUED TO THE
      *                     ARRM EXTRAPARTITION TD QUEUE (DATA SET
      *                     PROD.ARRPOP.ARRIN.CAPTURE, SEE
      *                     COPYBOOKS/ARRCAP.CPY) FOR THE NIGHTLY
      *                     MAINTENANCE RUN, CARRYING BOTH THE KEYING
      *                     OPERATOR AND THE APPROVER THROUGH TO THE
      *                     CHANGE JOURNAL.  A REJECTED ITEM GOES
      *                     NOWHERE.
      *                 THE APPROVER MUST BE A DIFFERENT USER FROM THE
      *                 ONE WHO KEYED THE ITEM - AN ITEM THE SIGNED-ON
      *                 USER KEYED IS LISTED BUT CANNOT BE DECIDED BY
      *                 THAT USER.
      *                 THE LIST COVERS EVERY TABLE (SEE
      *                 COPYBOOKS/ARRTBL.CPY) - EACH ROW SHOWS THE
      *                 TABLE THE KEYER CHOSE ON ARRM, THE CURRENT
      *                 VALUE IS READ FROM THAT TABLE'S ARRFILE RECORD,
      *                 AND THE TABLE ID RIDES THROUGH TO THE QUEUED
      *                 CAPTURE INSIDE ITS ARRIN-MAINT IMAGE.
      *                 PF8 PAGES FORWARD, ENTER RETURNS TO THE OLDEST
      *                 PENDING ITEM, PF3 EXITS.  ITEMS STILL PENDING
      *                 WHEN THE NIGHTLY MAINTENANCE JOB TAKES ITS
      *                 CUTOFF ARE LISTED BY ARRPNDR FOR THE MORNING
      *                 SHIFT (SEE JCL/ARRMNTJ.JCL).
      *
      *                 PSEUDO-CONVERSATIONAL LIKE ARRCICS: THE KEYS OF
      *                 THE ROWS ON SCREEN RIDE IN THE COMMAREA, SO PF5
      *                 DECIDES EXACTLY THE ITEM THE SUPERVISOR SAW ON
      *                 THAT LINE, AND THE RECORD IS RE-READ FOR UPDATE
      *                 AND RE-CHECKED AS STILL PENDING BEFORE IT IS
      *                 CHANGED - TWO SUPERVISORS ON THE SAME LIST
      *                 CANNOT BOTH DECIDE ONE ITEM.
      *
      *                 AUTHORIZATION IS THE TRANSACTION'S, NOT THE
      *                 PROGRAM'S: ARRA IS DEFINED TO THE EXTERNAL
      *                 SECURITY MANAGER FOR THE MAINTENANCE
      *                 SUPERVISOR GROUP ONLY, THE SAME WAY ARRM IS
      *                 RESTRICTED TO THE MAINTENANCE USER GROUP.  THE
      *                 KEYER-IS-NOT-APPROVER CHECK IS THE PROGRAM'S,
      *                 SINCE A SUPERVISOR MAY ALSO HOLD ARRM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAPRV.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET                     PIC X(8) VALUE 'ARRAMS'.
       01  WS-MAPNAME                    PIC X(8) VALUE 'ARRAM1'.
       01  WS-TRANSID                    PIC X(4) VALUE 'ARRA'.
       01  WS-CAPTURE-QUEUE              PIC X(4) VALUE 'ARRM'.

       01  WS-RESP                       PIC S9(8) COMP.
       01  WS-USERID                     PIC X(8) VALUE SPACES.
       01  WS-ABSTIME                    PIC S9(15) COMP-3.

       01  WS-PAGE-SIZE                  PIC 9(3) VALUE 10.
       01  WS-LINE-SUB                   PIC 9(3).
       01  WS-ROW-COUNT                  PIC 9(3) VALUE 0.
       01  WS-BROWSE-END                 PIC X VALUE 'N'.
           88  BROWSE-END                        VALUE 'Y'.

      *    HAND-SYNCED COPY OF COPYBOOKS/ARRFIL.CPY'S ARRFILE-RECORD,
      *    THE SAME CONVENTION AS ARRCICS'S WS-ARR-RECORD - KEEP THE
      *    NAMES/WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK BY HAND.
       01  WS-ARR-RECORD.
           05  ARR-RECORD-KEY.
               10  ARR-TABLE-ID          PIC X(4).
               10  ARR-KEY               PIC 9(6).
           05  ARR-ELEMENT-VALUE         PIC 9(9).

      *    HAND-SYNCED COPY OF COPYBOOKS/ARRPND.CPY'S PNDFILE-RECORD
      *    - KEEP THE NAMES/WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK
      *    (AND WITH ARRMCAP'S COPY) BY HAND.
       01  WS-PND-RECORD.
           05  PND-KEY.
               10  PND-CAPTURE-DATE      PIC X(8).
               10  PND-CAPTURE-TIME      PIC X(6).
               10  PND-TERMINAL          PIC X(4).
           05  PND-TRANSACTION.
               10  PND-TABLE-ID          PIC X(4).
               10  PND-ACTION            PIC X.
               10  PND-TARGET            PIC 9(6).
               10  FILLER                PIC X(3).
               10  PND-VALUE             PIC X(9).
           05  PND-OPERATOR              PIC X(8).
           05  PND-STATUS                PIC X.
               88  PND-PENDING                   VALUE 'P'.
               88  PND-APPROVED                  VALUE 'A'.
               88  PND-REJECTED                  VALUE 'R'.
           05  PND-APPROVER              PIC X(8).
           05  PND-APPROVER-TERMINAL     PIC X(4).
           05  PND-DECISION-DATE         PIC X(8).
           05  PND-DECISION-TIME         PIC X(6).
           05  PND-REASON                PIC X(30).
           05  FILLER                    PIC X(4).

      *    THE 44-BYTE RECORD QUEUED FOR THE NIGHTLY RUN ON APPROVAL
      *    - BYTE FOR BYTE COPYBOOKS/ARRCAP.CPY.  KEEP IN SYNC WITH
      *    THAT COPYBOOK BY HAND.
       01  WS-CAPTURE-RECORD.
           05  CAP-TRANSACTION           PIC X(23).
           05  CAP-OPERATOR              PIC X(8).
           05  CAP-TERMINAL              PIC X(4).
           05  CAP-APPROVER              PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACES.

      *    ONE SCREEN LINE OF THE PENDING LIST - MOVED TO THE MAP'S
      *    REPEATING AALINE FIELDS BY ROW NUMBER.  THE CURRENT VALUE
      *    READS NOT ON FILE WHEN ARRFILE HAS NO RECORD FOR THE
      *    TARGET; A DELETE PROPOSES NO VALUE.
       01  WS-ROW-LINE.
           05  RL-LINE-NO                PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-TABLE                  PIC X(4).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-ACTION                 PIC X.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-TARGET                 PIC ZZZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-CURRENT                PIC X(11).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-PROPOSED               PIC X(11).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-OPERATOR               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-CAPTURED-MM            PIC X(2).
           05  FILLER                    PIC X VALUE '/'.
           05  RL-CAPTURED-DD            PIC X(2).
           05  FILLER                    PIC X VALUE SPACES.
           05  RL-CAPTURED-HH            PIC X(2).
           05  FILLER                    PIC X VALUE ':'.
           05  RL-CAPTURED-MI            PIC X(2).

       01  WS-CAPTURE-STAMP.
           05  WS-STAMP-DATE.
               10  WS-STAMP-YYYY         PIC X(4).
               10  WS-STAMP-MM           PIC X(2).
               10  WS-STAMP-DD           PIC X(2).
           05  WS-STAMP-TIME.
               10  WS-STAMP-HH           PIC X(2).
               10  WS-STAMP-MI           PIC X(2).
               10  WS-STAMP-SS           PIC X(2).

       01  WS-EDIT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-PROPOSED-VALUE             PIC 9(9).

      *    WHAT THE SUPERVISOR KEYED, ECHOED BACK WHEN A PF5 IS
      *    REFUSED SO IT NEED NOT BE KEYED AGAIN; CLEARED ONCE A
      *    DECISION IS RECORDED.
       01  WS-ECHO-FIELDS.
           05  WS-ECHO-SEL               PIC X(2) VALUE SPACES.
           05  WS-ECHO-DEC               PIC X VALUE SPACES.
           05  WS-ECHO-RSN               PIC X(30) VALUE SPACES.

       01  WS-SEL-SUB                    PIC 9(3).
       01  WS-MESSAGE                    PIC X(60) VALUE SPACES.

      *    COMMAREA WORKING COPY - SEE ARRCICS'S WS-COMMAREA NOTE FOR
      *    WHY THE WORKING-STORAGE COPY (AND NOT DFHCOMMAREA) IS WHAT
      *    GOES BACK OUT ON EXEC CICS RETURN.  CA-PAGE-KEY IS WHERE
      *    THE PAGE ON SCREEN STARTED (SO A DECISION CAN RE-LIST THE
      *    SAME PAGE), CA-NEXT-KEY THE FIRST PENDING ITEM AFTER IT
      *    (HIGH-VALUES WHEN THERE IS NONE), AND CA-ROW-KEY THE ITEM
      *    ON EACH SCREEN LINE (SPACES FOR AN EMPTY LINE).
       01  WS-COMMAREA.
           05  CA-PAGE-KEY               PIC X(18).
           05  CA-NEXT-KEY               PIC X(18).
           05  CA-ROW-KEYS.
               10  CA-ROW-KEY            PIC X(18) OCCURS 10 TIMES.

      *    SYMBOLIC MAP STORAGE - SEE THE SAME NOTE ON ARRCICS'S
      *    COPY ARRIMS FOR WHY IT LIVES IN WORKING-STORAGE.
           COPY ARRAMS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-PAGE-KEY               PIC X(18).
           05  LS-NEXT-KEY               PIC X(18).
           05  LS-ROW-KEYS.
               10  LS-ROW-KEY            PIC X(18) OCCURS 10 TIMES.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE LS-PAGE-KEY TO CA-PAGE-KEY
               MOVE LS-NEXT-KEY TO CA-NEXT-KEY
               MOVE LS-ROW-KEYS TO CA-ROW-KEYS
               MOVE LOW-VALUES TO ARRAM1I
               EXEC CICS RECEIVE MAP(WS-MAPNAME)
                   MAPSET(WS-MAPSET)
                   INTO(ARRAM1I)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 9000-EXIT
                   WHEN DFHPF5
                       PERFORM 5000-RECORD-DECISION
                   WHEN DFHPF8
                       PERFORM 4000-NEXT-PAGE
                   WHEN DFHENTER
                       PERFORM 2000-FIRST-PAGE
                   WHEN OTHER
                       PERFORM 8000-REDISPLAY
               END-EVALUATE
           END-IF.

       1000-FIRST-TIME.
           PERFORM 2000-FIRST-PAGE.

       2000-FIRST-PAGE.
           MOVE LOW-VALUES TO CA-PAGE-KEY
           PERFORM 3000-BROWSE-PAGE
           PERFORM 7000-SEND-MAP.

       3000-BROWSE-PAGE.
      *    LIST UP TO WS-PAGE-SIZE PENDING ITEMS FROM CA-PAGE-KEY ON.
      *    DECIDED RECORDS ARE SKIPPED, NOT LISTED.  ONE ITEM PAST A
      *    FULL PAGE IS READ TO SET CA-NEXT-KEY, SO PF8 KNOWS WHETHER
      *    THERE IS ANYTHING TO PAGE TO.  THE SAME NOTFND RULE AS
      *    ARRCICS'S 3000-BROWSE-PAGE: A BROWSE THAT NEVER STARTED
      *    HAS NOTHING TO END.
           PERFORM 3050-CLEAR-ROW
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-PAGE-SIZE
           MOVE HIGH-VALUES TO CA-NEXT-KEY
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-BROWSE-END
           MOVE CA-PAGE-KEY TO PND-KEY
           EXEC CICS STARTBR
               FILE('PNDFILE')
               RIDFLD(PND-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-READ-NEXT-PENDING
               PERFORM 3200-LIST-ONE-ITEM
                   UNTIL BROWSE-END OR WS-ROW-COUNT = WS-PAGE-SIZE
               IF NOT BROWSE-END
                   MOVE PND-KEY TO CA-NEXT-KEY
               END-IF
               EXEC CICS ENDBR
                   FILE('PNDFILE')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-MESSAGE = SPACES
               IF WS-ROW-COUNT = 0
                   MOVE 'NO CAPTURES AWAITING APPROVAL' TO WS-MESSAGE
               ELSE
                   MOVE 'KEY LINE, A=APPROVE OR R=REJECT, REASON - PF5'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       3050-CLEAR-ROW.
           MOVE SPACES TO AALINE-LINE(WS-LINE-SUB)
           MOVE SPACES TO CA-ROW-KEY(WS-LINE-SUB).

       3100-READ-NEXT-PENDING.
           PERFORM 3110-READNEXT
           PERFORM 3110-READNEXT
               UNTIL BROWSE-END OR PND-PENDING.

       3110-READNEXT.
           EXEC CICS READNEXT
               FILE('PNDFILE')
               INTO(WS-PND-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-END TO TRUE
           END-IF.

       3200-LIST-ONE-ITEM.
           ADD 1 TO WS-ROW-COUNT
           MOVE PND-KEY TO CA-ROW-KEY(WS-ROW-COUNT)
           MOVE WS-ROW-COUNT TO RL-LINE-NO
           MOVE PND-TABLE-ID TO RL-TABLE
           MOVE PND-ACTION TO RL-ACTION
           MOVE PND-TARGET TO RL-TARGET
           PERFORM 3300-LOOK-UP-CURRENT
           IF PND-ACTION = 'D'
               MOVE '     DELETE' TO RL-PROPOSED
           ELSE
               MOVE PND-VALUE TO WS-PROPOSED-VALUE
               MOVE WS-PROPOSED-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO RL-PROPOSED
           END-IF
           MOVE PND-OPERATOR TO RL-OPERATOR
           MOVE PND-CAPTURE-DATE TO WS-STAMP-DATE
           MOVE PND-CAPTURE-TIME TO WS-STAMP-TIME
           MOVE WS-STAMP-MM TO RL-CAPTURED-MM
           MOVE WS-STAMP-DD TO RL-CAPTURED-DD
           MOVE WS-STAMP-HH TO RL-CAPTURED-HH
           MOVE WS-STAMP-MI TO RL-CAPTURED-MI
           MOVE WS-ROW-LINE TO AALINE-LINE(WS-ROW-COUNT)
           PERFORM 3100-READ-NEXT-PENDING.

       3300-LOOK-UP-CURRENT.
      *    ONE RANDOM READ OF ARRFILE PER ROW, THE SAME CONFIRMATION
      *    READ ARRMCAP'S 3100 DOES FOR THE KEYER - THE SUPERVISOR
      *    SEES WHAT THE VALUE IS NOW, NOT WHAT IT WAS WHEN THE ITEM
      *    WAS KEYED.  THE PNDFILE BROWSE POSITION IS UNAFFECTED.
           MOVE PND-TABLE-ID TO ARR-TABLE-ID
           MOVE PND-TARGET TO ARR-KEY
           EXEC CICS READ
               FILE('ARRFILE')
               INTO(WS-ARR-RECORD)
               RIDFLD(ARR-RECORD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ARR-ELEMENT-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO RL-CURRENT
           ELSE
               MOVE 'NOT ON FILE' TO RL-CURRENT
           END-IF.

       4000-NEXT-PAGE.
           IF CA-NEXT-KEY = HIGH-VALUES
               MOVE 'NO MORE PENDING ITEMS - ENTER RETURNS TO THE TOP'
                   TO WS-MESSAGE
           ELSE
               MOVE CA-NEXT-KEY TO CA-PAGE-KEY
           END-IF
           PERFORM 3000-BROWSE-PAGE
           PERFORM 7000-SEND-MAP.

       5000-RECORD-DECISION.
      *    PF5 - EDIT WHAT WAS KEYED, THEN DECIDE THE ITEM ON THE
      *    CHOSEN LINE.  THE PAGE IS RE-LISTED FROM CA-PAGE-KEY
      *    AFTERWARDS SO A DECIDED ITEM DROPS OFF THE SCREEN.
           MOVE AASELI TO WS-ECHO-SEL
           MOVE AADECI TO WS-ECHO-DEC
           MOVE AARSNI TO WS-ECHO-RSN
           EVALUATE TRUE
               WHEN AASELI NOT NUMERIC
                   MOVE 'KEY THE LINE NUMBER OF A LISTED ITEM'
                       TO WS-MESSAGE
               WHEN AASELI < 1 OR AASELI > WS-PAGE-SIZE
                   MOVE 'KEY THE LINE NUMBER OF A LISTED ITEM'
                       TO WS-MESSAGE
               WHEN CA-ROW-KEY(AASELI) = SPACES
                   MOVE 'NO ITEM ON THAT LINE' TO WS-MESSAGE
               WHEN AADECI NOT = 'A' AND AADECI NOT = 'R'
                   MOVE 'DECISION MUST BE A (APPROVE) OR R (REJECT)'
                       TO WS-MESSAGE
               WHEN AARSNI = SPACES OR AARSNI = LOW-VALUES
                   MOVE 'KEY A REASON FOR THE DECISION' TO WS-MESSAGE
               WHEN OTHER
                   MOVE AASELI TO WS-SEL-SUB
                   PERFORM 5100-DECIDE-ITEM
           END-EVALUATE
           PERFORM 3000-BROWSE-PAGE
           PERFORM 7000-SEND-MAP.

       5100-DECIDE-ITEM.
      *    RE-READ FOR UPDATE - THE ITEM MAY HAVE BEEN DECIDED FROM
      *    ANOTHER TERMINAL SINCE THIS LIST WAS SENT.  THE KEYER CAN
      *    NEVER DECIDE THEIR OWN ITEM.
           MOVE CA-ROW-KEY(WS-SEL-SUB) TO PND-KEY
           EXEC CICS ASSIGN
               USERID(WS-USERID)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS READ
               FILE('PNDFILE')
               INTO(WS-PND-RECORD)
               RIDFLD(PND-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ITEM NO LONGER ON FILE - LIST REFRESHED'
                       TO WS-MESSAGE
                   PERFORM 5900-CLEAR-ECHO
               WHEN NOT PND-PENDING
                   PERFORM 5800-UNLOCK-ITEM
                   STRING 'ALREADY DECIDED BY ' DELIMITED BY SIZE
                          PND-APPROVER          DELIMITED BY SPACE
                          ' - LIST REFRESHED'   DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   PERFORM 5900-CLEAR-ECHO
               WHEN PND-OPERATOR = WS-USERID
                   PERFORM 5800-UNLOCK-ITEM
                   MOVE 'YOU KEYED THIS ITEM - ANOTHER USER MUST DECIDE'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5200-REWRITE-DECISION
           END-EVALUATE.

       5200-REWRITE-DECISION.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PND-DECISION-DATE)
               TIME(PND-DECISION-TIME)
           END-EXEC
           MOVE AADECI TO PND-STATUS
           MOVE WS-USERID TO PND-APPROVER
           MOVE EIBTRMID TO PND-APPROVER-TERMINAL
           MOVE AARSNI TO PND-REASON
           EXEC CICS REWRITE
               FILE('PNDFILE')
               FROM(WS-PND-RECORD)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'APPROVAL FILE UPDATE FAILED - NOTHING RECORDED'
                       TO WS-MESSAGE
               WHEN PND-APPROVED
                   PERFORM 5300-QUEUE-APPROVED
               WHEN OTHER
                   MOVE 'ITEM REJECTED - IT WILL NOT BE APPLIED'
                       TO WS-MESSAGE
                   PERFORM 5900-CLEAR-ECHO
           END-EVALUATE.

       5300-QUEUE-APPROVED.
      *    THE APPROVED TRANSACTION GOES TO THE ARRM TD QUEUE THE
      *    NIGHTLY MAINTENANCE RUN READS.  PNDFILE IS DEFINED
      *    RECOVERABLE, SO IF THE QUEUE WRITE FAILS (OPERATIONS
      *    CLOSES THE QUEUE WHILE ARRMNTJ RUNS) THE ROLLBACK BACKS
      *    OUT THE 'A' JUST REWRITTEN AND THE ITEM STAYS PENDING -
      *    AN ITEM IS NEVER MARKED APPROVED WITHOUT ITS CAPTURE
      *    HAVING BEEN QUEUED.
           MOVE PND-TRANSACTION TO CAP-TRANSACTION
           MOVE PND-OPERATOR TO CAP-OPERATOR
           MOVE PND-TERMINAL TO CAP-TERMINAL
           MOVE WS-USERID TO CAP-APPROVER
           EXEC CICS WRITEQ TD
               QUEUE(WS-CAPTURE-QUEUE)
               FROM(WS-CAPTURE-RECORD)
               LENGTH(44)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ITEM APPROVED - QUEUED FOR THE NIGHTLY RUN'
                       TO WS-MESSAGE
                   PERFORM 5900-CLEAR-ECHO
               WHEN WS-RESP = DFHRESP(NOTOPEN)
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'QUEUE CLOSED FOR TONIGHT - ITEM STILL PENDING'
                       TO WS-MESSAGE
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'CAPTURE QUEUE WRITE FAILED - ITEM LEFT PENDING'
                       TO WS-MESSAGE
           END-EVALUATE.

       5800-UNLOCK-ITEM.
           EXEC CICS UNLOCK
               FILE('PNDFILE')
               RESP(WS-RESP)
           END-EXEC.

       5900-CLEAR-ECHO.
           MOVE SPACES TO WS-ECHO-FIELDS.

       7000-SEND-MAP.
      *    RETURN WS-COMMAREA (WORKING-STORAGE) DIRECTLY, NOT
      *    DFHCOMMAREA - SEE ARRCICS'S 7000-SEND-MAP.
           MOVE WS-ECHO-SEL TO AASELO
           MOVE WS-ECHO-DEC TO AADECO
           MOVE WS-ECHO-RSN TO AARSNO
           MOVE WS-MESSAGE TO AAMSGO
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(ARRAM1O)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(216)
           END-EXEC.

       8000-REDISPLAY.
           MOVE 'PF5=DECIDE  PF8=NEXT  ENTER=TOP  PF3=EXIT'
               TO WS-MESSAGE
           PERFORM 3000-BROWSE-PAGE
           PERFORM 7000-SEND-MAP.

       9000-EXIT.
           EXEC CICS RETURN
           END-EXEC.
