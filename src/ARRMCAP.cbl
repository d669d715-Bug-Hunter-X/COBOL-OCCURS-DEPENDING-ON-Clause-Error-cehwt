      *                 TOOK A DAY.  THE OPERATOR KEYS THE ACTION,
      *                 TARGET ELEMENT, AND VALUE; THE SCREEN ECHOES
      *                 THE CURRENT ARR-ELEMENT-VALUE FROM ARRFILE
      *                 FOR CONFIRMATION; PF5 SENDS THE TRANSACTION
      *                 FOR APPROVAL.  ONE OPERATOR USED TO BE ABLE TO
      *                 KEY AND RELEASE A PRODUCTION VALUE CHANGE WITH
      *                 NOBODY ELSE LOOKING, SO PF5 NO LONGER QUEUES
      *                 ANYTHING FOR THE NIGHTLY RUN: IT WRITES A
      *                 PENDING RECORD TO PNDFILE (SEE COPYBOOKS/
      *                 ARRPND.CPY) CARRYING THE SIGNED-ON USER ID AND
      *                 THE TERMINAL ID, AND A SUPERVISOR - NEVER THE
      *                 SAME USER - RELEASES OR REJECTS IT THROUGH THE
      *                 ARRA APPROVAL TRANSACTION (SRC/ARRAPRV.CBL).
      *                 ONLY AN APPROVED ITEM REACHES THE ARRM
      *                 EXTRAPARTITION TD QUEUE, WHOSE DATA SET THE
      *                 NIGHTLY MAINTENANCE JOB READS (SEE
      *                 JCL/ARRMNTJ.JCL).
      *
      *                 PSEUDO-CONVERSATIONAL LIKE ARRCICS: THE
      *                 PENDING (KEYED BUT NOT YET CONFIRMED)
      *                 TRANSACTION RIDES IN THE COMMAREA, SO WHAT
      *                 PF5 SENDS IS EXACTLY WHAT WAS VALIDATED AND
      *                 ECHOED, NOT WHATEVER IS ON THE SCREEN NOW.
      *
      *                 THE EDITS HERE MIRROR ARRPOP'S
      *                 CHANCE OF APPLYING CLEAN; THE NIGHTLY RUN'S
      *                 OWN EDIT REMAINS THE FINAL WORD.
      *
      *                 THE TRANSACTION BELONGS TO ONE TABLE (SEE
      *                 COPYBOOKS/ARRTBL.CPY), SO THE SCREEN ASKS FOR
      *                 THE TABLE ID BEFORE ANYTHING ELSE: NOTHING IS
      *                 VERIFIED OR SENT UNTIL ONE IS KEYED, THE
      *                 CONFIRMATION READ LOOKS ONLY AT THAT TABLE'S
      *                 ARRFILE RECORD, AND THE PENDING ITEM CARRIES
      *                 THE TABLE ID IN ITS ARRIN-MAINT IMAGE SO THE
      *                 NIGHTLY RUN APPLIES IT TO THAT TABLE ONLY.
      *                 KEYING A DIFFERENT TABLE ID SWITCHES TABLES AND
      *                 DISCARDS ANY VERIFIED-BUT-UNSENT TRANSACTION -
      *                 IT WAS CHECKED AGAINST THE OTHER TABLE.
      *
      *                 AUTHORIZATION IS THE TRANSACTION'S, NOT THE
      *                 PROGRAM'S: ARRM IS DEFINED TO THE EXTERNAL
      *                 SECURITY MANAGER FOR THE MAINTENANCE USER
       01  WS-MAPSET                     PIC X(8) VALUE 'ARRMMS'.
       01  WS-MAPNAME                    PIC X(8) VALUE 'ARRMM1'.
       01  WS-TRANSID                    PIC X(4) VALUE 'ARRM'.

       01  WS-RESP                       PIC S9(8) COMP.
       01  WS-USERID                     PIC X(8) VALUE SPACES.
       01  WS-ABSTIME                    PIC S9(15) COMP-3.

      *    HAND-SYNCED COPY OF COPYBOOKS/ARRFIL.CPY'S ARRFILE-RECORD,
      *    THE SAME CONVENTION AS ARRCICS'S WS-ARR-RECORD - KEEP THE
      *    NAMES/WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK BY HAND.
       01  WS-ARR-RECORD.
           05  ARR-RECORD-KEY.
               10  ARR-TABLE-ID          PIC X(4).
               10  ARR-KEY               PIC 9(6).
           05  ARR-ELEMENT-VALUE         PIC 9(9).

      *    HAND-SYNCED COPY OF COPYBOOKS/ARRPND.CPY'S PNDFILE-RECORD,
      *    THE PENDING-APPROVAL RECORD PF5 WRITES - KEEP THE NAMES/
      *    WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK (AND WITH ARRAPRV'S
      *    COPY) BY HAND.
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
           05  PND-APPROVER              PIC X(8).
           05  PND-APPROVER-TERMINAL     PIC X(4).
           05  PND-DECISION-DATE         PIC X(8).
           05  PND-DECISION-TIME         PIC X(6).
           05  PND-REASON                PIC X(30).
           05  FILLER                    PIC X(4).

       01  WS-DISPLAY-VALUE              PIC ZZZZZZZZ9.
       01  WS-MESSAGE                    PIC X(60).
           05  CA-PEND-ACTION            PIC X.
           05  CA-PEND-TARGET            PIC 9(6).
           05  CA-PEND-VALUE             PIC X(9).
           05  CA-TABLE-ID               PIC X(4).

      *    SYMBOLIC MAP STORAGE - SEE THE SAME NOTE ON ARRCICS'S
      *    COPY ARRIMS FOR WHY IT LIVES IN WORKING-STORAGE.
           05  LS-PEND-ACTION            PIC X.
           05  LS-PEND-TARGET            PIC 9(6).
           05  LS-PEND-VALUE             PIC X(9).
           05  LS-TABLE-ID               PIC X(4).

       PROCEDURE DIVISION USING DFHCOMMAREA.

               MOVE LS-PEND-ACTION TO CA-PEND-ACTION
               MOVE LS-PEND-TARGET TO CA-PEND-TARGET
               MOVE LS-PEND-VALUE TO CA-PEND-VALUE
               MOVE LS-TABLE-ID TO CA-TABLE-ID
               EXEC CICS RECEIVE MAP(WS-MAPNAME)
                   MAPSET(WS-MAPSET)
                   INTO(ARRMM1I)
                   RESP(WS-RESP)
               END-EXEC
      *    AN UNTOUCHED TABLE FIELD COMES BACK EMPTY AND LEAVES THE
      *    CURRENT TABLE IN PLACE; ONLY A NEWLY KEYED ID SWITCHES.
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 9000-EXIT
                   WHEN AMTBLI NOT = SPACES
                    AND AMTBLI NOT = LOW-VALUES
                    AND AMTBLI NOT = CA-TABLE-ID
                       PERFORM 1500-SELECT-TABLE
                   WHEN CA-TABLE-ID = SPACES
                       PERFORM 1000-FIRST-TIME
                   WHEN OTHER
                       PERFORM 1100-PROCESS-KEY
               END-EVALUATE
           END-IF.

       1000-FIRST-TIME.
           MOVE 'N' TO CA-PEND-FLAG
           MOVE SPACES TO CA-PEND-ACTION CA-PEND-VALUE CA-TABLE-ID
           MOVE ZERO TO CA-PEND-TARGET
           MOVE 'KEY THE TABLE ID AND PRESS ENTER' TO WS-MESSAGE
           PERFORM 7000-SEND-MAP.

       1100-PROCESS-KEY.
           EVALUATE EIBAID
               WHEN DFHPF5
                   PERFORM 4000-QUEUE-PENDING
               WHEN DFHPF12
                   PERFORM 5000-CANCEL-PENDING
               WHEN DFHENTER
                   PERFORM 3000-VALIDATE-AND-ECHO
               WHEN OTHER
                   PERFORM 8000-REDISPLAY
           END-EVALUATE.

       1500-SELECT-TABLE.
      *    A TABLE ID IS A DATA SET QUALIFIER (SEE ARRTBL.CPY), SO IT
      *    MUST START WITH A LETTER.  WHATEVER WAS VERIFIED BUT NOT
      *    YET SENT WAS CHECKED AGAINST THE OLD TABLE, SO IT GOES.
           IF AMTBLI(1:1) ALPHABETIC AND AMTBLI(1:1) NOT = SPACE
               MOVE AMTBLI TO CA-TABLE-ID
               MOVE 'N' TO CA-PEND-FLAG
               MOVE 'KEY ACTION (A/C/D), TARGET ELEMENT, AND VALUE'
                   TO WS-MESSAGE
           ELSE
               MOVE 'TABLE ID MUST START WITH A LETTER' TO WS-MESSAGE
           END-IF
           PERFORM 7000-SEND-MAP.

       3000-VALIDATE-AND-ECHO.
      *    THE CONFIRMATION READ - A 'C' OR 'D' TARGET THAT IS NOT ON
      *    ARRFILE, OR AN 'A' TARGET THAT ALREADY IS, WILL LIKELY
      *    REJECT TONIGHT, SO SAY SO NOW WHILE THE REQUESTER IS STILL
      *    AT THE SCREEN - BUT STILL LET PF5 SEND IT, THE NIGHTLY
      *    EDIT AGAINST THE REFRESHED TABLE IS THE FINAL WORD.
           MOVE CA-TABLE-ID TO ARR-TABLE-ID
           MOVE CA-PEND-TARGET TO ARR-KEY
           EXEC CICS READ
               FILE('ARRFILE')
               INTO(WS-ARR-RECORD)
               RIDFLD(ARR-RECORD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ARR-ELEMENT-VALUE TO WS-DISPLAY-VALUE
               MOVE WS-DISPLAY-VALUE TO AMCURO
               IF CA-PEND-ACTION = 'A'
                   MOVE 'TARGET ALREADY ON FILE - PF5 SENDS ANYWAY'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'CURRENT VALUE SHOWN - PF5 SENDS IT'
                       TO WS-MESSAGE
               END-IF
           ELSE
               MOVE 'NOT ON FILE' TO AMCURO
               IF CA-PEND-ACTION = 'A'
                   MOVE 'TARGET NOT ON FILE - PF5 SENDS THE ADD'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'TARGET NOT ON FILE - PF5 SENDS ANYWAY'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       4000-QUEUE-PENDING.
      *    PF5 - THE CONFIRMED TRANSACTION GOES TO PNDFILE AS 'P',
      *    KEYED BY THE CAPTURE DATE/TIME AND THIS TERMINAL, TO WAIT
      *    FOR A SUPERVISOR ON ARRA.  NOTHING REACHES THE ARRM TD
      *    QUEUE FROM HERE.  A DUPLICATE KEY CAN ONLY MEAN A SECOND
      *    PF5 FROM THIS TERMINAL INSIDE THE SAME SECOND - THE
      *    PENDING TRANSACTION IS KEPT SO THE OPERATOR CAN PRESS PF5
      *    AGAIN.
           IF NOT CA-PENDING
               MOVE 'NOTHING PENDING - KEY A TRANSACTION AND ENTER'
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-PND-RECORD
               EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(PND-CAPTURE-DATE)
                   TIME(PND-CAPTURE-TIME)
               END-EXEC
               MOVE EIBTRMID TO PND-TERMINAL
               MOVE CA-TABLE-ID TO PND-TABLE-ID
               MOVE CA-PEND-ACTION TO PND-ACTION
               MOVE CA-PEND-TARGET TO PND-TARGET
               MOVE CA-PEND-VALUE TO PND-VALUE
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
                   RESP(WS-RESP)
               END-EXEC
               MOVE WS-USERID TO PND-OPERATOR
               MOVE 'P' TO PND-STATUS
               EXEC CICS WRITE
                   FILE('PNDFILE')
                   FROM(WS-PND-RECORD)
                   RIDFLD(PND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'N' TO CA-PEND-FLAG
                       MOVE 'SENT FOR SUPERVISOR APPROVAL ON ARRA'
                           TO WS-MESSAGE
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE 'SAME-SECOND CAPTURE - PRESS PF5 AGAIN'
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'APPROVAL FILE WRITE FAILED - NOT SENT'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF
           PERFORM 7000-SEND-MAP.

       5000-CANCEL-PENDING.
           MOVE 'N' TO CA-PEND-FLAG
           MOVE 'PENDING TRANSACTION DISCARDED - NOTHING SENT'
               TO WS-MESSAGE
           PERFORM 7000-SEND-MAP.

       7000-SEND-MAP.
           MOVE CA-TABLE-ID TO AMTBLO
           MOVE WS-MESSAGE TO AMMSGO
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(21)
           END-EXEC.

       8000-REDISPLAY.
           MOVE 'ENTER=VERIFY  PF5=SEND  PF12=DISCARD  PF3=EXIT'
               TO WS-MESSAGE
           PERFORM 7000-SEND-MAP.

