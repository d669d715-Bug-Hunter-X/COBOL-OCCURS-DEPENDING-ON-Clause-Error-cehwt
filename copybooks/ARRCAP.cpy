      ******************************************************************
      *    ARRCAP - ONLINE CAPTURE RECORD.  WHAT THE ARRA APPROVAL
      *    TRANSACTION (SRC/ARRAPRV.CBL) QUEUES TO THE ARRM
      *    EXTRAPARTITION TD QUEUE WHEN A SUPERVISOR RELEASES A
      *    CAPTURE KEYED ON THE ARRM SCREEN (SRC/ARRMCAP.CBL), AND
      *    ARRPOP'S UPDATE MODE READS BACK ON THE ARRCAP DD: THE
      *    23-BYTE ARRIN-MAINT TRANSACTION IMAGE (SEE COPYBOOKS/
      *    ARRIN.CPY), TABLE ID FIRST, BYTE FOR BYTE, FOLLOWED BY THE
      *    CICS USER ID AND
      *    TERMINAL ID OF THE OPERATOR WHO KEYED IT AND THE USER ID OF
      *    THE SUPERVISOR WHO APPROVED IT, SO THE CHANGE JOURNAL
      *    (COPYBOOKS/ARRJRN.CPY) CAN SAY WHO ASKED FOR EACH
      *    CORRECTION AND WHO LET IT THROUGH.  ARRPOP MOVES
      *    ARRCAP-TRANSACTION INTO ARRIN-RECORD AND APPLIES IT WITH
      *    THE SAME EDITS AS A HAND-BUILT MAINT RECORD.
      *    THE CAPTURE DATA SET WAS 19 BYTES WHEN IT WAS CONCATENATED
      *    AHEAD OF THE ARRIN DD.
      *    ALL TABLES' CAPTURES SHARE THE ONE QUEUE.  A TABLE'S
      *    MAINTENANCE RUN APPLIES ONLY ITS OWN AND COPIES EVERY OTHER
      *    TABLE'S CAPTURE, UNTOUCHED, TO ARRCAPKP, WHICH ARRMNTJ PUTS
      *    BACK AS THE CAPTURE DATA SET - SO NO TABLE'S RUN CAN LOSE
      *    ANOTHER TABLE'S CORRECTIONS.  THE RECORD IS 44 BYTES WITH
      *    THE TABLE ID - THE CAPTURE DATA SET AND THE ARRM TD QUEUE
      *    DEFINITION MOVE TO LRECL 44 AT ROLLOUT, AND ANY CAPTURES
      *    STILL QUEUED AT THE OLD LENGTH ARE APPLIED BY THE LAST
      *    OLD-STYLE RUN FIRST.
      *    ARRAPRV CARRIES A HAND-SYNCED COPY OF THIS LAYOUT IN
      *    WORKING-STORAGE - KEEP THE TWO IN STEP.
      ******************************************************************
       01  ARRCAP-RECORD.
           05  ARRCAP-TRANSACTION        PIC X(23).
           05  ARRCAP-TABLE-VIEW REDEFINES ARRCAP-TRANSACTION.
               10  ARRCAP-TABLE-ID       PIC X(4).
               10  FILLER                PIC X(19).
           05  ARRCAP-OPERATOR           PIC X(8).
           05  ARRCAP-TERMINAL           PIC X(4).
           05  ARRCAP-APPROVER           PIC X(8).
           05  FILLER                    PIC X(1).
