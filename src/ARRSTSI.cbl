      ******************************************************************
      *    PROGRAM-ID : ARRSTSI
      *    TRANSACTION: ARRS  (NIGHTLY RUN STATUS)
      *    PURPOSE    : ONLINE INQUIRY OF THE NIGHTLY ARRPOPJ RUN
      *                 STATUS POSTED TO RUNSTAT BY ARRSTSP (SEE
      *                 SRC/ARRSTSP.CBL AND COPYBOOKS/ARRSTS.CPY), SO
      *                 A BUSINESS USER CAN SEE WHETHER LAST NIGHT'S
      *                 LOAD FINISHED AND BALANCED WITHOUT WAITING FOR
      *                 OPERATIONS TO READ THE JOB LOG.
      *
      *                 THE SCREEN LISTS THE NIGHTS NEWEST FIRST, TEN
      *                 TO A PAGE, EACH WITH ITS START AND END TIME,
      *                 ITS ONE-LINE VERDICT AND ARRPOP'S FINAL COUNT.
      *                 PF8 PAGES BACK TO OLDER NIGHTS AND PF7 FORWARD
      *                 AGAIN, AS FAR BACK AS THE LAST THIRTY NIGHTS -
      *                 ANYTHING OLDER IS A QUESTION FOR OPERATIONS,
      *                 NOT THIS SCREEN.  KEYING A LINE NUMBER AND
      *                 PRESSING ENTER SHOWS THAT NIGHT STEP BY STEP:
      *                 THE ARRPOP AUDIT STATUS, ARRAY SIZE AND FINAL
      *                 COUNT, THE EDIT CLEAN/REJECT COUNTS, THE DELTA
      *                 COUNTS AND TOLERANCE CHECK, WHICH PATH
      *                 (APPLY OR LOAD) REFRESHED ARRFILE, AND THE
      *                 BALANCE TIE-OUT.  PF3 RETURNS FROM A NIGHT TO
      *                 THE LIST, AND FROM THE LIST EXITS.
      *
      *                 PSEUDO-CONVERSATIONAL LIKE ARRCICS: THE PAGE
      *                 POSITIONS AND THE KEYS OF THE ROWS ON SCREEN
      *                 RIDE IN THE COMMAREA, SO A LINE NUMBER ALWAYS
      *                 SHOWS THE NIGHT THE USER SAW ON THAT LINE.
      *
      *                 RUNSTAT HOLDS THE NIGHTS OF EVERY TABLE (SEE
      *                 COPYBOOKS/ARRTBL.CPY), KEYED BY TABLE ID FIRST,
      *                 SO THE SCREEN ASKS FOR THE TABLE BEFORE IT
      *                 LISTS ANYTHING AND THEN LISTS AND PAGES THAT
      *                 TABLE'S NIGHTS ONLY.  KEYING A DIFFERENT TABLE
      *                 ID STARTS THE LIST AGAIN AT ITS NEWEST NIGHT.
      *
      *                 INQUIRY ONLY - RUNSTAT IS NEVER UPDATED HERE.
      *                 AUTHORIZATION IS THE TRANSACTION'S, NOT THE
      *                 PROGRAM'S: ARRS IS DEFINED TO THE EXTERNAL
      *                 SECURITY MANAGER FOR THE BUSINESS USER AND
      *                 OPERATIONS GROUPS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRSTSI.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET                     PIC X(8) VALUE 'ARRSMS'.
       01  WS-MAPNAME                    PIC X(8) VALUE 'ARRSM1'.
       01  WS-TRANSID                    PIC X(4) VALUE 'ARRS'.

       01  WS-RESP                       PIC S9(8) COMP.

       01  WS-PAGE-SIZE                  PIC 9(3) VALUE 10.
       01  WS-MAX-PAGES                  PIC 9(1) VALUE 3.
       01  WS-SCREEN-LINES               PIC 9(3) VALUE 16.
       01  WS-LINE-SUB                   PIC 9(3).
       01  WS-ROW-COUNT                  PIC 9(3) VALUE 0.
       01  WS-SEL-SUB                    PIC 9(3).
       01  WS-BROWSE-END                 PIC X VALUE 'N'.
           88  BROWSE-END                        VALUE 'Y'.

      *    HAND-SYNCED COPY OF COPYBOOKS/ARRSTS.CPY'S RUNSTAT-RECORD,
      *    THE SAME CONVENTION AS ARRCICS'S WS-ARR-RECORD - KEEP THE
      *    NAMES/WIDTHS/ORDER IN SYNC WITH THAT COPYBOOK BY HAND.
       01  WS-STS-RECORD.
           05  STS-KEY.
               10  STS-TABLE-ID          PIC X(4).
               10  STS-RUN-DATE          PIC X(8).
               10  STS-RUN-TIME          PIC X(6).
           05  STS-END-DATE              PIC X(8).
           05  STS-END-TIME              PIC X(6).
           05  STS-NIGHT-STATUS          PIC X.
               88  STS-RUNNING                   VALUE 'R'.
               88  STS-PROVEN                    VALUE 'P'.
               88  STS-OUT-OF-BALANCE            VALUE 'O'.
               88  STS-NOT-PROVEN                VALUE 'U'.
               88  STS-NOT-REFRESHED             VALUE 'H'.
               88  STS-POPULATE-FAILED           VALUE 'F'.
               88  STS-NOT-POPULATED             VALUE 'N'.
           05  STS-AUDIT-STATUS          PIC X.
               88  STS-AUDIT-SUCCESS             VALUE 'S'.
               88  STS-AUDIT-FAILURE             VALUE 'F'.
               88  STS-AUDIT-NONE                VALUE SPACE.
           05  STS-AUDIT-DATE            PIC X(8).
           05  STS-AUDIT-TIME            PIC X(6).
           05  STS-ARRAY-SIZE            PIC 9(6).
           05  STS-FINAL-COUNT           PIC 9(6).
           05  STS-EDIT-RC               PIC X(2).
           05  STS-EDIT-CLEAN            PIC 9(6).
           05  STS-EDIT-REJECT           PIC 9(6).
           05  STS-DELTA-RC              PIC X(2).
           05  STS-DELTA-CHANGED         PIC 9(6).
           05  STS-DELTA-ADDED           PIC 9(6).
           05  STS-DELTA-DELETED         PIC 9(6).
           05  STS-DELTA-PCT             PIC 9(3).
           05  STS-TOLERANCE-PCT         PIC 9(3).
           05  STS-TOLERANCE-FLAG        PIC X.
               88  STS-TOLERANCE-EXCEEDED        VALUE 'Y'.
               88  STS-TOLERANCE-WITHIN          VALUE 'N'.
           05  STS-ARRFILE-PATH          PIC X(5).
               88  STS-PATH-APPLY                VALUE 'APPLY'.
               88  STS-PATH-LOAD                 VALUE 'LOAD '.
           05  STS-APPLY-RC              PIC X(2).
           05  STS-LOAD-RC               PIC X(2).
           05  STS-ARRFILE-COUNT         PIC 9(6).
           05  STS-BALANCE-RC            PIC X(2).
           05  STS-BALANCE-RESULT        PIC X.
               88  STS-BALANCE-TIE               VALUE 'T'.
               88  STS-BALANCE-OUT               VALUE 'O'.
               88  STS-BALANCE-NOT-PROVEN        VALUE 'U'.
           05  STS-BAL-EXTRACT-COUNT     PIC 9(6).
           05  STS-BAL-ARRFILE-COUNT     PIC 9(6).
           05  STS-BAL-ARRFILE-HASH      PIC 9(15).
           05  FILLER                    PIC X(54).

      *    THE NIGHTS LIST'S COLUMN HEADINGS (SSHEAD), THEN ONE LINE
      *    OF THE LIST - MOVED TO THE MAP'S REPEATING SSLINE FIELDS BY
      *    ROW NUMBER.  THE START AND END TIMES SHOW HH:MM ONLY.
       01  WS-LIST-HEADING.
           05  FILLER                    PIC X(16) VALUE 'LN  RUN DATE'.
           05  FILLER                    PIC X(7) VALUE 'START'.
           05  FILLER                    PIC X(7) VALUE 'END'.
           05  FILLER                    PIC X(26) VALUE 'STATUS'.
           05  FILLER                    PIC X(14) VALUE 'FINAL COUNT'.

       01  WS-ROW-LINE.
           05  RL-LINE-NO                PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-START-TIME             PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-END-TIME               PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-STATUS                 PIC X(24).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-FINAL-COUNT            PIC X(11).

      *    ONE SCREEN LINE OF A SINGLE NIGHT - A LABEL AND ITS TEXT.
       01  WS-DETAIL-LINE.
           05  DL-LABEL                  PIC X(15).
           05  DL-TEXT                   PIC X(55).

      *    RUNSTAT'S YYYYMMDD / HHMMSS STAMPS, AND THEIR DISPLAY FORMS.
       01  WS-STAMP-DATE.
           05  WS-STAMP-YYYY             PIC X(4).
           05  WS-STAMP-MM               PIC X(2).
           05  WS-STAMP-DD               PIC X(2).
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH               PIC X(2).
           05  WS-STAMP-MI               PIC X(2).
           05  WS-STAMP-SS               PIC X(2).
       01  WS-SHOW-DATE.
           05  WS-SHOW-YYYY              PIC X(4).
           05  FILLER                    PIC X VALUE '-'.
           05  WS-SHOW-MM                PIC X(2).
           05  FILLER                    PIC X VALUE '-'.
           05  WS-SHOW-DD                PIC X(2).
       01  WS-SHOW-TIME.
           05  WS-SHOW-HH                PIC X(2).
           05  FILLER                    PIC X VALUE ':'.
           05  WS-SHOW-MI                PIC X(2).
           05  FILLER                    PIC X VALUE ':'.
           05  WS-SHOW-SS                PIC X(2).

       01  WS-STATUS-TEXT                PIC X(24).
       01  WS-RESULT-TEXT                PIC X(20).
       01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2               PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-3               PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT                   PIC ZZ9.
       01  WS-EDIT-PCT-2                 PIC ZZ9.
       01  WS-EDIT-HASH                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-MESSAGE                    PIC X(60) VALUE SPACES.

      *    COMMAREA WORKING COPY - SEE ARRCICS'S WS-COMMAREA NOTE FOR
      *    WHY THE WORKING-STORAGE COPY (AND NOT DFHCOMMAREA) IS WHAT
      *    GOES BACK OUT ON EXEC CICS RETURN.  CA-MODE SAYS WHETHER
      *    THE SCREEN IS THE LIST OR ONE NIGHT.  CA-PAGE-KEY HOLDS THE
      *    NEWEST NIGHT ON EACH OF THE (AT MOST) THREE PAGES SEEN SO
      *    FAR - PAGE 1 IS ALWAYS THE TABLE ID FOLLOWED BY
      *    HIGH-VALUES, THE TABLE'S NEWEST ON FILE - SO PF7 CAN GO
      *    BACK WITHOUT A SECOND BACKWARD BROWSE.
      *    CA-NEXT-KEY IS THE NEWEST NIGHT OF THE NEXT OLDER PAGE
      *    (SPACES WHEN THERE IS NONE, OR THIS IS THE THIRTY-NIGHT
      *    LIMIT), CA-ROW-KEY THE NIGHT ON EACH SCREEN LINE (SPACES
      *    FOR AN EMPTY LINE), CA-DETAIL-KEY THE NIGHT ON SHOW AND
      *    CA-TABLE-ID THE TABLE CHOSEN (SPACES UNTIL ONE IS KEYED).
       01  WS-COMMAREA.
           05  CA-MODE                   PIC X.
               88  CA-LIST-MODE                  VALUE 'L'.
               88  CA-DETAIL-MODE                VALUE 'D'.
           05  CA-PAGE-NO                PIC 9(1).
           05  CA-PAGE-KEYS.
               10  CA-PAGE-KEY           PIC X(18) OCCURS 3 TIMES.
           05  CA-NEXT-KEY               PIC X(18).
           05  CA-ROW-KEYS.
               10  CA-ROW-KEY            PIC X(18) OCCURS 10 TIMES.
           05  CA-DETAIL-KEY             PIC X(18).
           05  CA-TABLE-ID               PIC X(4).

      *    SYMBOLIC MAP STORAGE - SEE THE SAME NOTE ON ARRCICS'S
      *    COPY ARRIMS FOR WHY IT LIVES IN WORKING-STORAGE.
           COPY ARRSMS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-MODE                   PIC X.
           05  LS-PAGE-NO                PIC 9(1).
           05  LS-PAGE-KEYS              PIC X(54).
           05  LS-NEXT-KEY               PIC X(18).
           05  LS-ROW-KEYS               PIC X(180).
           05  LS-DETAIL-KEY             PIC X(18).
           05  LS-TABLE-ID               PIC X(4).

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE LS-MODE TO CA-MODE
               MOVE LS-PAGE-NO TO CA-PAGE-NO
               MOVE LS-PAGE-KEYS TO CA-PAGE-KEYS
               MOVE LS-NEXT-KEY TO CA-NEXT-KEY
               MOVE LS-ROW-KEYS TO CA-ROW-KEYS
               MOVE LS-DETAIL-KEY TO CA-DETAIL-KEY
               MOVE LS-TABLE-ID TO CA-TABLE-ID
               MOVE LOW-VALUES TO ARRSM1I
               EXEC CICS RECEIVE MAP(WS-MAPNAME)
                   MAPSET(WS-MAPSET)
                   INTO(ARRSM1I)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3 AND CA-DETAIL-MODE
                       PERFORM 2100-RETURN-TO-LIST
                   WHEN EIBAID = DFHPF3
                       PERFORM 9000-EXIT
                   WHEN SSTBLI NOT = SPACES
                    AND SSTBLI NOT = LOW-VALUES
                    AND SSTBLI NOT = CA-TABLE-ID
                       PERFORM 1500-SELECT-TABLE
                   WHEN CA-TABLE-ID = SPACES
                       PERFORM 1000-FIRST-TIME
                   WHEN CA-DETAIL-MODE
                       PERFORM 5000-SHOW-NIGHT
                   WHEN EIBAID = DFHPF8
                       PERFORM 4000-OLDER-PAGE
                   WHEN EIBAID = DFHPF7
                       PERFORM 4100-NEWER-PAGE
                   WHEN EIBAID = DFHENTER
                       PERFORM 2200-SELECT-NIGHT
                   WHEN OTHER
                       PERFORM 8000-REDISPLAY
               END-EVALUATE
           END-IF.

       1000-FIRST-TIME.
      *    NO TABLE CHOSEN YET - ASK FOR ONE BEFORE LISTING ANYTHING.
           SET CA-LIST-MODE TO TRUE
           MOVE 1 TO CA-PAGE-NO
           MOVE SPACES TO CA-PAGE-KEYS CA-NEXT-KEY CA-ROW-KEYS
                          CA-DETAIL-KEY CA-TABLE-ID
           PERFORM 3050-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-SCREEN-LINES
           MOVE SPACES TO SSHEADO
           MOVE 'KEY THE TABLE ID AND PRESS ENTER' TO WS-MESSAGE
           PERFORM 7000-SEND-MAP.

       1500-SELECT-TABLE.
      *    A TABLE ID IS A DATA SET QUALIFIER (SEE ARRTBL.CPY), SO IT
      *    MUST START WITH A LETTER.  A NEW TABLE STARTS AT ITS OWN
      *    NEWEST NIGHT ON PAGE 1.
           IF SSTBLI(1:1) ALPHABETIC AND SSTBLI(1:1) NOT = SPACE
               MOVE SSTBLI TO CA-TABLE-ID
               MOVE SPACES TO CA-PAGE-KEYS CA-DETAIL-KEY
               MOVE CA-TABLE-ID TO STS-TABLE-ID
               MOVE HIGH-VALUES TO STS-RUN-DATE STS-RUN-TIME
               MOVE STS-KEY TO CA-PAGE-KEY(1)
               MOVE 1 TO CA-PAGE-NO
               PERFORM 2000-LIST-PAGE
           ELSE
               MOVE 'TABLE ID MUST START WITH A LETTER' TO WS-MESSAGE
               IF CA-TABLE-ID = SPACES
                   PERFORM 1000-FIRST-TIME
               ELSE
                   PERFORM 2000-LIST-PAGE
               END-IF
           END-IF.

       2000-LIST-PAGE.
           PERFORM 3000-BROWSE-PAGE
           PERFORM 7000-SEND-MAP.

       2100-RETURN-TO-LIST.
           MOVE SPACES TO CA-DETAIL-KEY
           PERFORM 2000-LIST-PAGE.

       2200-SELECT-NIGHT.
      *    ENTER ON THE LIST - A LINE NUMBER SHOWS THAT NIGHT, NO LINE
      *    NUMBER SIMPLY RE-LISTS THE PAGE (PICKING UP A NIGHT THAT
      *    HAS CLOSED SINCE IT WAS SENT).
           EVALUATE TRUE
               WHEN SSSELL = 0
                   PERFORM 2000-LIST-PAGE
               WHEN SSSELI NOT NUMERIC
                   MOVE 'KEY THE LINE NUMBER OF A LISTED NIGHT'
                       TO WS-MESSAGE
                   PERFORM 2000-LIST-PAGE
               WHEN SSSELI < 1 OR SSSELI > WS-PAGE-SIZE
                   MOVE 'KEY THE LINE NUMBER OF A LISTED NIGHT'
                       TO WS-MESSAGE
                   PERFORM 2000-LIST-PAGE
               WHEN CA-ROW-KEY(SSSELI) = SPACES
                   MOVE 'NO NIGHT ON THAT LINE' TO WS-MESSAGE
                   PERFORM 2000-LIST-PAGE
               WHEN OTHER
                   MOVE SSSELI TO WS-SEL-SUB
                   MOVE CA-ROW-KEY(WS-SEL-SUB) TO CA-DETAIL-KEY
                   PERFORM 5000-SHOW-NIGHT
           END-EVALUATE.

       3000-BROWSE-PAGE.
      *    LIST UP TO WS-PAGE-SIZE NIGHTS, NEWEST FIRST, FROM
      *    CA-PAGE-KEY(CA-PAGE-NO) BACKWARDS.  A STARTBR AT
      *    HIGH-VALUES POSITIONS AT THE END OF THE FILE, SO THE FIRST
      *    READPREV ON PAGE 1 RETURNS THE NEWEST NIGHT; ON A LATER
      *    PAGE THE START KEY IS A NIGHT READ ON THE PAGE BEFORE, AND
      *    THE FIRST READPREV RETURNS THAT NIGHT ITSELF.  ONE NIGHT
      *    PAST A FULL PAGE IS READ TO SET CA-NEXT-KEY, UNLESS THIS IS
      *    ALREADY THE LAST OF THE WS-MAX-PAGES PAGES.  THE SAME
      *    NOTFND RULE AS ARRCICS'S 3000-BROWSE-PAGE: A BROWSE THAT
      *    NEVER STARTED HAS NOTHING TO END.
      *    PAGE 1'S KEY IS THE TABLE ID AND HIGH-VALUES, WHICH
      *    POSITIONS ON THE FIRST NIGHT OF THE NEXT TABLE ON FILE -
      *    3100 STEPS BACK OVER IT - OR, WHEN THIS IS THE LAST TABLE,
      *    FINDS NOTHING, SO THE BROWSE IS STARTED AGAIN AT THE END
      *    OF THE FILE.  A NIGHT OF AN EARLIER TABLE ENDS THE LIST.
           SET CA-LIST-MODE TO TRUE
           PERFORM 3050-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-SCREEN-LINES
           MOVE SPACES TO CA-ROW-KEYS
           MOVE SPACES TO CA-NEXT-KEY
           MOVE WS-LIST-HEADING TO SSHEADO
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-BROWSE-END
           MOVE CA-PAGE-KEY(CA-PAGE-NO) TO STS-KEY
           EXEC CICS STARTBR
               FILE('RUNSTAT')
               RIDFLD(STS-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO STS-KEY
               EXEC CICS STARTBR
                   FILE('RUNSTAT')
                   RIDFLD(STS-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-READPREV
               PERFORM 3200-LIST-ONE-NIGHT
                   UNTIL BROWSE-END OR WS-ROW-COUNT = WS-PAGE-SIZE
               IF NOT BROWSE-END AND CA-PAGE-NO < WS-MAX-PAGES
                   MOVE STS-KEY TO CA-NEXT-KEY
               END-IF
               EXEC CICS ENDBR
                   FILE('RUNSTAT')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-MESSAGE = SPACES
               IF WS-ROW-COUNT = 0
                   MOVE 'NO NIGHTLY RUNS ON FILE' TO WS-MESSAGE
               ELSE
                   MOVE 'KEY A LINE AND ENTER TO SEE THAT NIGHT'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       3050-CLEAR-LINE.
           MOVE SPACES TO SSLINE-LINE(WS-LINE-SUB).

       3100-READPREV.
           PERFORM 3110-READPREV
           PERFORM 3110-READPREV
               UNTIL BROWSE-END OR STS-TABLE-ID NOT > CA-TABLE-ID
           IF STS-TABLE-ID < CA-TABLE-ID
               SET BROWSE-END TO TRUE
           END-IF.

       3110-READPREV.
           EXEC CICS READPREV
               FILE('RUNSTAT')
               INTO(WS-STS-RECORD)
               RIDFLD(STS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-END TO TRUE
           END-IF.

       3200-LIST-ONE-NIGHT.
           ADD 1 TO WS-ROW-COUNT
           MOVE STS-KEY TO CA-ROW-KEY(WS-ROW-COUNT)
           MOVE WS-ROW-COUNT TO RL-LINE-NO
           MOVE STS-RUN-DATE TO WS-STAMP-DATE
           PERFORM 6100-SHOW-DATE
           MOVE WS-SHOW-DATE TO RL-RUN-DATE
           MOVE STS-RUN-TIME TO WS-STAMP-TIME
           PERFORM 6200-SHOW-TIME
           MOVE WS-SHOW-TIME TO RL-START-TIME
           IF STS-RUNNING
               MOVE SPACES TO RL-END-TIME
           ELSE
               MOVE STS-END-TIME TO WS-STAMP-TIME
               PERFORM 6200-SHOW-TIME
               MOVE WS-SHOW-TIME TO RL-END-TIME
           END-IF
           PERFORM 6000-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO RL-STATUS
           IF STS-AUDIT-NONE
               MOVE SPACES TO RL-FINAL-COUNT
           ELSE
               MOVE STS-FINAL-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-FINAL-COUNT
           END-IF
           MOVE WS-ROW-LINE TO SSLINE-LINE(WS-ROW-COUNT)
           PERFORM 3100-READPREV.

       4000-OLDER-PAGE.
           EVALUATE TRUE
               WHEN CA-NEXT-KEY NOT = SPACES
                   ADD 1 TO CA-PAGE-NO
                   MOVE CA-NEXT-KEY TO CA-PAGE-KEY(CA-PAGE-NO)
               WHEN CA-PAGE-NO = WS-MAX-PAGES
                   MOVE 'ONLY THE LAST 30 NIGHTS ARE LISTED'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'NO OLDER NIGHTS ON FILE' TO WS-MESSAGE
           END-EVALUATE
           PERFORM 2000-LIST-PAGE.

       4100-NEWER-PAGE.
           IF CA-PAGE-NO > 1
               SUBTRACT 1 FROM CA-PAGE-NO
           ELSE
               MOVE 'ALREADY AT THE NEWEST NIGHT' TO WS-MESSAGE
           END-IF
           PERFORM 2000-LIST-PAGE.

       5000-SHOW-NIGHT.
      *    ONE NIGHT, STEP BY STEP.  RE-READ EVERY TIME IT IS SHOWN -
      *    ENTER ON A NIGHT STILL 'R' PICKS UP THE CLOSE ONCE
      *    ARRSTSP HAS POSTED IT.
           SET CA-DETAIL-MODE TO TRUE
           PERFORM 3050-CLEAR-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-SCREEN-LINES
           MOVE CA-DETAIL-KEY TO STS-KEY
           EXEC CICS READ
               FILE('RUNSTAT')
               INTO(WS-STS-RECORD)
               RIDFLD(STS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5100-BUILD-NIGHT
               MOVE 'ENTER=REFRESH  PF3=RETURN TO LIST' TO WS-MESSAGE
           ELSE
               MOVE SPACES TO SSHEADO
               MOVE 'NIGHT NO LONGER ON FILE - PF3=RETURN TO LIST'
                   TO WS-MESSAGE
           END-IF
           PERFORM 7000-SEND-MAP.

       5100-BUILD-NIGHT.
           MOVE STS-RUN-DATE TO WS-STAMP-DATE
           PERFORM 6100-SHOW-DATE
           MOVE STS-RUN-TIME TO WS-STAMP-TIME
           PERFORM 6200-SHOW-TIME
           MOVE SPACES TO SSHEADO
           STRING 'TABLE '               DELIMITED BY SIZE
                  CA-TABLE-ID            DELIMITED BY SIZE
                  ' ARRPOPJ RUN STARTED ' DELIMITED BY SIZE
                  WS-SHOW-DATE           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-SHOW-TIME           DELIMITED BY SIZE
                  INTO SSHEADO
           END-STRING
           MOVE 0 TO WS-LINE-SUB
           PERFORM 5200-NIGHT-STATUS-LINES
           PERFORM 5300-POPULATE-LINES
           PERFORM 5400-EDIT-LINE
           PERFORM 5500-DELTA-LINES
           PERFORM 5600-ARRFILE-LINE
           PERFORM 5700-BALANCE-LINES.

       5200-NIGHT-STATUS-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ENDED' TO DL-LABEL
           IF STS-RUNNING
               MOVE 'NOT YET - RUNNING, OR CANCELLED BEFORE THE CLOSE'
                   TO DL-TEXT
           ELSE
               MOVE STS-END-DATE TO WS-STAMP-DATE
               PERFORM 6100-SHOW-DATE
               MOVE STS-END-TIME TO WS-STAMP-TIME
               PERFORM 6200-SHOW-TIME
               STRING WS-SHOW-DATE DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      WS-SHOW-TIME DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
           END-IF
           PERFORM 5900-ADD-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'NIGHT STATUS' TO DL-LABEL
           PERFORM 6000-SET-STATUS-TEXT
           STRING STS-NIGHT-STATUS DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-STATUS-TEXT   DELIMITED BY SIZE
                  INTO DL-TEXT
           END-STRING
           PERFORM 5900-ADD-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 5900-ADD-LINE.

       5300-POPULATE-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'POPULATE' TO DL-LABEL
           EVALUATE TRUE
               WHEN STS-AUDIT-NONE
                   MOVE 'DID NOT RUN - NO ARRAUDIT RECORD FOR THIS RUN'
                       TO DL-TEXT
                   PERFORM 5900-ADD-LINE
               WHEN OTHER
                   IF STS-AUDIT-SUCCESS
                       MOVE 'AUDIT SUCCESS' TO WS-RESULT-TEXT
                   ELSE
                       MOVE 'AUDIT FAILURE' TO WS-RESULT-TEXT
                   END-IF
                   MOVE STS-AUDIT-DATE TO WS-STAMP-DATE
                   PERFORM 6100-SHOW-DATE
                   MOVE STS-AUDIT-TIME TO WS-STAMP-TIME
                   PERFORM 6200-SHOW-TIME
                   STRING WS-RESULT-TEXT DELIMITED BY '  '
                          ' AT '         DELIMITED BY SIZE
                          WS-SHOW-DATE   DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-SHOW-TIME   DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
                   PERFORM 5900-ADD-LINE
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE STS-ARRAY-SIZE TO WS-EDIT-COUNT
                   MOVE STS-FINAL-COUNT TO WS-EDIT-COUNT-2
                   STRING 'ARRAY SIZE '   DELIMITED BY SIZE
                          WS-EDIT-COUNT   DELIMITED BY SIZE
                          '  FINAL COUNT ' DELIMITED BY SIZE
                          WS-EDIT-COUNT-2 DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
                   PERFORM 5900-ADD-LINE
           END-EVALUATE.

       5400-EDIT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'EDIT' TO DL-LABEL
           IF STS-EDIT-RC = SPACES
               MOVE 'DID NOT RUN' TO DL-TEXT
           ELSE
               MOVE STS-EDIT-CLEAN TO WS-EDIT-COUNT
               MOVE STS-EDIT-REJECT TO WS-EDIT-COUNT-2
               STRING 'RC '           DELIMITED BY SIZE
                      STS-EDIT-RC     DELIMITED BY SIZE
                      '  CLEAN '      DELIMITED BY SIZE
                      WS-EDIT-COUNT   DELIMITED BY SIZE
                      '  REJECTED '   DELIMITED BY SIZE
                      WS-EDIT-COUNT-2 DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
           END-IF
           PERFORM 5900-ADD-LINE.

       5500-DELTA-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'DELTA' TO DL-LABEL
           IF STS-DELTA-RC = SPACES
               MOVE 'DID NOT RUN' TO DL-TEXT
               PERFORM 5900-ADD-LINE
           ELSE
               MOVE STS-DELTA-CHANGED TO WS-EDIT-COUNT
               MOVE STS-DELTA-ADDED TO WS-EDIT-COUNT-2
               MOVE STS-DELTA-DELETED TO WS-EDIT-COUNT-3
               STRING 'RC '           DELIMITED BY SIZE
                      STS-DELTA-RC    DELIMITED BY SIZE
                      ' CHANGED'      DELIMITED BY SIZE
                      WS-EDIT-COUNT   DELIMITED BY SIZE
                      ' ADDED'        DELIMITED BY SIZE
                      WS-EDIT-COUNT-2 DELIMITED BY SIZE
                      ' DELETED'      DELIMITED BY SIZE
                      WS-EDIT-COUNT-3 DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
               PERFORM 5900-ADD-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'TOLERANCE' TO DL-LABEL
               EVALUATE TRUE
                   WHEN STS-TOLERANCE-EXCEEDED
                       MOVE 'EXCEEDED - ARRFILE HELD' TO WS-RESULT-TEXT
                   WHEN STS-TOLERANCE-WITHIN
                       MOVE 'WITHIN' TO WS-RESULT-TEXT
                   WHEN OTHER
                       MOVE 'NOT CHECKED' TO WS-RESULT-TEXT
               END-EVALUATE
               MOVE STS-DELTA-PCT TO WS-EDIT-PCT
               MOVE STS-TOLERANCE-PCT TO WS-EDIT-PCT-2
               STRING 'MOVED '        DELIMITED BY SIZE
                      WS-EDIT-PCT     DELIMITED BY SIZE
                      '% LIMIT '      DELIMITED BY SIZE
                      WS-EDIT-PCT-2   DELIMITED BY SIZE
                      '% - '          DELIMITED BY SIZE
                      WS-RESULT-TEXT  DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
               PERFORM 5900-ADD-LINE
           END-IF.

       5600-ARRFILE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ARRFILE' TO DL-LABEL
           EVALUATE TRUE
               WHEN STS-PATH-APPLY
                   MOVE STS-ARRFILE-COUNT TO WS-EDIT-COUNT
                   STRING 'REFRESHED BY APPLY - ' DELIMITED BY SIZE
                          WS-EDIT-COUNT           DELIMITED BY SIZE
                          ' KEYS APPLIED'         DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
               WHEN STS-PATH-LOAD
                   MOVE STS-ARRFILE-COUNT TO WS-EDIT-COUNT
                   STRING 'REFRESHED BY LOAD - '  DELIMITED BY SIZE
                          WS-EDIT-COUNT           DELIMITED BY SIZE
                          ' ELEMENTS LOADED'      DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
               WHEN STS-APPLY-RC NOT = SPACES
                   STRING 'NOT REFRESHED - APPLY RC ' DELIMITED BY SIZE
                          STS-APPLY-RC                DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
               WHEN STS-LOAD-RC NOT = SPACES
                   STRING 'NOT REFRESHED - LOAD RC ' DELIMITED BY SIZE
                          STS-LOAD-RC                DELIMITED BY SIZE
                          INTO DL-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'NOT REFRESHED - APPLY AND LOAD BOTH HELD'
                       TO DL-TEXT
           END-EVALUATE
           PERFORM 5900-ADD-LINE.

       5700-BALANCE-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'BALANCE' TO DL-LABEL
           IF STS-BALANCE-RC = SPACES
               MOVE 'DID NOT RUN' TO DL-TEXT
               PERFORM 5900-ADD-LINE
           ELSE
               EVALUATE TRUE
                   WHEN STS-BALANCE-TIE
                       MOVE 'EVERY TOTAL TIED' TO WS-RESULT-TEXT
                   WHEN STS-BALANCE-OUT
                       MOVE 'OUT OF BALANCE' TO WS-RESULT-TEXT
                   WHEN OTHER
                       MOVE 'COULD NOT PROVE' TO WS-RESULT-TEXT
               END-EVALUATE
               STRING 'RC '           DELIMITED BY SIZE
                      STS-BALANCE-RC  DELIMITED BY SIZE
                      ' - '           DELIMITED BY SIZE
                      WS-RESULT-TEXT  DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
               PERFORM 5900-ADD-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE STS-BAL-EXTRACT-COUNT TO WS-EDIT-COUNT
               MOVE STS-BAL-ARRFILE-COUNT TO WS-EDIT-COUNT-2
               STRING 'EXTRACT COUNT ' DELIMITED BY SIZE
                      WS-EDIT-COUNT    DELIMITED BY SIZE
                      '  ARRFILE COUNT ' DELIMITED BY SIZE
                      WS-EDIT-COUNT-2  DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
               PERFORM 5900-ADD-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE STS-BAL-ARRFILE-HASH TO WS-EDIT-HASH
               STRING 'ARRFILE HASH '  DELIMITED BY SIZE
                      WS-EDIT-HASH     DELIMITED BY SIZE
                      INTO DL-TEXT
               END-STRING
               PERFORM 5900-ADD-LINE
           END-IF.

       5900-ADD-LINE.
           IF WS-LINE-SUB < WS-SCREEN-LINES
               ADD 1 TO WS-LINE-SUB
               MOVE WS-DETAIL-LINE TO SSLINE-LINE(WS-LINE-SUB)
           END-IF.

       6000-SET-STATUS-TEXT.
      *    THE ONE-LINE MEANING OF STS-NIGHT-STATUS - SEE THE VERDICT
      *    LIST IN COPYBOOKS/ARRSTS.CPY.
           EVALUATE TRUE
               WHEN STS-PROVEN
                   MOVE 'PROVEN - BALANCE TIED' TO WS-STATUS-TEXT
               WHEN STS-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO WS-STATUS-TEXT
               WHEN STS-NOT-PROVEN
                   MOVE 'REFRESHED, NOT PROVEN' TO WS-STATUS-TEXT
               WHEN STS-NOT-REFRESHED
                   MOVE 'ARRFILE NOT REFRESHED' TO WS-STATUS-TEXT
               WHEN STS-POPULATE-FAILED
                   MOVE 'ARRPOP FAILED' TO WS-STATUS-TEXT
               WHEN STS-NOT-POPULATED
                   MOVE 'ARRPOP DID NOT RUN' TO WS-STATUS-TEXT
               WHEN STS-RUNNING
                   MOVE 'RUNNING OR CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

       6100-SHOW-DATE.
           MOVE WS-STAMP-YYYY TO WS-SHOW-YYYY
           MOVE WS-STAMP-MM TO WS-SHOW-MM
           MOVE WS-STAMP-DD TO WS-SHOW-DD.

       6200-SHOW-TIME.
           MOVE WS-STAMP-HH TO WS-SHOW-HH
           MOVE WS-STAMP-MI TO WS-SHOW-MI
           MOVE WS-STAMP-SS TO WS-SHOW-SS.

       7000-SEND-MAP.
      *    RETURN WS-COMMAREA (WORKING-STORAGE) DIRECTLY, NOT
      *    DFHCOMMAREA - SEE ARRCICS'S 7000-SEND-MAP.
           MOVE SPACES TO SSSELO
           MOVE CA-TABLE-ID TO SSTBLO
           MOVE WS-MESSAGE TO SSMSGO
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(ARRSM1O)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(276)
           END-EXEC.

       8000-REDISPLAY.
           MOVE 'ENTER=SHOW LINE  PF7=NEWER  PF8=OLDER  PF3=EXIT'
               TO WS-MESSAGE
           PERFORM 2000-LIST-PAGE.

       9000-EXIT.
           EXEC CICS RETURN
           END-EXEC.
