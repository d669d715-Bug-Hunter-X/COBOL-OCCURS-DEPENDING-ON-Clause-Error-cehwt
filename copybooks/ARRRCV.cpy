      ******************************************************************
      *    ARRRCV - RECEIVED-FILES LOG RECORD.  ARRRAWV APPENDS ONE PER
      *    ARRIN.RAW FEED IT CHECKS, ACCEPTED OR REJECTED, TO
      *    PROD.ARRPOP.<TABLE>.ARRIN.RCVLOG - THE RECORD OF WHAT EACH
      *    SENDER SENT, WHEN IT ARRIVED, AND WHAT IT PROVED TO.  THE
      *    ACCEPTED ENTRIES ARE ALSO WHAT THE NEXT FEED IS CHECKED
      *    AGAINST: A BUSINESS DATE ALREADY ACCEPTED FOR THE SAME
      *    SOURCE SYSTEM IS A DUPLICATE, AND THE FILE SEQUENCE NUMBER
      *    MUST FOLLOW THE LAST ONE ACCEPTED.
      *    RCV-NIGHT-KEY IS THE RUN-STATUS KEY OF THE ARRPOPJ NIGHT
      *    THAT RECEIVED THE FILE (SEE ARRSTP.CPY), SO A RESTART OF
      *    THAT SAME NIGHT CAN PRESENT THE SAME FILE AGAIN.  THE
      *    HEADER AND TRAILER FIELDS ARE ZERO WHEN THE RECORD WAS
      *    MISSING OR NOT NUMERIC.
      *    EACH TABLE (SEE ARRTBL.CPY) KEEPS ITS OWN LOG,
      *    PROD.ARRPOP.<TABLE>.ARRIN.RCVLOG, SO DATES AND SEQUENCES
      *    ARE CHECKED PER TABLE; A FEED WHOSE HEADER NAMES ANOTHER
      *    TABLE IS REJECTED WITH REASON 10.
      ******************************************************************
       01  ARRRCV-RECORD.
           05  RCV-SOURCE-SYSTEM         PIC X(4).
           05  RCV-BUSINESS-DATE         PIC 9(8).
           05  RCV-FILE-SEQ              PIC 9(4).
           05  RCV-TRAILER-COUNT         PIC 9(7).
           05  RCV-TRAILER-HASH          PIC 9(9).
           05  RCV-BODY-COUNT            PIC 9(7).
           05  RCV-BODY-HASH             PIC 9(9).
           05  RCV-RECEIVED-DATE         PIC X(8).
           05  RCV-RECEIVED-TIME         PIC X(6).
           05  RCV-NIGHT-KEY.
               10  RCV-NIGHT-DATE        PIC X(8).
               10  RCV-NIGHT-TIME        PIC X(6).
           05  RCV-RESULT                PIC X.
               88  RCV-ACCEPTED                  VALUE 'A'.
               88  RCV-REJECTED                  VALUE 'J'.
           05  RCV-REASON-CODE           PIC XX.
               88  RCV-NO-REASON                 VALUE '00'.
               88  RCV-NO-FEED                   VALUE '01'.
               88  RCV-NO-HEADER                 VALUE '02'.
               88  RCV-HEADER-NOT-NUMERIC        VALUE '03'.
               88  RCV-NO-TRAILER                VALUE '04'.
               88  RCV-CONTROL-IN-BODY           VALUE '05'.
               88  RCV-COUNT-MISMATCH            VALUE '06'.
               88  RCV-HASH-MISMATCH             VALUE '07'.
               88  RCV-DATE-PROCESSED            VALUE '08'.
               88  RCV-SEQ-OUT-OF-ORDER          VALUE '09'.
               88  RCV-WRONG-TABLE               VALUE '10'.
           05  FILLER                    PIC X.
