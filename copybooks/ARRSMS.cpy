      ******************************************************************
      *    ARRSMS - SYMBOLIC MAP FOR THE ARRS (NIGHTLY RUN STATUS)
      *    TRANSACTION, MAPSET ARRSMS, MAP ARRSM1.
      *    NORMALLY GENERATED BY THE BMS ASSEMBLER FROM THE MAPSET
      *    SOURCE; HAND-MAINTAINED HERE SINCE THIS SHOP HAS NO BMS
      *    ASSEMBLE STEP IN THE BUILD - THE SAME CONVENTION AS
      *    ARRIMS.CPY, INCLUDING THE MATCHING L/F/I ENTRY FOR EVERY
      *    FIELD ON THE INPUT SIDE SO ARRSM1I AND ARRSM1O STAY THE
      *    SAME LENGTH.
      *    FIELDS: SSTBL IS THE TABLE ID (SEE COPYBOOKS/ARRTBL.CPY)
      *    WHOSE NIGHTS ARE LISTED - NOTHING IS LISTED UNTIL ONE IS
      *    KEYED.  SSHEAD IS THE HEADING OVER THE SSLINE ROWS - THE
      *    COLUMN HEADINGS WHILE THE SCREEN LISTS NIGHTS, THE RUN
      *    BEING SHOWN WHILE IT SHOWS ONE NIGHT.  THE LIST USES THE
      *    FIRST TEN SSLINE ROWS (LINE NUMBER, RUN DATE, START AND END
      *    TIME, VERDICT, FINAL COUNT) AND THE USER KEYS A LINE NUMBER
      *    IN SSSEL (DEFINED NUM, JUSTIFY RIGHT AND ZERO-FILLED) TO
      *    SEE THAT NIGHT STEP BY STEP ON THE SSLINE ROWS.  SSMSG
      *    CARRIES THE PROMPT/RESULT LINE.
      ******************************************************************
       01  ARRSM1I.
           05  FILLER                    PIC X(12).
           05  SSTBLL                    PIC S9(4) COMP.
           05  SSTBLF                    PIC X.
           05  FILLER REDEFINES SSTBLF.
               10  SSTBLA                 PIC X.
           05  SSTBLI                    PIC X(4).
           05  SSSELL                    PIC S9(4) COMP.
           05  SSSELF                    PIC X.
           05  FILLER REDEFINES SSSELF.
               10  SSSELA                 PIC X.
           05  SSSELI                    PIC 9(2).
           05  SSMSGL                    PIC S9(4) COMP.
           05  SSMSGF                    PIC X.
           05  FILLER REDEFINES SSMSGF.
               10  SSMSGA                 PIC X.
           05  SSMSGI                    PIC X(60).
           05  SSHEADL                   PIC S9(4) COMP.
           05  SSHEADF                   PIC X.
           05  FILLER REDEFINES SSHEADF.
               10  SSHEADA                PIC X.
           05  SSHEADI                   PIC X(70).
           05  SSLINEI-TABLE OCCURS 16 TIMES.
               10  SSLINEL               PIC S9(4) COMP.
               10  SSLINEF               PIC X.
               10  FILLER REDEFINES SSLINEF.
                   15  SSLINEA            PIC X.
               10  SSLINEI               PIC X(70).

       01  ARRSM1O REDEFINES ARRSM1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  SSTBLO                    PIC X(4).
           05  FILLER                    PIC X(3).
           05  SSSELO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  SSMSGO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  SSHEADO                   PIC X(70).
           05  SSLINE-TABLE OCCURS 16 TIMES.
               10  FILLER                PIC X(3).
               10  SSLINE-LINE           PIC X(70).
