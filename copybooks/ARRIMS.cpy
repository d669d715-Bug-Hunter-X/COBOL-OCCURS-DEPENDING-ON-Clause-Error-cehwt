      *    THE SAME LENGTH.
       01  ARRIM1I.
           05  FILLER                    PIC X(12).
      *    TABLE ID (SEE COPYBOOKS/ARRTBL.CPY) - EVERYTHING ELSE ON
      *    THE SCREEN BELONGS TO THE TABLE KEYED HERE, AND NOTHING IS
      *    BROWSED OR UPDATED UNTIL ONE HAS BEEN KEYED.
           05  ARTBLL                    PIC S9(4) COMP.
           05  ARTBLF                    PIC X.
           05  FILLER REDEFINES ARTBLF.
               10  ARTBLA                 PIC X.
           05  ARTBLI                    PIC X(4).
           05  ARSIZEL                   PIC S9(4) COMP.
           05  ARSIZEF                   PIC X.
           05  FILLER REDEFINES ARSIZEF.
       01  ARRIM1O REDEFINES ARRIM1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  ARTBLO                    PIC X(4).
           05  FILLER                    PIC X(3).
           05  ARSIZEO                   PIC 9(6).
           05  FILLER                    PIC X(3).
           05  AREFFDO                   PIC X(8).
