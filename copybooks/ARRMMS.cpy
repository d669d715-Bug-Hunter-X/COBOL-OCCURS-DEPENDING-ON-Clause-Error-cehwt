      *    ARRIMS.CPY, INCLUDING THE MATCHING L/F/I ENTRY FOR EVERY
      *    FIELD ON THE INPUT SIDE SO ARRMM1I AND ARRMM1O STAY THE
      *    SAME LENGTH.
      *    FIELDS: AMTBL IS THE TABLE ID (SEE COPYBOOKS/ARRTBL.CPY),
      *    KEYED FIRST AND ECHOED BACK ON EVERY SEND SO IT NEED ONLY
      *    BE KEYED ONCE.  THE OPERATOR KEYS THE ACTION (A/C/D), THE
      *    TARGET ELEMENT NUMBER, AND THE VALUE; AMCUR ECHOES THE
      *    CURRENT ARR-ELEMENT-VALUE FROM ARRFILE FOR CONFIRMATION AND
      *    AMMSG CARRIES THE PROMPT/RESULT LINE.
      ******************************************************************
       01  ARRMM1I.
           05  FILLER                    PIC X(12).
           05  AMTBLL                    PIC S9(4) COMP.
           05  AMTBLF                    PIC X.
           05  FILLER REDEFINES AMTBLF.
               10  AMTBLA                 PIC X.
           05  AMTBLI                    PIC X(4).
           05  AMACTL                    PIC S9(4) COMP.
           05  AMACTF                    PIC X.
           05  FILLER REDEFINES AMACTF.
       01  ARRMM1O REDEFINES ARRMM1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  AMTBLO                    PIC X(4).
           05  FILLER                    PIC X(3).
           05  AMACTO                    PIC X.
           05  FILLER                    PIC X(3).
           05  AMTGTO                    PIC 9(6).
