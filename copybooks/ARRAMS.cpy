      ******************************************************************
      *    ARRAMS - SYMBOLIC MAP FOR THE ARRA (ARR CAPTURE APPROVAL)
      *    TRANSACTION, MAPSET ARRAMS, MAP ARRAM1.
      *    NORMALLY GENERATED BY THE BMS ASSEMBLER FROM THE MAPSET
      *    SOURCE; HAND-MAINTAINED HERE SINCE THIS SHOP HAS NO BMS
      *    ASSEMBLE STEP IN THE BUILD - THE SAME CONVENTION AS
      *    ARRIMS.CPY, INCLUDING THE MATCHING L/F/I ENTRY FOR EVERY
      *    FIELD ON THE INPUT SIDE SO ARRAM1I AND ARRAM1O STAY THE
      *    SAME LENGTH.
      *    FIELDS: AALINE ROWS LIST UP TO TEN PENDING CAPTURES (LINE
      *    NUMBER, TABLE, ACTION, TARGET, CURRENT ARRFILE VALUE,
      *    PROPOSED VALUE, KEYING OPERATOR, CAPTURE DATE/TIME); THE
      *    SUPERVISOR KEYS THE LINE NUMBER IN AASEL (DEFINED NUM,
      *    JUSTIFY RIGHT AND ZERO-FILLED), THE DECISION A OR R IN
      *    AADEC, AND THE REASON IN AARSN; AAMSG CARRIES THE
      *    PROMPT/RESULT LINE.
      ******************************************************************
       01  ARRAM1I.
           05  FILLER                    PIC X(12).
           05  AASELL                    PIC S9(4) COMP.
           05  AASELF                    PIC X.
           05  FILLER REDEFINES AASELF.
               10  AASELA                 PIC X.
           05  AASELI                    PIC 9(2).
           05  AADECL                    PIC S9(4) COMP.
           05  AADECF                    PIC X.
           05  FILLER REDEFINES AADECF.
               10  AADECA                 PIC X.
           05  AADECI                    PIC X.
           05  AARSNL                    PIC S9(4) COMP.
           05  AARSNF                    PIC X.
           05  FILLER REDEFINES AARSNF.
               10  AARSNA                 PIC X.
           05  AARSNI                    PIC X(30).
           05  AAMSGL                    PIC S9(4) COMP.
           05  AAMSGF                    PIC X.
           05  FILLER REDEFINES AAMSGF.
               10  AAMSGA                 PIC X.
           05  AAMSGI                    PIC X(60).
           05  AALINEI-TABLE OCCURS 10 TIMES.
               10  AALINEL               PIC S9(4) COMP.
               10  AALINEF               PIC X.
               10  FILLER REDEFINES AALINEF.
                   15  AALINEA            PIC X.
               10  AALINEI               PIC X(70).

       01  ARRAM1O REDEFINES ARRAM1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  AASELO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  AADECO                    PIC X.
           05  FILLER                    PIC X(3).
           05  AARSNO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  AAMSGO                    PIC X(60).
           05  AALINE-TABLE OCCURS 10 TIMES.
               10  FILLER                PIC X(3).
               10  AALINE-LINE           PIC X(70).
