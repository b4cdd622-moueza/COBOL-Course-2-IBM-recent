      *****************************************************
      * ZIPHBRM - SYMBOLIC MAP FOR MAP ZIPHBR1, MAPSET     *
      * ZIPHBRM, AS PRODUCED BY THE BMS ASSEMBLY OF        *
      * bms/ZIPHBRM.bms (LANG=COBOL).  DO NOT HAND-EDIT -  *
      * REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.       *
      *****************************************************
       01  ZIPHBR1I.
           05  FILLER                  PIC X(12).
           05  ZIPINL                  PIC S9(4) COMP.
           05  ZIPINF                  PIC X.
           05  FILLER REDEFINES ZIPINF.
               10  ZIPINA              PIC X.
           05  ZIPINI                  PIC X(5).
           05  STINL                   PIC S9(4) COMP.
           05  STINF                   PIC X.
           05  FILLER REDEFINES STINF.
               10  STINA               PIC X.
           05  STINI                   PIC X(2).
       01  ZIPHBR1O  REDEFINES ZIPHBR1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ZIPINO                  PIC X(5).
           05  FILLER                  PIC X(3).
           05  STINO                   PIC X(2).
           05  FILLER                  PIC X(3).
           05  CURO                    PIC X(44).
           05  FILLER                  PIC X(3).
           05  RETO                    PIC X(66).
           05  FILLER                  PIC X(3).
           05  PND1O                   PIC X(66).
           05  FILLER                  PIC X(3).
           05  PND2O                   PIC X(66).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN01O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN02O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN03O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN04O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN05O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN06O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN07O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN08O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN09O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN10O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN11O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN12O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN13O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  LN14O                   PIC X(78).
           05  FILLER                  PIC X(3).
           05  PGINFOO                 PIC X(29).
