      ******************************************************************
      * CBSPRKS - SYMBOLIC MAP FOR MAPSET CBSPRKS, MAP CBSPRKM         *
      *           (AS GENERATED BY BMS ASSEMBLY OF CBSPRKMT.bms)       *
      ******************************************************************
       01  CBSPRKMI.
           05 FILLER                  PIC X(50).
           05 SELNBRL                 PIC S9(4) USAGE COMP.
           05 SELNBRF                 PIC X.
           05 FILLER REDEFINES SELNBRF.
              10 SELNBRA              PIC X.
           05 SELNBRI                 PIC 9(2).
           05 DISPCDL                 PIC S9(4) USAGE COMP.
           05 DISPCDF                 PIC X.
           05 FILLER REDEFINES DISPCDF.
              10 DISPCDA              PIC X.
           05 DISPCDI                 PIC X(1).
           05 REASONL                 PIC S9(4) USAGE COMP.
           05 REASONF                 PIC X.
           05 FILLER REDEFINES REASONF.
              10 REASONA              PIC X.
           05 REASONI                 PIC X(40).

       01  CBSPRKMO REDEFINES CBSPRKMI.
           05 FILLER                  PIC X(50).
           05 FILLER                  PIC X(3).
           05 SELNBRO                 PIC X(2).
           05 FILLER                  PIC X(3).
           05 DISPCDO                 PIC X(1).
           05 FILLER                  PIC X(3).
           05 REASONO                 PIC X(40).
           05 FILLER                  PIC X(3).
           05 HDRLINEO                PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE1O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE2O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE3O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE4O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE5O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE6O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE7O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE8O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE9O                  PIC X(79).
           05 FILLER                  PIC X(3).
           05 LINE10O                 PIC X(79).
           05 FILLER                  PIC X(3).
           05 PFKEYSO                 PIC X(53).
           05 FILLER                  PIC X(3).
           05 MSGLINEO                PIC X(79).
