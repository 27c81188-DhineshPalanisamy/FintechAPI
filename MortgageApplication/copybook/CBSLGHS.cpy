      ******************************************************************
      * CBSLGHS - SYMBOLIC MAP FOR MAPSET CBSLGHS, MAP CBSLGHM         *
      *           (AS GENERATED BY BMS ASSEMBLY OF CBSLGHMT.bms)       *
      ******************************************************************
       01  CBSLGHMI.
           05 FILLER                  PIC X(50).
           05 FUNCL                   PIC S9(4) USAGE COMP.
           05 FUNCF                   PIC X.
           05 FILLER REDEFINES FUNCF.
              10 FUNCA                PIC X.
           05 FUNCI                   PIC X(1).
           05 ACCTNBRL                PIC S9(4) USAGE COMP.
           05 ACCTNBRF                PIC X.
           05 FILLER REDEFINES ACCTNBRF.
              10 ACCTNBRA             PIC X.
           05 ACCTNBRI                PIC 9(9).
           05 HLDRSNL                 PIC S9(4) USAGE COMP.
           05 HLDRSNF                 PIC X.
           05 FILLER REDEFINES HLDRSNF.
              10 HLDRSNA              PIC X.
           05 HLDRSNI                 PIC X(30).
           05 MATTERL                 PIC S9(4) USAGE COMP.
           05 MATTERF                 PIC X.
           05 FILLER REDEFINES MATTERF.
              10 MATTERA              PIC X.
           05 MATTERI                 PIC X(20).
           05 EXPDTL                  PIC S9(4) USAGE COMP.
           05 EXPDTF                  PIC X.
           05 FILLER REDEFINES EXPDTF.
              10 EXPDTA               PIC X.
           05 EXPDTI                  PIC X(10).
           05 PLCBYL                  PIC S9(4) USAGE COMP.
           05 PLCBYF                  PIC X.
           05 FILLER REDEFINES PLCBYF.
              10 PLCBYA               PIC X.
           05 PLCBYI                  PIC X(8).
           05 PLCDTL                  PIC S9(4) USAGE COMP.
           05 PLCDTF                  PIC X.
           05 FILLER REDEFINES PLCDTF.
              10 PLCDTA               PIC X.
           05 PLCDTI                  PIC X(10).
           05 RLSRSNL                 PIC S9(4) USAGE COMP.
           05 RLSRSNF                 PIC X.
           05 FILLER REDEFINES RLSRSNF.
              10 RLSRSNA              PIC X.
           05 RLSRSNI                 PIC X(30).

       01  CBSLGHMO REDEFINES CBSLGHMI.
           05 FILLER                  PIC X(50).
           05 FILLER                  PIC X(3).
           05 FUNCO                   PIC X(1).
           05 FILLER                  PIC X(3).
           05 ACCTNBRO                PIC 9(9).
           05 FILLER                  PIC X(3).
           05 HLDRSNO                 PIC X(30).
           05 FILLER                  PIC X(3).
           05 MATTERO                 PIC X(20).
           05 FILLER                  PIC X(3).
           05 EXPDTO                  PIC X(10).
           05 FILLER                  PIC X(3).
           05 PLCBYO                  PIC X(8).
           05 FILLER                  PIC X(3).
           05 PLCDTO                  PIC X(10).
           05 FILLER                  PIC X(3).
           05 RLSRSNO                 PIC X(30).
           05 FILLER                  PIC X(3).
           05 MSGLINEO                PIC X(79).
