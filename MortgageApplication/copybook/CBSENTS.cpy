      ******************************************************************
      * CBSENTS - SYMBOLIC MAP FOR MAPSET CBSENTS, MAP CBSENTM         *
      *           (AS GENERATED BY BMS ASSEMBLY OF CBSENTMT.bms)       *
      ******************************************************************
       01  CBSENTMI.
           05 FILLER                  PIC X(50).
           05 FUNCL                   PIC S9(4) USAGE COMP.
           05 FUNCF                   PIC X.
           05 FILLER REDEFINES FUNCF.
              10 FUNCA                PIC X.
           05 FUNCI                   PIC X(1).
           05 USERIDL                 PIC S9(4) USAGE COMP.
           05 USERIDF                 PIC X.
           05 FILLER REDEFINES USERIDF.
              10 USERIDA              PIC X.
           05 USERIDI                 PIC X(8).
           05 OPNAMEL                 PIC S9(4) USAGE COMP.
           05 OPNAMEF                 PIC X.
           05 FILLER REDEFINES OPNAMEF.
              10 OPNAMEA              PIC X.
           05 OPNAMEI                 PIC X(30).
           05 LSTBYL                  PIC S9(4) USAGE COMP.
           05 LSTBYF                  PIC X.
           05 FILLER REDEFINES LSTBYF.
              10 LSTBYA               PIC X.
           05 LSTBYI                  PIC X(8).
           05 LSTDTL                  PIC S9(4) USAGE COMP.
           05 LSTDTF                  PIC X.
           05 FILLER REDEFINES LSTDTF.
              10 LSTDTA               PIC X.
           05 LSTDTI                  PIC X(10).
           05 TRAN1L                  PIC S9(4) USAGE COMP.
           05 TRAN1F                  PIC X.
           05 FILLER REDEFINES TRAN1F.
              10 TRAN1A               PIC X.
           05 TRAN1I                  PIC X(4).
           05 FNCS1L                  PIC S9(4) USAGE COMP.
           05 FNCS1F                  PIC X.
           05 FILLER REDEFINES FNCS1F.
              10 FNCS1A               PIC X.
           05 FNCS1I                  PIC X(6).
           05 TRAN2L                  PIC S9(4) USAGE COMP.
           05 TRAN2F                  PIC X.
           05 FILLER REDEFINES TRAN2F.
              10 TRAN2A               PIC X.
           05 TRAN2I                  PIC X(4).
           05 FNCS2L                  PIC S9(4) USAGE COMP.
           05 FNCS2F                  PIC X.
           05 FILLER REDEFINES FNCS2F.
              10 FNCS2A               PIC X.
           05 FNCS2I                  PIC X(6).
           05 TRAN3L                  PIC S9(4) USAGE COMP.
           05 TRAN3F                  PIC X.
           05 FILLER REDEFINES TRAN3F.
              10 TRAN3A               PIC X.
           05 TRAN3I                  PIC X(4).
           05 FNCS3L                  PIC S9(4) USAGE COMP.
           05 FNCS3F                  PIC X.
           05 FILLER REDEFINES FNCS3F.
              10 FNCS3A               PIC X.
           05 FNCS3I                  PIC X(6).
           05 TRAN4L                  PIC S9(4) USAGE COMP.
           05 TRAN4F                  PIC X.
           05 FILLER REDEFINES TRAN4F.
              10 TRAN4A               PIC X.
           05 TRAN4I                  PIC X(4).
           05 FNCS4L                  PIC S9(4) USAGE COMP.
           05 FNCS4F                  PIC X.
           05 FILLER REDEFINES FNCS4F.
              10 FNCS4A               PIC X.
           05 FNCS4I                  PIC X(6).
           05 TRAN5L                  PIC S9(4) USAGE COMP.
           05 TRAN5F                  PIC X.
           05 FILLER REDEFINES TRAN5F.
              10 TRAN5A               PIC X.
           05 TRAN5I                  PIC X(4).
           05 FNCS5L                  PIC S9(4) USAGE COMP.
           05 FNCS5F                  PIC X.
           05 FILLER REDEFINES FNCS5F.
              10 FNCS5A               PIC X.
           05 FNCS5I                  PIC X(6).
           05 TRAN6L                  PIC S9(4) USAGE COMP.
           05 TRAN6F                  PIC X.
           05 FILLER REDEFINES TRAN6F.
              10 TRAN6A               PIC X.
           05 TRAN6I                  PIC X(4).
           05 FNCS6L                  PIC S9(4) USAGE COMP.
           05 FNCS6F                  PIC X.
           05 FILLER REDEFINES FNCS6F.
              10 FNCS6A               PIC X.
           05 FNCS6I                  PIC X(6).
           05 TRAN7L                  PIC S9(4) USAGE COMP.
           05 TRAN7F                  PIC X.
           05 FILLER REDEFINES TRAN7F.
              10 TRAN7A               PIC X.
           05 TRAN7I                  PIC X(4).
           05 FNCS7L                  PIC S9(4) USAGE COMP.
           05 FNCS7F                  PIC X.
           05 FILLER REDEFINES FNCS7F.
              10 FNCS7A               PIC X.
           05 FNCS7I                  PIC X(6).
           05 TRAN8L                  PIC S9(4) USAGE COMP.
           05 TRAN8F                  PIC X.
           05 FILLER REDEFINES TRAN8F.
              10 TRAN8A               PIC X.
           05 TRAN8I                  PIC X(4).
           05 FNCS8L                  PIC S9(4) USAGE COMP.
           05 FNCS8F                  PIC X.
           05 FILLER REDEFINES FNCS8F.
              10 FNCS8A               PIC X.
           05 FNCS8I                  PIC X(6).
           05 TRAN9L                  PIC S9(4) USAGE COMP.
           05 TRAN9F                  PIC X.
           05 FILLER REDEFINES TRAN9F.
              10 TRAN9A               PIC X.
           05 TRAN9I                  PIC X(4).
           05 FNCS9L                  PIC S9(4) USAGE COMP.
           05 FNCS9F                  PIC X.
           05 FILLER REDEFINES FNCS9F.
              10 FNCS9A               PIC X.
           05 FNCS9I                  PIC X(6).
           05 TRAN10L                 PIC S9(4) USAGE COMP.
           05 TRAN10F                 PIC X.
           05 FILLER REDEFINES TRAN10F.
              10 TRAN10A              PIC X.
           05 TRAN10I                 PIC X(4).
           05 FNCS10L                 PIC S9(4) USAGE COMP.
           05 FNCS10F                 PIC X.
           05 FILLER REDEFINES FNCS10F.
              10 FNCS10A              PIC X.
           05 FNCS10I                 PIC X(6).

       01  CBSENTMO REDEFINES CBSENTMI.
           05 FILLER                  PIC X(50).
           05 FILLER                  PIC X(3).
           05 FUNCO                   PIC X(1).
           05 FILLER                  PIC X(3).
           05 USERIDO                 PIC X(8).
           05 FILLER                  PIC X(3).
           05 OPNAMEO                 PIC X(30).
           05 FILLER                  PIC X(3).
           05 LSTBYO                  PIC X(8).
           05 FILLER                  PIC X(3).
           05 LSTDTO                  PIC X(10).
           05 FILLER                  PIC X(3).
           05 TRAN1O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS1O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN2O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS2O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN3O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS3O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN4O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS4O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN5O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS5O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN6O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS6O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN7O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS7O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN8O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS8O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN9O                  PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS9O                  PIC X(6).
           05 FILLER                  PIC X(3).
           05 TRAN10O                 PIC X(4).
           05 FILLER                  PIC X(3).
           05 FNCS10O                 PIC X(6).
           05 FILLER                  PIC X(3).
           05 MSGLINEO                PIC X(79).
