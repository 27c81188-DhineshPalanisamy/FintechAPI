           05 FILLER                  PIC X(3).
           05 STAT12O                 PIC X(75).
           05 FILLER                  PIC X(3).
           05 MONSTATO                PIC X(75).
           05 FILLER                  PIC X(3).
           05 ALRTHDRO                PIC X(75).
           05 FILLER                  PIC X(3).
           05 ALRT1O                  PIC X(75).
           05 FILLER                  PIC X(3).
           05 ALRT2O                  PIC X(75).
           05 FILLER                  PIC X(3).
           05 ALRT3O                  PIC X(75).
           05 FILLER                  PIC X(3).
           05 PFKEYSO                 PIC X(53).
           05 FILLER                  PIC X(3).
           05 MSGLINEO                PIC X(79).
