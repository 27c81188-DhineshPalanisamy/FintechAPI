           05 FILLER REDEFINES PIIINDF.
              10 PIIINDA              PIC X.
           05 PIIINDI                 PIC X(1).
           05 ACCTKEYL                PIC S9(4) USAGE COMP.
           05 ACCTKEYF                PIC X.
           05 FILLER REDEFINES ACCTKEYF.
              10 ACCTKEYA             PIC X.
           05 ACCTKEYI                PIC X(1).

       01  CBSLAYMO REDEFINES CBSLAYMI.
           05 FILLER                  PIC X(50).
           05 FILLER                  PIC X(3).
           05 PIIINDO                 PIC X(1).
           05 FILLER                  PIC X(3).
           05 ACCTKEYO                PIC X(1).
           05 FILLER                  PIC X(3).
           05 MSGLINEO                PIC X(79).
