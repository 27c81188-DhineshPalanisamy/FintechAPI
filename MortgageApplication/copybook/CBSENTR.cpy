      ******************************************************************
      * CBSENTR - OPERATOR ENTITLEMENT PROFILE RECORD (OPERENT VSAM    *
      *           KSDS, KEYED ON CICS USER ID). ONE RECORD PER         *
      *           OPERATOR ALLOWED TO USE THE ONLINE MAINTENANCE       *
      *           TRANSACTIONS. EACH OF THE TEN ENTITLEMENT SLOTS      *
      *           NAMES ONE TRANSACTION AND THE FUNCTION CODES THE     *
      *           OPERATOR MAY USE ON IT, ONE CODE PER BYTE (E.G.      *
      *           'MMNT' 'AC' - ADD AND CHANGE BUT NOT RELEASE); AN    *
      *           ASTERISK GRANTS EVERY FUNCTION OF THAT TRANSACTION.  *
      *           UNUSED SLOTS ARE SPACES. A TRANSACTION NOT NAMED IN  *
      *           ANY SLOT, OR A USER ID WITH NO RECORD AT ALL, IS     *
      *           REFUSED BY THE CBSENTCK CHECK. MAINTAINED ONLY       *
      *           THROUGH THE ENTM TRANSACTION (CBSENTMT), WHICH       *
      *           AUDITS EVERY CHANGE VIA CBSAUDWR.                    *
      ******************************************************************
       01  OPERATOR-ENTITLEMENT-RECORD.
           05 EN-USER-ID              PIC X(8).
           05 EN-OPERATOR-NAME        PIC X(30).
           05 EN-ENTITLEMENTS.
              10 EN-ENTITLEMENT       OCCURS 10 TIMES.
                 15 EN-TRAN-ID        PIC X(4).
                 15 EN-FUNCTION-CODES PIC X(6).
           05 EN-LAST-CHANGED-BY      PIC X(8).
           05 EN-LAST-CHANGED-DATE    PIC X(10).
           05 FILLER                  PIC X(44).
