              88 CA-RC-OK                   VALUE '00'.
              88 CA-RC-NOT-FOUND            VALUE '04'.
              88 CA-RC-SQL-ERROR            VALUE '12'.
              88 CA-RC-NOT-AUTHORISED       VALUE '16'.
           05 CA-MESSAGE                PIC X(60).
