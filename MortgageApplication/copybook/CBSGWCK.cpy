      ******************************************************************
      * CBSGWCK - RESTART CHECKPOINT RECORD FOR THE API GATEWAY LOG    *
      *           LOADER (CBSGWLD). HOLDS THE FILE BEING LOADED, THE   *
      *           DETAIL RECORDS COMMITTED SO FAR AND THE RUNNING      *
      *           TOTALS, SO AN ABEND MID-FILE RESUMES AFTER THE LAST  *
      *           COMMIT INSTEAD OF RELOADING MILLIONS OF ROWS.        *
      ******************************************************************
       01  GATEWAY-LOAD-CHECKPOINT.
           05 GC-CREATION-DATE        PIC X(10).
           05 GC-RECORDS-DONE         PIC S9(9)   USAGE COMP.
           05 GC-CALLS-LOADED         PIC S9(9)   USAGE COMP.
           05 GC-CALLS-ON-FILE        PIC S9(9)   USAGE COMP.
           05 GC-RECORDS-REJECTED     PIC S9(9)   USAGE COMP.
           05 GC-RUN-STATUS           PIC X(1).
              88 GC-STATUS-IN-PROGRESS    VALUE 'I'.
              88 GC-STATUS-COMPLETE       VALUE 'C'.
