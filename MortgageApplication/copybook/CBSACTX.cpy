      ******************************************************************
      * CBSACTX - CALL PARAMETER AREA FOR CBSACTWR, THE ARCHIVE        *
      *           CATALOG POSTING SUBPROGRAM. A WRITER CALLS 'OPEN'    *
      *           WITH ITS ARCHIVE ID, JOB NAME AND THE DD NAME OF ITS *
      *           (+1) OUTPUT BEFORE WRITING ITS FIRST ROW AND GETS    *
      *           BACK THE GENERATION NUMBER AND DATASET NAME THAT DD  *
      *           WAS ALLOCATED AS;                                    *
      *           'ADDR' ONCE PER ROW WRITTEN (TIMESTAMP AND ACCOUNT   *
      *           NUMBER, -1 WHEN THE ROW HAS NO ACCOUNT) - NO I/O;    *
      *           'SYNC' AFTER EACH COMMIT TO POST THE COUNTS SO FAR;  *
      *           'CLOS' AT END OF RUN, OR 'FAIL' WHEN THE GENERATION  *
      *           MUST NOT BE USED. 'RPLC' (MASKED REWRITES ONLY,      *
      *           AFTER 'CLOS') MARKS THE GENERATIONS THE NEW ONE      *
      *           COVERS AS REPLACED, PROVIDED THEIR ROW COUNTS ADD UP *
      *           TO ITS OWN - RC 04 WHEN THEY DO NOT, AND NOTHING IS  *
      *           MARKED; THE CALLER THEN ISSUES 'FAIL' SO THE MASKED  *
      *           GENERATION IS NOT SELECTED BESIDE THE ORIGINALS.     *
      *           RC 12 MEANS THE CATALOG COULD NOT BE READ OR         *
      *           UPDATED, HAS NO BASE RECORD FOR THE ARCHIVE ID, OR   *
      *           THE DD IS NOT A NEW GENERATION OF THE ARCHIVE'S GDG. *
      ******************************************************************
       01  CBSACTX-PARMS.
           05 KX-FUNCTION              PIC X(4).
              88 KX-FUNC-OPEN              VALUE 'OPEN'.
              88 KX-FUNC-ADD-ROW           VALUE 'ADDR'.
              88 KX-FUNC-SYNC              VALUE 'SYNC'.
              88 KX-FUNC-CLOSE             VALUE 'CLOS'.
              88 KX-FUNC-FAIL              VALUE 'FAIL'.
              88 KX-FUNC-REPLACE           VALUE 'RPLC'.
           05 KX-ARCHIVE-ID            PIC X(8).
           05 KX-JOB-NAME              PIC X(8).
           05 KX-DD-NAME               PIC X(8).
           05 KX-GENERATION            PIC 9(4).
           05 KX-DSN                   PIC X(44).
           05 KX-ROW-TIME-STAMP        PIC X(26).
           05 KX-ROW-ACCOUNT           PIC S9(9) USAGE COMP.
           05 KX-ROWS-CATALOGED        PIC S9(9) USAGE COMP.
           05 KX-COVERED-ROWS          PIC S9(9) USAGE COMP.
           05 KX-REPLACED-COUNT        PIC S9(9) USAGE COMP.
           05 KX-RETURN-CODE           PIC X(2).
              88 KX-RC-OK                  VALUE '00'.
              88 KX-RC-NOT-MATCHED         VALUE '04'.
              88 KX-RC-CATALOG-ERROR       VALUE '12'.
