      ******************************************************************
      * CBSACTR - ARCHIVE GENERATION CATALOG RECORD (ARCCAT VSAM KSDS, *
      *           KEYED ON ARCHIVE ID + ABSOLUTE GENERATION NUMBER).   *
      *           ONE ENTRY PER ARCHIVE GENERATION WRITTEN BY          *
      *           CBSARCPG (APILOG), CBSAUDAR (AUDIT) OR CBSPIIMA      *
      *           (APILOGMK, THE MASKED REWRITES), POSTED BY THE       *
      *           WRITING RUN THROUGH CBSACTWR: THE DATASET NAME, THE  *
      *           EARLIEST AND LATEST ROW TIMESTAMPS, THE ROW COUNT,   *
      *           THE RANGE OF ACCOUNT NUMBERS (ZERO/ZERO WHEN NO ROW  *
      *           CARRIES ONE), THE MASKED FLAG AND THE CREATING JOB   *
      *           AND RUN DATE/TIME. AN ENTRY STAYS 'O' WHILE ITS RUN  *
      *           IS WRITING AND IS SET 'A' WHEN THE RUN ENDS; A RUN   *
      *           THAT ABENDS LEAVES IT 'O' FOR CBSACTVF TO REBUILD    *
      *           FROM THE DATASET. A GENERATION SUPERSEDED BY A       *
      *           MASKED REWRITE IS 'R' WITH THE REPLACING DATASET     *
      *           NAME, ONE THE VERIFY COULD NOT FIND IS 'M', AND A    *
      *           MASKED REWRITE THAT STOPPED PART-WAY, OR WHOSE ROWS  *
      *           DID NOT MATCH THE GENERATIONS IT COVERS, IS 'F'.     *
      *           GENERATION 0000 OF EACH ARCHIVE ID IS THE BASE       *
      *           RECORD: THE GDG BASE NAME AND THE LAST GENERATION    *
      *           NUMBER ISSUED, FROM WHICH THE NEXT RUN'S (+1)        *
      *           ABSOLUTE DATASET NAME IS BUILT. CBSACTSL SELECTS     *
      *           FROM 'A' AND 'O' ENTRIES ONLY. ONCE 200 NEWER        *
      *           GENERATIONS HAVE BEEN ISSUED, CBSACTHK RENAMES A     *
      *           GENERATION OUT OF ITS GDG TO <GDG BASE>.KNNNN AND    *
      *           REWRITES AK-DSN, AND ANY AK-REPLACED-BY NAMING IT,   *
      *           TO MATCH.                                            *
      ******************************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05 AK-KEY.
              10 AK-ARCHIVE-ID        PIC X(8).
              10 AK-GENERATION        PIC 9(4).
           05 AK-CONTENT-TYPE         PIC X(1).
              88 AK-CONTENT-API-LOG       VALUE 'L'.
              88 AK-CONTENT-AUDIT         VALUE 'A'.
           05 AK-MASKED-IND           PIC X(1).
              88 AK-MASKED                VALUE 'Y'.
              88 AK-NOT-MASKED            VALUE 'N'.
           05 AK-ENTRY-STATUS         PIC X(1).
              88 AK-STATUS-OPEN           VALUE 'O'.
              88 AK-STATUS-ACTIVE         VALUE 'A'.
              88 AK-STATUS-REPLACED       VALUE 'R'.
              88 AK-STATUS-MISSING        VALUE 'M'.
              88 AK-STATUS-FAILED         VALUE 'F'.
              88 AK-STATUS-SELECTABLE     VALUE 'O' 'A'.
           05 AK-DSN                  PIC X(44).
           05 AK-EARLIEST-TS          PIC X(26).
           05 AK-LATEST-TS            PIC X(26).
           05 AK-ROW-COUNT            PIC 9(9).
           05 AK-LOW-ACCOUNT          PIC 9(9).
           05 AK-HIGH-ACCOUNT         PIC 9(9).
           05 AK-CREATED-JOB          PIC X(8).
           05 AK-CREATED-DATE         PIC X(10).
           05 AK-CREATED-TIME         PIC X(8).
           05 AK-REPLACED-BY          PIC X(44).
           05 AK-VERIFIED-DATE        PIC X(10).
           05 AK-VERIFIED-COUNT       PIC 9(9).
           05 FILLER                  PIC X(23).

       01  ARCHIVE-CATALOG-BASE REDEFINES ARCHIVE-CATALOG-RECORD.
           05 AB-KEY.
              10 AB-ARCHIVE-ID        PIC X(8).
              10 AB-GENERATION        PIC 9(4).
           05 AB-CONTENT-TYPE         PIC X(1).
           05 AB-MASKED-IND           PIC X(1).
           05 AB-GDG-BASE             PIC X(35).
           05 AB-LAST-GENERATION      PIC 9(4).
           05 AB-DESCRIPTION          PIC X(24).
           05 FILLER                  PIC X(173).
