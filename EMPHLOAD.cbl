      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-09-02      *
      *  R WAGNER - FULL-ROW AFTER-IMAGE - EMPAUDIT    2026-10-14      *
      *             AND HISTMSTR NOW 240 BYTES                         *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-EMP-NBR               PIC X(06).
           05  AU-BEF-IMAGE             PIC X(96).
           05  AU-AFT-IMAGE             PIC X(96).
           05  FILLER                   PIC X(25).

      /
      ******************************************************************
