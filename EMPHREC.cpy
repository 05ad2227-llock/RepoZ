      *  R WAGNER - INITIAL VERSION - CHANGE-HISTORY  2026-09-02       *
      *             MASTER RECORD, SHARED BY EMPHLOAD                  *
      *             AND EMPHINQ                                        *
      *  R WAGNER - AFTER-IMAGE WIDENED TO THE FULL    2026-10-14      *
      *             EMP ROW TO MATCH EMPAUDIT (240                     *
      *             BYTES) - HISTMSTR REDEFINED AND                    *
      *             RELOADED                                           *
      *                                                                *
      ******************************************************************

               10  HM-AFT-LAST-NAME     PIC X(15).
               10  HM-AFT-FIRST-NAME    PIC X(12).
               10  HM-AFT-SALARY        PIC 9(07).99.
               10  HM-AFT-MIDINIT       PIC X(01).
               10  HM-AFT-PHONENO       PIC X(04).
               10  HM-AFT-HIRE-DATE     PIC X(10).
               10  HM-AFT-JOB-CODE      PIC X(08).
               10  HM-AFT-EDLEVEL       PIC 9(02).
               10  HM-AFT-SEX           PIC X(01).
               10  HM-AFT-BIRTH-DATE    PIC X(10).
               10  HM-AFT-BONUS         PIC 9(07).99.
               10  HM-AFT-COMM          PIC 9(07).99.
           05  FILLER                   PIC X(25).
