      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-09-02       *
      *             FOR THE RUNHIST RUN-HISTORY RPT                    *
      *                                                                *
      *  R WAGNER - BATCH_ID ON THE ABENDED-WITHOUT-  2026-10-15       *
      *             RERUN EXCEPTION LINE                               *
      *                                                                *
      ******************************************************************

       01  W-RUNH-TITLE.
           05  RNL-PGM-NAME            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RNL-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RNL-BATCH-ID            PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RNL-TEXT                PIC X(37) VALUE
                   'ABENDED - NO NORMAL RUN FOR THIS DATE'.
           05  FILLER                  PIC X(04) VALUE SPACES.
      /
