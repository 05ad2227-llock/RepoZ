      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-10-15       *
      *             FOR THE EMPMOVE MONTHLY MOVEMENT                   *
      *             AND TURNOVER REPORT                                *
      *                                                                *
      ******************************************************************

       01  W-MOVE-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  MOVE-TITLE     PIC X(24) VALUE
                                       ' WORKFORCE MOVEMENT FOR '.
           05  MTL-MONTH               PIC X(07).
           05  SPACER2                 PIC X(6) VALUE ' *****'.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  MTL-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.
      /
      ******************************************************************
      *   DEPARTMENT HEADER LINE - ONE PER DEPARTMENT REPORTED         *
      ******************************************************************
       01  W-MOVE-DEPT-LINE.
           05  MDL-LABEL               PIC X(05) VALUE 'DEPT '.
           05  MDL-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  MDL-DEPT-NAME           PIC X(36).
           05  FILLER                  PIC X(33) VALUE SPACES.
      /
      ******************************************************************
      *   HEADCOUNT MOVEMENT LINE - WRITTEN ONCE FOR THE DEPARTMENT'S  *
      *   OWN STAFF ('DIRECT'), ONCE FOR THE ADMRDEPT ROLLUP           *
      *   ('ROLLUP') AND ONCE MORE FOR THE COMPANY TOTAL.              *
      ******************************************************************
       01  W-MOVE-COUNT-LINE.
           05  MCL-SCOPE               PIC X(06).
           05  MCL-OPEN-LIT            PIC X(06) VALUE ' OPEN '.
           05  MCL-OPEN                PIC ZZZZ9.
           05  MCL-HIRE-LIT            PIC X(06) VALUE ' HIRE '.
           05  MCL-HIRE                PIC ZZZ9.
           05  MCL-SEP-LIT             PIC X(05) VALUE ' SEP '.
           05  MCL-SEP                 PIC ZZZ9.
           05  MCL-XIN-LIT             PIC X(05) VALUE ' XIN '.
           05  MCL-XIN                 PIC ZZZ9.
           05  MCL-XOUT-LIT            PIC X(06) VALUE ' XOUT '.
           05  MCL-XOUT                PIC ZZZ9.
           05  MCL-CLOSE-LIT           PIC X(07) VALUE ' CLOSE '.
           05  MCL-CLOSE               PIC ZZZZ9.
           05  MCL-TURN-LIT            PIC X(06) VALUE ' TURN '.
           05  MCL-TURNOVER            PIC ZZ9.9.
           05  MCL-PCT-LIT             PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(01) VALUE SPACE.
      /
      ******************************************************************
      *   SALARY AND PROOF LINE - WRITTEN UNDER EACH MOVEMENT LINE.    *
      *   CLOSE PLUS THE NET MOVEMENT KEYED SINCE THE MONTH MUST EQUAL *
      *   THE LIVE DSN8110.EMP COUNT, OR THE LINE IS MARKED 'OFF'.     *
      ******************************************************************
       01  W-MOVE-SALARY-LINE.
           05  MSL-SCOPE               PIC X(06).
           05  MSL-CHG-LIT             PIC X(13) VALUE ' SAL CHANGES '.
           05  MSL-CHG-COUNT           PIC ZZZ9.
           05  MSL-AMT-LIT             PIC X(08) VALUE ' AMOUNT '.
           05  MSL-CHG-AMOUNT          PIC -ZZZZZZZ9.99.
           05  MSL-LATER-LIT           PIC X(11) VALUE ' LATER NET '.
           05  MSL-LATER-NET           PIC -ZZZ9.
           05  MSL-LIVE-LIT            PIC X(06) VALUE ' LIVE '.
           05  MSL-LIVE                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MSL-PROOF               PIC X(03).
           05  FILLER                  PIC X(06) VALUE SPACES.
      /
      ******************************************************************
      *   COMPANY TOTAL HEADER LINE                                    *
      ******************************************************************
       01  W-MOVE-GRAND-LINE.
           05  MGL-LABEL               PIC X(13) VALUE 'COMPANY TOTAL'.
           05  FILLER                  PIC X(67) VALUE SPACES.
      /
      ******************************************************************
      *   PROOF SUMMARY - WRITTEN AFTER THE COMPANY TOTAL              *
      ******************************************************************
       01  W-MOVE-PROOF-LINE.
           05  MPL-LABEL               PIC X(36) VALUE
                   'DEPARTMENTS OUT OF BALANCE TO EMP:  '.
           05  MPL-OFF-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.
      /
      ******************************************************************
      *   COLUMN KEY - EXPLAINS THE MOVEMENT AND PROOF COLUMNS         *
      ******************************************************************
       01  W-MOVE-KEY-LINE1.
           05  MKL1-TEXT               PIC X(70) VALUE
               'OPEN/CLOSE - HEADCOUNT AT MONTH START/END PER HISTMSTR'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  W-MOVE-KEY-LINE2.
           05  MKL2-TEXT               PIC X(70) VALUE
               'XIN/XOUT   - WORKDEPT CHANGES ON C AND M RECORDS'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  W-MOVE-KEY-LINE3.
           05  MKL3-TEXT               PIC X(70) VALUE
               'TURN       - SEPARATIONS / AVERAGE OF OPEN AND CLOSE'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  W-MOVE-KEY-LINE4.
           05  MKL4-TEXT               PIC X(70) VALUE
               'LATER NET  - NET MOVEMENT SINCE; CLOSE + NET = LIVE'.
           05  FILLER                  PIC X(10) VALUE SPACES.
