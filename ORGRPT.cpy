      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-10-15       *
      *             FOR THE EMPORG ORGANIZATION CHART,                 *
      *             LAID OUT LIKE THE RPTO0010 REPORT                  *
      *                                                                *
      ******************************************************************

       01  W-ORG-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  ORG-TITLE      PIC X(20) VALUE ' ORGANIZATION CHART '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  OTL-DATE-LIT            PIC X(10) VALUE ' RUN DATE '.
           05  OTL-RUN-DATE            PIC X(10).
           05  OTL-PAGE-LIT            PIC X(6) VALUE ' PAGE '.
           05  OTL-PAGE-NBR            PIC ZZZZ9.
           05  SPACER3                 PIC X(19) VALUE ' '.
      /
       01  W-ORG-HEADER1.
           05  OH1-TREE                PIC X(50) VALUE
               'DEPARTMENT - INDENTED UNDER ITS ADMRDEPT'.
           05  OH1-DIRECT              PIC X(09) VALUE '   DIRECT'.
           05  OH1-TOTAL               PIC X(09) VALUE '    TOTAL'.
           05  SPACER1                 PIC X(12) VALUE ' '.
      /
       01  W-ORG-HEADER2.
           05  OH2-TREE                PIC X(50) VALUE
               '----------------------------------------'.
           05  OH2-DIRECT              PIC X(09) VALUE '   ------'.
           05  OH2-TOTAL               PIC X(09) VALUE '    -----'.
           05  SPACER1                 PIC X(12) VALUE ' '.
      /
      ******************************************************************
      *   DEPARTMENT LINE - DEPTNO AND NAME INDENTED TWO BYTES PER     *
      *   ADMRDEPT LEVEL, THEN THE DEPARTMENT'S OWN HEADCOUNT AND THE  *
      *   HEADCOUNT OF THE DEPARTMENT AND EVERYTHING BENEATH IT.       *
      ******************************************************************
       01  W-ORG-DEPT-LINE.
           05  ODL-TREE                PIC X(50).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ODL-DIRECT              PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ODL-TOTAL               PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
      /
      ******************************************************************
      *   MANAGER LINE - UNDER EVERY DEPARTMENT LINE.  SPAN IS THE     *
      *   MANAGER'S DIRECT REPORTS OVER EVERY DEPARTMENT THEY RUN.     *
      ******************************************************************
       01  W-ORG-MGR-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  OML-LOC-LIT             PIC X(04) VALUE 'LOC '.
           05  OML-LOCATION            PIC X(16).
           05  OML-MGR-LIT             PIC X(05) VALUE ' MGR '.
           05  OML-MGRNO               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OML-MGR-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OML-MGR-JOB             PIC X(08).
           05  OML-SPAN-LIT            PIC X(06) VALUE ' SPAN '.
           05  OML-SPAN                PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
      /
      ******************************************************************
      *   EXCEPTION LINE - ONE UNDER THE MANAGER LINE PER EXCEPTION    *
      ******************************************************************
       01  W-ORG-FLAG-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  OFL-FLAG-LIT            PIC X(04) VALUE '*** '.
           05  OFL-TEXT                PIC X(50).
           05  FILLER                  PIC X(20) VALUE SPACES.
      /
      ******************************************************************
      *   EXCEPTION SUMMARY - WRITTEN AFTER THE LAST DEPARTMENT.  ONE  *
      *   LINE PER EXCEPTION TYPE, THEN THE RUN TOTALS.                *
      ******************************************************************
       01  W-ORG-SUMM-HEADER.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  OSH-TITLE      PIC X(25) VALUE
                                       ' ORGANIZATION EXCEPTIONS '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  SPACER3                 PIC X(45) VALUE ' '.
      /
       01  W-ORG-SUMM-LINE.
           05  OSL-TEXT                PIC X(40).
           05  OSL-COUNT-LIT           PIC X(07) VALUE 'COUNT: '.
           05  OSL-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.
      /
       01  W-ORG-SUMM-TOTAL.
           05  OST-DEPT-LIT            PIC X(13) VALUE
                                       'DEPARTMENTS: '.
           05  OST-DEPTS               PIC ZZZZ9.
           05  OST-EMP-LIT             PIC X(14) VALUE
                                       '   EMPLOYEES: '.
           05  OST-EMPLOYEES           PIC ZZZZZ9.
           05  OST-LIMIT-LIT           PIC X(15) VALUE
                                       '   SPAN LIMIT: '.
           05  OST-SPAN-LIMIT          PIC X(04).
           05  FILLER                  PIC X(23) VALUE SPACES.
