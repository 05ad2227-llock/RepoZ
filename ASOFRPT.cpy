      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-10-15       *
      *             FOR THE EMPASOF AS-OF-DATE ROSTER,                 *
      *             LAID OUT LIKE THE RPTO0010 REPORT                  *
      *                                                                *
      ******************************************************************

       01  W-ASOF-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  ASOF-TITLE     PIC X(17) VALUE ' EMPLOYEES AS OF '.
           05  ATL-ASOF-DATE           PIC X(10).
           05  SPACER2                 PIC X(6) VALUE ' *****'.
           05  ATL-DATE-LIT            PIC X(10) VALUE ' RUN DATE '.
           05  ATL-RUN-DATE            PIC X(10).
           05  ATL-PAGE-LIT            PIC X(6) VALUE ' PAGE '.
           05  ATL-PAGE-NBR            PIC ZZZZ9.
           05  SPACER3                 PIC X(11) VALUE ' '.
      /
       01  W-ASOF-HEADER1.
           05  AH1-WORK-DEPT           PIC X(3) VALUE 'DEP'.
           05  SPACER1                          PIC X VALUE ' '.
           05  AH1-EMP-NBR             PIC X(06) VALUE 'EMPNUM'.
           05  SPACER2                          PIC X VALUE ' '.
           05  AH1-LAST-NAME           PIC X(15) VALUE 'LASTNME'.
           05  SPACER3                          PIC X VALUE ' '.
           05  AH1-FIRST-NAME          PIC X(12) VALUE 'FIRSTNME'.
           05  SPACER4                          PIC X VALUE ' '.
           05  AH1-SALARY              PIC X(10) VALUE 'SALARY'.
           05  SPACER5                          PIC X VALUE ' '.
           05  AH1-HIRE-DATE           PIC X(10) VALUE 'HIRE DATE'.
           05  SPACER6                          PIC X VALUE ' '.
           05  AH1-JOB-CODE            PIC X(08) VALUE 'JOB'.
           05  SPACER7                          PIC X VALUE ' '.
           05  AH1-STATUS              PIC X(08) VALUE 'STATUS'.
           05  FILLER                           PIC X(01) VALUE ' '.
      /
       01  W-ASOF-HEADER2.
           05  AH2-WORK-DEPT           PIC X(3) VALUE '---'.
           05  SPACER1                          PIC X VALUE ' '.
           05  AH2-EMP-NBR             PIC X(06) VALUE '------'.
           05  SPACER2                          PIC X VALUE ' '.
           05  AH2-LAST-NAME           PIC X(15) VALUE '-------'.
           05  SPACER3                          PIC X VALUE ' '.
           05  AH2-FIRST-NAME          PIC X(12) VALUE '--------'.
           05  SPACER4                          PIC X VALUE ' '.
           05  AH2-SALARY              PIC X(10) VALUE '------'.
           05  SPACER5                          PIC X VALUE ' '.
           05  AH2-HIRE-DATE           PIC X(10) VALUE '---------'.
           05  SPACER6                          PIC X VALUE ' '.
           05  AH2-JOB-CODE            PIC X(08) VALUE '--------'.
           05  SPACER7                          PIC X VALUE ' '.
           05  AH2-STATUS              PIC X(08) VALUE '--------'.
           05  FILLER                           PIC X(01) VALUE ' '.
      /
      ******************************************************************
      *   ONE ROSTER LINE PER EMPLOYEE, AS THE ROW STOOD ON THE DATE.  *
      *   STATUS IS BLANK WHEN THE ROW IS UNCHANGED SINCE, OTHERWISE   *
      *   SEE THE STATUS KEY LINES BELOW.                              *
      ******************************************************************
       01  W-ASOF-DETAIL-LINE.
           05  ADL-WORK-DEPT                    PIC X(3).
           05  SPACER1                          PIC X.
           05  ADL-EMP-NBR                      PIC X(06).
           05  SPACER2                          PIC X.
           05  ADL-LAST-NAME                    PIC X(15).
           05  SPACER3                          PIC X.
           05  ADL-FIRST-NAME                   PIC X(12).
           05  SPACER4                          PIC X.
           05  ADL-SALARY                       PIC ZZZZZZ9.99.
           05  SPACER5                          PIC X.
           05  ADL-HIRE-DATE                    PIC X(10).
           05  SPACER6                          PIC X.
           05  ADL-JOB-CODE                     PIC X(08).
           05  SPACER7                          PIC X.
           05  ADL-STATUS                       PIC X(08).
           05  FILLER                           PIC X(01).
      /
      ******************************************************************
      *   DEPARTMENT HEADER LINE - WRITTEN WHEN A NEW WORKDEPT STARTS  *
      ******************************************************************
       01  W-ASOF-DEPT-HEADER.
           05  ADH-LABEL               PIC X(05) VALUE 'DEPT '.
           05  ADH-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  ADH-DEPT-NAME           PIC X(36).
           05  FILLER                  PIC X(33) VALUE SPACES.
      /
      ******************************************************************
      *   DEPARTMENT SUBTOTAL LINE - WRITTEN ON EVERY WORKDEPT BREAK   *
      *   (DEPTNAME IS TRUNCATED TO 24 TO FIT THE 80-BYTE PRINT LINE)  *
      ******************************************************************
       01  W-ASOF-DEPT-TOTAL.
           05  ADT-LABEL               PIC X(11) VALUE 'DEPT TOTAL '.
           05  ADT-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ADT-COUNT-LIT           PIC X(07) VALUE 'COUNT: '.
           05  ADT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-SALARY-LIT          PIC X(08) VALUE 'SALARY: '.
           05  ADT-SALARY              PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ADT-DEPT-NAME           PIC X(24).
           05  FILLER                  PIC X(07) VALUE SPACES.
      /
      ******************************************************************
      *   GRAND TOTAL LINE - WRITTEN AFTER THE LAST ROSTER LINE        *
      ******************************************************************
       01  W-ASOF-GRAND-TOTAL.
           05  AGT-LABEL               PIC X(13) VALUE 'GRAND TOTAL  '.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGT-COUNT-LIT           PIC X(07) VALUE 'COUNT: '.
           05  AGT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGT-SALARY-LIT          PIC X(08) VALUE 'SALARY: '.
           05  AGT-SALARY              PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.
      /
      ******************************************************************
      *   REQUEST RECONCILIATION SECTION - WRITTEN AFTER THE GRAND     *
      *   TOTAL.  ONE LINE PER CARD EMPNO NOT ON THE ROSTER AND ONE    *
      *   PER CARD WORKDEPT WITH NOBODY IN IT ON THE DATE.             *
      ******************************************************************
       01  W-ASOF-EXCP-HEADER.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  AXH-TITLE      PIC X(29) VALUE
                                       ' REQUESTS NOT ON THE ROSTER '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  SPACER3                 PIC X(41) VALUE ' '.
      /
       01  W-ASOF-EXCP-LINE.
           05  AXL-LABEL               PIC X(06).
           05  AXL-KEY                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AXL-TEXT                PIC X(40).
           05  AXL-ASOF-DATE           PIC X(10).
           05  FILLER                  PIC X(17) VALUE SPACES.
      /
       01  W-ASOF-EXCP-CLEAN.
           05  AXC-TEXT                PIC X(40) VALUE
                   'EVERY REQUEST IS ON THE ROSTER'.
           05  FILLER                  PIC X(40) VALUE SPACES.
      /
      ******************************************************************
      *   STATUS KEY - EXPLAINS THE STATUS COLUMN OF THE ROSTER        *
      ******************************************************************
       01  W-ASOF-KEY-LINE1.
           05  AKL1-TEXT               PIC X(60) VALUE
               'STATUS CHANGED  - ROW HAS BEEN CHANGED SINCE THE DATE'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  W-ASOF-KEY-LINE2.
           05  AKL2-TEXT               PIC X(60) VALUE
               'STATUS DEACTVTD - DEACTIVATED SINCE THE DATE'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  W-ASOF-KEY-LINE3.
           05  AKL3-TEXT               PIC X(60) VALUE
               'STATUS NO D REC - OFF DSN8110.EMP WITH NO DEACTIVATION'.
           05  FILLER                  PIC X(20) VALUE SPACES.
