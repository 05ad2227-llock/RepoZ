      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-10-15       *
      *             FOR THE EMPQUAL DATA-QUALITY SCAN,                 *
      *             LAID OUT LIKE THE RPTO0010 REPORT                  *
      *                                                                *
      ******************************************************************

       01  W-QUAL-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  QUAL-TITLE     PIC X(34) VALUE
                                 ' EMPLOYEE DATA-QUALITY EXCEPTIONS '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  QTL-DATE-LIT            PIC X(10) VALUE ' RUN DATE '.
           05  QTL-RUN-DATE            PIC X(10).
           05  QTL-PAGE-LIT            PIC X(6) VALUE ' PAGE '.
           05  QTL-PAGE-NBR            PIC ZZZZ9.
           05  SPACER3                 PIC X(5) VALUE ' '.
      /
       01  W-QUAL-HEADER1.
           05  QH1-WORK-DEPT           PIC X(3) VALUE 'DEP'.
           05  SPACER1                          PIC X VALUE ' '.
           05  QH1-EMP-NBR             PIC X(06) VALUE 'EMPNUM'.
           05  SPACER2                          PIC X VALUE ' '.
           05  QH1-LAST-NAME           PIC X(15) VALUE 'LASTNME'.
           05  SPACER3                          PIC X VALUE ' '.
           05  QH1-ERR-TYPE            PIC X(02) VALUE 'TY'.
           05  SPACER4                          PIC X VALUE ' '.
           05  QH1-ERR-TEXT            PIC X(30) VALUE 'EXCEPTION'.
           05  SPACER5                          PIC X VALUE ' '.
           05  QH1-VALUE               PIC X(19) VALUE 'VALUE'.
      /
       01  W-QUAL-HEADER2.
           05  QH2-WORK-DEPT           PIC X(3) VALUE '---'.
           05  SPACER1                          PIC X VALUE ' '.
           05  QH2-EMP-NBR             PIC X(06) VALUE '------'.
           05  SPACER2                          PIC X VALUE ' '.
           05  QH2-LAST-NAME           PIC X(15) VALUE '-------'.
           05  SPACER3                          PIC X VALUE ' '.
           05  QH2-ERR-TYPE            PIC X(02) VALUE '--'.
           05  SPACER4                          PIC X VALUE ' '.
           05  QH2-ERR-TEXT            PIC X(30) VALUE '---------'.
           05  SPACER5                          PIC X VALUE ' '.
           05  QH2-VALUE               PIC X(19) VALUE '-----'.
      /
      ******************************************************************
      *   ONE LINE PER EXCEPTION - THE VALUE COLUMN SHOWS THE DATA IN  *
      *   ERROR (OR THE OTHER EMPNO OF A LIKELY DUPLICATE).            *
      ******************************************************************
       01  W-QUAL-DETAIL-LINE.
           05  QDL-WORK-DEPT                    PIC X(3).
           05  SPACER1                          PIC X.
           05  QDL-EMP-NBR                      PIC X(06).
           05  SPACER2                          PIC X.
           05  QDL-LAST-NAME                    PIC X(15).
           05  SPACER3                          PIC X.
           05  QDL-ERR-TYPE                     PIC 9(02).
           05  SPACER4                          PIC X.
           05  QDL-ERR-TEXT                     PIC X(30).
           05  SPACER5                          PIC X.
           05  QDL-VALUE                        PIC X(19).
      /
      ******************************************************************
      *   DEPARTMENT HEADER LINE - WRITTEN WHEN A NEW WORKDEPT STARTS  *
      ******************************************************************
       01  W-QUAL-DEPT-HEADER.
           05  QDH-LABEL               PIC X(05) VALUE 'DEPT '.
           05  QDH-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  QDH-DEPT-NAME           PIC X(36).
           05  FILLER                  PIC X(33) VALUE SPACES.
      /
      ******************************************************************
      *   DEPARTMENT SUBTOTAL LINE - WRITTEN ON EVERY WORKDEPT BREAK   *
      ******************************************************************
       01  W-QUAL-DEPT-TOTAL.
           05  QDT-LABEL               PIC X(11) VALUE 'DEPT TOTAL '.
           05  QDT-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QDT-COUNT-LIT           PIC X(12) VALUE 'EXCEPTIONS: '.
           05  QDT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QDT-DEPT-NAME           PIC X(24).
           05  FILLER                  PIC X(23) VALUE SPACES.
      /
      ******************************************************************
      *   EXCEPTIONS-BY-TYPE SUMMARY - WRITTEN AFTER THE LAST          *
      *   DEPARTMENT.  ONE LINE PER EXCEPTION TYPE WITH THE RETURN     *
      *   CODE THAT TYPE RAISES, THEN THE RUN TOTALS.                  *
      ******************************************************************
       01  W-QUAL-SUMM-HEADER.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  QSH-TITLE      PIC X(21) VALUE ' EXCEPTIONS BY TYPE '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  SPACER3                 PIC X(49) VALUE ' '.
      /
       01  W-QUAL-SUMM-LINE.
           05  QSL-ERR-TYPE            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QSL-ERR-TEXT            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QSL-SEV-LIT             PIC X(03) VALUE 'RC '.
           05  QSL-SEVERITY            PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QSL-COUNT-LIT           PIC X(07) VALUE 'COUNT: '.
           05  QSL-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.
      /
       01  W-QUAL-SUMM-TOTAL.
           05  QST-LABEL               PIC X(18) VALUE
                                       'TOTAL EXCEPTIONS: '.
           05  QST-COUNT               PIC ZZZZ9.
           05  QST-ROWS-LIT            PIC X(16) VALUE
                                       '   ROWS SCANNED '.
           05  QST-ROWS                PIC ZZZZ9.
           05  QST-RC-LIT              PIC X(18) VALUE
                                       '   CONDITION CODE '.
           05  QST-RC                  PIC 9(01).
           05  FILLER                  PIC X(17) VALUE SPACES.
