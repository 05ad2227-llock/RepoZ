      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION - PRINT LINES     2026-10-15       *
      *             FOR THE EMPCONF COORDINATOR                        *
      *             CONFIRMATION STATEMENTS AND THE                    *
      *             OPERATIONS SUMMARY                                 *
      *  R WAGNER - RELEASED-CARD TIE LINE            2026-10-15       *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *   STATEMENT TITLE - TOP OF EVERY PAGE OF A COORDINATOR'S       *
      *   STATEMENT.  PAGE NUMBERS START AGAIN AT 1 FOR EACH ONE.      *
      ******************************************************************
       01  W-CONF-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  CONF-TITLE     PIC X(24) VALUE
                                       ' CONFIRMATION STATEMENT '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  CFT-COORD-LIT           PIC X(07) VALUE ' COORD '.
           05  CFT-COORD-ID            PIC X(08).
           05  CFT-RUN-DATE-LIT        PIC X(05) VALUE ' RUN '.
           05  CFT-RUN-DATE            PIC X(10).
           05  CFT-PAGE-LIT            PIC X(06) VALUE ' PAGE '.
           05  CFT-PAGE-NBR            PIC ZZZZ9.
           05  SPACER3                 PIC X(5) VALUE ' '.
      /
       01  W-CONF-DEST-LINE.
           05  CFD-DEST-LIT            PIC X(10) VALUE 'ROUTED TO '.
           05  CFD-DEST                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFD-TEXT                PIC X(40).
           05  FILLER                  PIC X(21) VALUE SPACES.
      /
      ******************************************************************
      *   SECTION HEADING - APPLIED, REJECTED, STILL PENDING,          *
      *   ESCALATED, CONTROL TOTALS.                                   *
      ******************************************************************
       01  W-CONF-SECTION-LINE.
           05  CFS-LIT                 PIC X(04) VALUE '*** '.
           05  CFS-TEXT                PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
      /
      ******************************************************************
      *   BATCH LINE - AHEAD OF EACH BATCH'S APPLIED CHANGES AND OF    *
      *   EACH BATCH'S REJECTS.                                        *
      ******************************************************************
       01  W-CONF-BATCH-LINE.
           05  CFB-BATCH-LIT           PIC X(08) VALUE '  BATCH '.
           05  CFB-COORD-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFB-BATCH-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFB-TEXT                PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.
      /
      ******************************************************************
      *   NOTE LINE - A WHOLE BATCH REJECTED OR SKIPPED, OR 'NONE'     *
      *   UNDER AN EMPTY SECTION.                                      *
      ******************************************************************
       01  W-CONF-NOTE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CFN-TEXT                PIC X(40).
           05  CFN-TEXT2               PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.
      /
      ******************************************************************
      *   APPLIED CHANGE - ONE PER EMPAUDIT RECORD.  THE BEFORE SIDE   *
      *   IS BLANK ON AN ADD, THE AFTER SIDE ON A DEACTIVATION.        *
      ******************************************************************
       01  W-CONF-APPLIED-HDR.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(07) VALUE 'EMPNO  '.
           05  FILLER                  PIC X(17) VALUE 'LAST NAME'.
           05  FILLER                  PIC X(09) VALUE 'DEPT     '.
           05  FILLER                  PIC X(13) VALUE 'SAL BEFORE   '.
           05  FILLER                  PIC X(12) VALUE 'SAL AFTER   '.
           05  FILLER                  PIC X(06) VALUE '   SEQ'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  W-CONF-APPLIED-LINE.
           05  CFA-ACTION-CODE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFA-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFA-LAST-NAME           PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFA-BEF-DEPT            PIC X(03).
           05  CFA-DEPT-ARROW          PIC X(01) VALUE '>'.
           05  CFA-AFT-DEPT            PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFA-BEF-SALARY          PIC ZZZZZZ9.99.
           05  CFA-BEF-SALARY-X  REDEFINES  CFA-BEF-SALARY
                                       PIC X(10).
           05  CFA-SALARY-ARROW        PIC X(03) VALUE ' > '.
           05  CFA-AFT-SALARY          PIC ZZZZZZ9.99.
           05  CFA-AFT-SALARY-X  REDEFINES  CFA-AFT-SALARY
                                       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFA-SEQ-NBR             PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.
      /
      ******************************************************************
      *   REJECTED CARD - ONE PER EMPREJ DETAIL RECORD, WITH THE       *
      *   REASON EMPMAINT GAVE.                                        *
      ******************************************************************
       01  W-CONF-REJECT-HDR.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(07) VALUE 'EMPNO  '.
           05  FILLER                  PIC X(04) VALUE 'DEP '.
           05  FILLER                  PIC X(16) VALUE 'LAST NAME'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  W-CONF-REJECT-LINE.
           05  CFR-ACTION-CODE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFR-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFR-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFR-LAST-NAME           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFR-REASON              PIC X(40).
           05  FILLER                  PIC X(11) VALUE SPACES.
      /
      ******************************************************************
      *   STILL-PENDING CARD - ONE PER EMPPNDOU RECORD, WITH THE DATE  *
      *   IT WILL BE RELEASED AND THE DATE IT WAS FIRST RECEIVED.      *
      ******************************************************************
       01  W-CONF-PENDING-HDR.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(07) VALUE 'EMPNO  '.
           05  FILLER                  PIC X(04) VALUE 'DEP '.
           05  FILLER                  PIC X(16) VALUE 'LAST NAME'.
           05  FILLER                  PIC X(19) VALUE 'RELEASE DATE'.
           05  FILLER                  PIC X(16) VALUE 'RECEIVED'.
           05  FILLER                  PIC X(16) VALUE 'STATUS'.

       01  W-CONF-PENDING-LINE.
           05  CFP-ACTION-CODE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-LAST-NAME           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-EFF-LIT             PIC X(08) VALUE 'RELEASE '.
           05  CFP-EFF-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-RCVD-LIT            PIC X(05) VALUE 'RCVD '.
           05  CFP-RECEIVED-DATE       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-STATUS              PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
      /
      ******************************************************************
      *   ESCALATED CARD - ONE PER EMPRCYCL ESCALATION ON RCYRPT.      *
      ******************************************************************
       01  W-CONF-ESCALATE-HDR.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(07) VALUE 'EMPNO  '.
           05  FILLER                  PIC X(11) VALUE 'CYCLES'.
           05  FILLER                  PIC X(40) VALUE
                                       'LAST REJECT REASON'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  W-CONF-ESCALATE-LINE.
           05  CFE-ACTION-CODE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFE-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFE-CYCLES-LIT          PIC X(07) VALUE 'CYCLES '.
           05  CFE-CYCLE-COUNT         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFE-REASON              PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.
      /
      ******************************************************************
      *   CONTROL TOTALS - TWO LINES PER BATCH: ITS DSN8110.RUNCTL     *
      *   FIGURES, THEN WHAT THIS STATEMENT SHOWS AGAINST THEM.        *
      ******************************************************************
       01  W-CONF-RUNCTL-LINE.
           05  CFC-BATCH-ID            PIC X(18).
           05  CFC-STATUS-LIT          PIC X(04) VALUE ' ST '.
           05  CFC-RUN-STATUS          PIC X(01).
           05  CFC-READ-LIT            PIC X(06) VALUE ' READ '.
           05  CFC-READ                PIC ZZZZ9.
           05  CFC-APPL-LIT            PIC X(06) VALUE ' APPL '.
           05  CFC-WRITTEN             PIC ZZZZ9.
           05  CFC-REJ-LIT             PIC X(05) VALUE ' REJ '.
           05  CFC-REJECTED            PIC ZZZZ9.
           05  CFC-HELD-LIT            PIC X(06) VALUE ' HELD '.
           05  CFC-HELD                PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  W-CONF-TIE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CFK-AUDIT-LIT           PIC X(11) VALUE 'AUDIT RECS '.
           05  CFK-AUDIT-STMT          PIC ZZZZ9.
           05  CFK-AUDIT-OF            PIC X(04) VALUE ' OF '.
           05  CFK-AUDIT-CTL           PIC ZZZZ9.
           05  CFK-REJ-LIT             PIC X(10) VALUE '  REJECTS '.
           05  CFK-REJ-STMT            PIC ZZZZ9.
           05  CFK-REJ-OF              PIC X(04) VALUE ' OF '.
           05  CFK-REJ-CTL             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFK-RESULT              PIC X(20).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  W-CONF-HELD-LINE.
           05  CFH-LABEL               PIC X(22).
           05  CFH-CTL-LIT             PIC X(08) VALUE ' RUNCTL '.
           05  CFH-CTL                 PIC ZZZZ9.
           05  CFH-STMT-LIT            PIC X(11) VALUE ' STATEMENT '.
           05  CFH-STMT                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFH-RESULT              PIC X(20).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  W-CONF-RELEASE-LINE.
           05  CFV-LABEL               PIC X(22) VALUE
                                       'RELEASED FROM PENDING'.
           05  CFV-CTL-LIT             PIC X(10) VALUE ' EMPPNDIN '.
           05  CFV-CTL                 PIC ZZZZ9.
           05  CFV-STMT-LIT            PIC X(11) VALUE ' STATEMENT '.
           05  CFV-STMT                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFV-RESULT              PIC X(20).
           05  FILLER                  PIC X(05) VALUE SPACES.
      /
       01  W-CONF-TOTAL-LINE.
           05  CFL-APPL-LIT            PIC X(08) VALUE 'APPLIED '.
           05  CFL-APPLIED             PIC ZZZZ9.
           05  CFL-REJ-LIT             PIC X(11) VALUE '  REJECTED '.
           05  CFL-REJECTED            PIC ZZZZ9.
           05  CFL-PEND-LIT            PIC X(10) VALUE '  PENDING '.
           05  CFL-PENDING             PIC ZZZZ9.
           05  CFL-ESC-LIT             PIC X(12) VALUE
                                       '  ESCALATED '.
           05  CFL-ESCALATED           PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  W-CONF-END-LINE.
           05  CFZ-END-LIT             PIC X(30) VALUE
                                   '*** END OF STATEMENT - COORD '.
           05  CFZ-COORD-ID            PIC X(08).
           05  CFZ-END-LIT2            PIC X(04) VALUE ' ***'.
           05  FILLER                  PIC X(38) VALUE SPACES.
      /
      ******************************************************************
      *   OPERATIONS SUMMARY (CONF0010) - ONE LINE PER STATEMENT WITH  *
      *   WHERE IT WAS ROUTED AND WHETHER IT TIED, THEN RUN TOTALS.    *
      ******************************************************************
       01  W-CSUM-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  CSUM-TITLE     PIC X(34) VALUE
                                 ' COORDINATOR CONFIRMATION SUMMARY '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  CST-DATE-LIT            PIC X(10) VALUE ' RUN DATE '.
           05  CST-RUN-DATE            PIC X(10).
           05  CST-PAGE-LIT            PIC X(6) VALUE ' PAGE '.
           05  CST-PAGE-NBR            PIC ZZZZ9.
           05  SPACER3                 PIC X(5) VALUE ' '.
      /
       01  W-CSUM-HEADER1.
           05  CSH1-COORD-ID           PIC X(10) VALUE 'COORD'.
           05  CSH1-DEST               PIC X(08) VALUE 'DEST'.
           05  CSH1-APPLIED            PIC X(11) VALUE '    APPLIED'.
           05  CSH1-REJECTED           PIC X(11) VALUE '   REJECTED'.
           05  CSH1-PENDING            PIC X(11) VALUE '    PENDING'.
           05  CSH1-ESCALATED          PIC X(11) VALUE '  ESCALATED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSH1-RESULT             PIC X(16) VALUE 'RESULT'.
      /
       01  W-CSUM-HEADER2.
           05  CSH2-COORD-ID           PIC X(10) VALUE '--------'.
           05  CSH2-DEST               PIC X(08) VALUE '--------'.
           05  CSH2-APPLIED            PIC X(11) VALUE '    -------'.
           05  CSH2-REJECTED           PIC X(11) VALUE '   --------'.
           05  CSH2-PENDING            PIC X(11) VALUE '    -------'.
           05  CSH2-ESCALATED          PIC X(11) VALUE '  ---------'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSH2-RESULT             PIC X(16) VALUE '------'.
      /
       01  W-CSUM-LINE.
           05  CSL-COORD-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-DEST                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-APPLIED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-REJECTED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-PENDING             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-ESCALATED           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-RESULT              PIC X(16).
      /
       01  W-CSUM-NOCTL-LINE.
           05  CSN-TEXT                PIC X(50) VALUE
               'NO DISTCTL SUPPLIED - EVERY STATEMENT TO CATCHALL'.
           05  FILLER                  PIC X(30) VALUE SPACES.
      /
       01  W-CSUM-TOTAL.
           05  CSZ-STMT-LIT            PIC X(12) VALUE 'STATEMENTS: '.
           05  CSZ-STATEMENTS          PIC ZZZZ9.
           05  CSZ-OFF-LIT             PIC X(13) VALUE
                                       '   NOT TIED: '.
           05  CSZ-NOT-TIED            PIC ZZZZ9.
           05  CSZ-UNR-LIT             PIC X(15) VALUE
                                       '   NOT ROUTED: '.
           05  CSZ-UNROUTED            PIC ZZZZ9.
           05  CSZ-RC-LIT              PIC X(18) VALUE
                                       '   CONDITION CODE '.
           05  CSZ-RC                  PIC 9(01).
           05  FILLER                  PIC X(06) VALUE SPACES.
