      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONF.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    COORDINATOR CONFIRMATION STATEMENTS.  RUNS AFTER THE
      *    NIGHTLY EMPMAINT AND EMPRCYCL STEPS AND PULLS WHAT
      *    HAPPENED TO EVERY CARD INTO ONE STATEMENT PER COORDINATOR:
      *      - APPLIED CHANGES (EMPAUDIT) WITH THE BEFORE AND AFTER
      *        DEPARTMENT AND SALARY, BY BATCH
      *      - REJECTED CARDS (EMPREJ) WITH EMPMAINT'S REASON, BY
      *        BATCH, AND ANY BATCH REJECTED WHOLE OR SKIPPED
      *      - CARDS STILL PENDING (EMPPNDOU) WITH THE DATE EACH
      *        WILL BE RELEASED
      *      - CARDS EMPRCYCL ESCALATED (RCYRPT)
      *    EACH STATEMENT ENDS WITH CONTROL TOTALS TIED TO THE
      *    EMPMAINT APPLY ROW OF EACH OF THE COORDINATOR'S BATCHES
      *    ON DSN8110.RUNCTL.  EACH STATEMENT IS ROUTED TO THE BURST
      *    DD THE DISTCTL CONTROL FILE GIVES THE COORDINATOR, SO A
      *    COORDINATOR RECEIVES ONLY THEIR OWN; OPERATIONS GET A
      *    ONE-LINE-PER-STATEMENT SUMMARY ON CONF0010.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EMPAUDIT - TONIGHT'S EMPMAINT AUDIT FILE.  IF
      *                           EMPMAINT WAS RESTARTED, CONCATENATE
      *                           THE EMPAUDIT OF EVERY ATTEMPT,
      *                           OLDEST FIRST
      *                EMPREJ   - TONIGHT'S EMPMAINT REJECT FILE, EACH
      *                           BATCH'S REJECTS BEHIND AN ECHO OF
      *                           ITS HEADER.  IF EMPMAINT WAS
      *                           RESTARTED, CONCATENATE THE EMPREJ OF
      *                           EVERY ATTEMPT, OLDEST FIRST, IN THE
      *                           SAME ORDER AS EMPAUDIT
      *                EMPPNDOU - OPTIONAL - TONIGHT'S PENDING SUSPENSE
      *                           FILE (EMPPNDRP IS ITS PRINTED COPY) -
      *                           THE LAST ATTEMPT'S ONLY
      *                EMPPNDIN - OPTIONAL - THE PENDING SUSPENSE FILE
      *                           EMPMAINT READ TONIGHT; ITS CARDS DUE
      *                           BY THE RUN DATE NAME THE COORDINATOR
      *                           OF EACH RELEASED CARD
      *                RCYRPT   - OPTIONAL - THE EMPRCYCL REPORT; ONLY
      *                           ITS ESCALATION LINES ARE USED
      *                DISTCTL  - OPTIONAL - THE DISTRIBUTION CONTROL
      *                           FILE DB2CBLEX BURSTS BY.  A
      *                           STATEMENT GOES TO THE DESTINATION
      *                           OF THE FIRST RECORD CARRYING ITS
      *                           COORDINATOR ID
      *
      *  OUTPUT FILES: BURST01-BURST08, CATCHALL - THE STATEMENTS
      *                CONF0010 - THE OPERATIONS SUMMARY
      *
      *  COPY MEMBERS: CONFRPT
      *
      *    TABLES:
      *           DSN8110.RUNCTL
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE LAST SORTED STATEMENT LINE IS WRITTEN
      *
      *      ABNORMAL:
      *             A DB2 RETURN CODE DB2CBLEX WOULD ALSO TREAT AS
      *             FATAL (SEE P9999-ABEND-DB2-ERROR), OR EMPAUDIT OR
      *             EMPREJ FAILS TO OPEN (SEE P9998)
      *
      *    RETURN CODES:
      *             0 - EVERY STATEMENT TIES AND WAS ROUTED
      *             4 - A STATEMENT DOES NOT TIE TO DSN8110.RUNCTL, OR
      *                 A COORDINATOR HAS NO DISTCTL ENTRY
      *
      *    SPECIAL LOGIC:  A BATCH IS THE COORDINATOR AND BATCH DATE
      *                    OF ITS HEADER - THE RUNCTL BATCH_ID.  THE
      *                    TIE PER BATCH IS ITS EMPAUDIT RECORDS
      *                    AGAINST AUDIT_SEQ - AUDIT_SEQ_BASE AND ITS
      *                    EMPREJ DETAIL RECORDS AGAINST RECS_REJECTED.
      *                    EMPPNDOU CARRIES NO BATCH, SO HELD CARDS
      *                    TIE PER COORDINATOR: TONIGHT'S NEW HOLDS
      *                    AGAINST RECS_READ - RECS_WRITTEN -
      *                    RECS_REJECTED OVER THE COORDINATOR'S
      *                    BATCHES.
      *
      *                    THE PENDING RELEASE ('*PENDING' BATCH_ID)
      *                    GETS A STATEMENT OF ITS OWN UNDER
      *                    COORDINATOR '*PENDING', ALWAYS TO CATCHALL
      *                    UNLESS DISTCTL NAMES IT.  EVERY RELEASED
      *                    CARD IS ALSO SHOWN ON THE STATEMENT OF THE
      *                    COORDINATOR WHO SENT IT: A REJECT UNDER THE
      *                    COORDINATOR EMPREJ NAMES, AN APPLY UNDER THE
      *                    COORDINATOR OF THE EMPPNDIN CARD DUE TONIGHT
      *                    WITH ITS ACTION AND EMPNO (ON AN 'M' CARD,
      *                    ITS FROM- AND TO-DEPARTMENTS) - EMPAUDIT
      *                    DOES NOT CARRY THE COORDINATOR.  EACH
      *                    STATEMENT TIES THOSE DUE CARDS TO WHAT
      *                    BECAME OF THEM.  CARDS WITH NO COORDINATOR
      *                    GO UNDER '*UNKNOWN' TO CATCHALL, FLAGGED.
      *
      *                    AFTER A RESTART EMPMAINT REOPENS EMPAUDIT
      *                    AND EMPREJ, SO WHAT IT DID BEFORE THE ABEND
      *                    IS ONLY ON THE EARLIER ATTEMPTS' FILES, AND
      *                    WHAT IT DID AFTER ITS LAST COMMIT (ROLLED
      *                    BACK) IS DONE AGAIN ON THE RESTART'S.  SO:
      *                    AN AUDIT RECORD IS KEPT ONCE PER BATCH_ID
      *                    AND AUDIT SEQUENCE NUMBER - THE LAST
      *                    ATTEMPT'S - AND ONLY INSIDE THE BATCH'S
      *                    RUNCTL RANGE; EVERY HEADER ECHO OF A BATCH
      *                    THAT WAS OPENED IS ONE ATTEMPT AT IT; ATTEMPT
      *                    N KEEPS ONLY AS MANY OF ITS REJECTS AS ITS
      *                    OWN RUNCTL ROW (THE N-TH OF THE RUN DATE BY
      *                    RUN_TS, LEAVING OUT 'R' ROWS) ADDED TO
      *                    RECS_REJECTED BEFORE IT ENDED.  A BATCH
      *                    REJECTED WHOLE IS NOT AN ATTEMPT: ITS ECHO IS
      *                    NOTED ONCE, AND IF THE BATCH WAS ALSO OPENED
      *                    ITS 'R' ROWS ARE LEFT OUT OF THE TIE.  THE
      *                    PENDING RELEASE COMMITS WHOLE, SO ONLY THE
      *                    LAST RECS_REJECTED RELEASE REJECTS ON THE
      *                    FILE ARE ITS OWN.  EVERYTHING SET ASIDE IS
      *                    COUNTED ON THE CONSOLE.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-10-15      *
      *  R WAGNER - EMPAUDIT/EMPREJ OF EVERY ATTEMPT   2026-10-15      *
      *             OF A RESTARTED EMPMAINT; HELD-                     *
      *             OVER TIE ON THE PENDING STATEMENT                  *
      *  R WAGNER - RELEASED APPLIES ALSO UNDER THE    2026-10-15      *
      *             SENDING COORDINATOR (EMPPNDIN),                    *
      *             WITH A RELEASE TIE; ATTEMPT ROWS                   *
      *             OF THE RUN DATE ONLY, 'R' ROWS                     *
      *             AND ECHOES KEPT APART                              *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AUDIT-IN-FILE       ASSIGN TO EMPAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-IN-FILE      ASSIGN TO EMPREJ
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL PENDING-HELD-FILE ASSIGN TO EMPPNDOU
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL PENDING-IN-FILE   ASSIGN TO EMPPNDIN
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT OPTIONAL RECYCLE-RPT-FILE  ASSIGN TO RCYRPT
               FILE STATUS IS WS-RCYRPT-STATUS.

           SELECT OPTIONAL DIST-CTL-FILE     ASSIGN TO DISTCTL
               FILE STATUS IS WS-DISTCTL-STATUS.

           SELECT CONF-SUMMARY-FILE   ASSIGN TO CONF0010.

           SELECT BURST-FILE-01       ASSIGN TO BURST01.
           SELECT BURST-FILE-02       ASSIGN TO BURST02.
           SELECT BURST-FILE-03       ASSIGN TO BURST03.
           SELECT BURST-FILE-04       ASSIGN TO BURST04.
           SELECT BURST-FILE-05       ASSIGN TO BURST05.
           SELECT BURST-FILE-06       ASSIGN TO BURST06.
           SELECT BURST-FILE-07       ASSIGN TO BURST07.
           SELECT BURST-FILE-08       ASSIGN TO BURST08.
           SELECT BURST-CATCHALL-FILE ASSIGN TO CATCHALL.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  AUDIT-IN-FILE                      DDNAME - EMPAUDIT    *
      *        THE EMPMAINT AUDIT FILE - ONE RECORD PER ROW CHANGED,   *
      *        BEFORE AND AFTER IMAGES, AND THE RUNCTL BATCH_ID OF THE *
      *        BATCH (OR '*PENDING' RELEASE) IT CAME FROM.  EVERY      *
      *        ATTEMPT'S, OLDEST FIRST, AFTER A RESTART.               *
      ******************************************************************

       FD  AUDIT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-IN-RECORD.

       01  AUDIT-IN-RECORD.
           05  AU-SEQ-NBR               PIC 9(06).
           05  AU-RUN-DATE              PIC X(10).
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-EMP-NBR               PIC X(06).
           05  AU-BEF-IMAGE.
               10  AU-BEF-WORK-DEPT     PIC X(03).
               10  AU-BEF-LAST-NAME     PIC X(15).
               10  AU-BEF-FIRST-NAME    PIC X(12).
               10  AU-BEF-SALARY        PIC 9(07).99.
               10  AU-BEF-MIDINIT       PIC X(01).
               10  AU-BEF-PHONENO       PIC X(04).
               10  AU-BEF-HIRE-DATE     PIC X(10).
               10  AU-BEF-JOB-CODE      PIC X(08).
               10  AU-BEF-EDLEVEL       PIC 9(02).
               10  AU-BEF-SEX           PIC X(01).
               10  AU-BEF-BIRTH-DATE    PIC X(10).
               10  AU-BEF-BONUS         PIC 9(07).99.
               10  AU-BEF-COMM          PIC 9(07).99.
           05  AU-AFT-IMAGE.
               10  AU-AFT-WORK-DEPT     PIC X(03).
               10  AU-AFT-LAST-NAME     PIC X(15).
               10  AU-AFT-FIRST-NAME    PIC X(12).
               10  AU-AFT-SALARY        PIC 9(07).99.
               10  AU-AFT-MIDINIT       PIC X(01).
               10  AU-AFT-PHONENO       PIC X(04).
               10  AU-AFT-HIRE-DATE     PIC X(10).
               10  AU-AFT-JOB-CODE      PIC X(08).
               10  AU-AFT-EDLEVEL       PIC 9(02).
               10  AU-AFT-SEX           PIC X(01).
               10  AU-AFT-BIRTH-DATE    PIC X(10).
               10  AU-AFT-BONUS         PIC 9(07).99.
               10  AU-AFT-COMM          PIC 9(07).99.
           05  AU-BATCH-ID.
               10  AU-BATCH-COORD       PIC X(08).
               10  AU-BATCH-DATE        PIC X(10).
           05  FILLER                   PIC X(07).

      /
      ******************************************************************
      * FILE:  REJECT-IN-FILE                     DDNAME - EMPREJ      *
      *        THE EMPMAINT REJECT FILE - THE 80-BYTE TRANSACTION      *
      *        CARD PLUS THE 40-BYTE REJECT REASON.  EACH BATCH'S      *
      *        REJECTS FOLLOW AN ECHO OF ITS ORIGINATING BATCH HEADER, *
      *        WHOSE REASON SAYS WHETHER THE BATCH WAS OPENED,         *
      *        REJECTED WHOLE, SKIPPED, OR IS THE PENDING RELEASE.     *
      *        EVERY ATTEMPT'S, OLDEST FIRST, AFTER A RESTART; READ    *
      *        TWICE - ONCE TO COUNT THE RELEASE REJECTS.              *
      ******************************************************************

       FD  REJECT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJECT-IN-RECORD.

       01  REJECT-IN-RECORD.
           05  RI-TRANS-DATA.
               10  RI-ACTION-CODE       PIC X(01).
               10  RI-EMP-NBR           PIC X(06).
               10  RI-WORK-DEPT         PIC X(03).
               10  RI-LAST-NAME         PIC X(15).
               10  FILLER               PIC X(55).
           05  RI-REASON                PIC X(40).
           05  RI-REASON-PARTS  REDEFINES  RI-REASON.
               10  RI-REASON-PREFIX     PIC X(16).
               10  FILLER               PIC X(24).

       01  REJECT-IN-HEADER.
           05  RIH-RECORD-TYPE          PIC X(01).
           05  RIH-COORDINATOR-ID       PIC X(08).
           05  RIH-BATCH-DATE           PIC X(10).
           05  FILLER                   PIC X(101).

      /
      ******************************************************************
      * FILE:  PENDING-HELD-FILE                  DDNAME - EMPPNDOU    *
      *        TONIGHT'S PENDING SUSPENSE FILE - EVERY CARD STILL      *
      *        HELD FOR A FUTURE EFFECTIVE DATE, WITH THE DATE IT WAS  *
      *        RECEIVED AND THE COORDINATOR WHO SENT IT.               *
      ******************************************************************

       FD  PENDING-HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-HELD-RECORD.

       01  PENDING-HELD-RECORD.
           05  PO-CARD                  PIC X(80).
           05  PO-CARD-FIELDS  REDEFINES  PO-CARD.
               10  PO-ACTION-CODE       PIC X(01).
               10  PO-EMP-NBR           PIC X(06).
               10  PO-WORK-DEPT         PIC X(03).
               10  PO-LAST-NAME         PIC X(15).
               10  FILLER               PIC X(24).
               10  PO-EFF-DATE          PIC X(10).
               10  FILLER               PIC X(21).
           05  PO-RECEIVED-DATE         PIC X(10).
           05  PO-COORDINATOR-ID        PIC X(08).

      /
      ******************************************************************
      * FILE:  PENDING-IN-FILE                    DDNAME - EMPPNDIN    *
      *        THE PENDING SUSPENSE FILE EMPMAINT READ TONIGHT (LAST   *
      *        NIGHT'S EMPPNDOU).  THE CARDS DUE BY THE EMPMAINT RUN   *
      *        DATE ARE THE ONES ITS PENDING RELEASE APPLIED OR        *
      *        REJECTED; EACH CARRIES THE COORDINATOR WHO SENT IT.     *
      *        ON AN 'M' CARD THE EMPNO BYTES HOLD THE FROM- AND       *
      *        TO-DEPARTMENTS.                                         *
      ******************************************************************

       FD  PENDING-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-IN-RECORD.

       01  PENDING-IN-RECORD.
           05  PI-CARD                  PIC X(80).
           05  PI-CARD-FIELDS  REDEFINES  PI-CARD.
               10  PI-ACTION-CODE       PIC X(01).
               10  PI-EMP-NBR           PIC X(06).
               10  FILLER               PIC X(42).
               10  PI-EFF-DATE          PIC X(10).
               10  FILLER               PIC X(21).
           05  PI-RECEIVED-DATE         PIC X(10).
           05  PI-COORDINATOR-ID        PIC X(08).

      /
      ******************************************************************
      * FILE:  RECYCLE-RPT-FILE                   DDNAME - RCYRPT      *
      *        THE EMPRCYCL REPORT.  ONLY ITS ESCALATION LINES ARE     *
      *        READ - 'CYCLES: ' AND 'ESCALATED ' IN THEIR COLUMNS.    *
      ******************************************************************

       FD  RECYCLE-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECYCLE-RPT-RECORD.

       01  RECYCLE-RPT-RECORD.
           05  RX-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(01).
           05  RX-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(01).
           05  RX-CYCLES-LIT            PIC X(08).
           05  RX-CYCLE-COUNT           PIC X(02).
           05  FILLER                   PIC X(01).
           05  RX-TEXT                  PIC X(10).
           05  RX-REASON                PIC X(40).
           05  FILLER                   PIC X(01).
           05  RX-COORDINATOR           PIC X(08).
           05  FILLER                   PIC X(01).

      /
      ******************************************************************
      * FILE:  DIST-CTL-FILE                      DDNAME - DISTCTL     *
      *        DISTRIBUTION CONTROL - THE DB2CBLEX LAYOUT: DEPTNO,     *
      *        COORDINATOR ID AND DESTINATION (ONE OF THE BURST01-     *
      *        BURST08 DD NAMES).  A COORDINATOR WITH NO RECORD FALLS  *
      *        THROUGH TO THE CATCHALL DD AND IS FLAGGED ON THE        *
      *        SUMMARY.  IF THE DD IS NOT SUPPLIED EVERYTHING GOES TO  *
      *        CATCHALL.                                               *
      ******************************************************************

       FD  DIST-CTL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIST-CTL-RECORD.

       01  DIST-CTL-RECORD.
           05  DC-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(01).
           05  DC-COORD-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DC-DEST                 PIC X(08).
           05  FILLER                  PIC X(59).

      /
      ******************************************************************
      * FILE:  CONF-SUMMARY-FILE                  DDNAME - CONF0010    *
      *        OPERATIONS SUMMARY - ONE LINE PER STATEMENT             *
      ******************************************************************

       FD  CONF-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONF-SUMMARY-RECORD.

       01  CONF-SUMMARY-RECORD   PIC X(80).

      /
      ******************************************************************
      * FILES: BURST-FILE-01 .. -08, BURST-CATCHALL-FILE               *
      *        DDNAMES BURST01-BURST08 AND CATCHALL - THE STATEMENTS.  *
      *        EVERY STATEMENT STARTS ON A FRESH PAGE WITH ITS OWN     *
      *        TITLE AND PAGE NUMBERING, SO IT CAN BE ROUTED AS IT     *
      *        STANDS.                                                 *
      ******************************************************************

       FD  BURST-FILE-01
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-01.

       01  BURST-RECORD-01   PIC X(80).

       FD  BURST-FILE-02
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-02.

       01  BURST-RECORD-02   PIC X(80).

       FD  BURST-FILE-03
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-03.

       01  BURST-RECORD-03   PIC X(80).

       FD  BURST-FILE-04
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-04.

       01  BURST-RECORD-04   PIC X(80).

       FD  BURST-FILE-05
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-05.

       01  BURST-RECORD-05   PIC X(80).

       FD  BURST-FILE-06
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-06.

       01  BURST-RECORD-06   PIC X(80).

       FD  BURST-FILE-07
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-07.

       01  BURST-RECORD-07   PIC X(80).

       FD  BURST-FILE-08
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-RECORD-08.

       01  BURST-RECORD-08   PIC X(80).

       FD  BURST-CATCHALL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-CATCHALL-RECORD.

       01  BURST-CATCHALL-RECORD   PIC X(80).

      /
      ******************************************************************
      *   SORT WORK - ONE PRE-FORMATTED STATEMENT LINE PER RECORD,     *
      *   KEYED ON COORDINATOR, STATEMENT SECTION, BATCH AND INPUT     *
      *   SEQUENCE.  SECTION 0 IS A MARKER RELEASED FOR EVERY BATCH    *
      *   SO A COORDINATOR WITH NOTHING ELSE TO SHOW STILL GETS A      *
      *   STATEMENT; IT PRINTS NOTHING.  IN THE PENDING SECTION THE    *
      *   BATCH KEY CARRIES THE RELEASE DATE INSTEAD.  THE READ        *
      *   NUMBER SORTS DESCENDING, SO OF TWO APPLIED LINES WITH THE    *
      *   SAME BATCH AND AUDIT SEQUENCE THE LAST ATTEMPT'S COMES FIRST.*
      ******************************************************************
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SR-COORD-ID              PIC X(08).
           05  SR-SECTION               PIC 9(01).
           05  SR-BATCH-ID.
               10  SR-BATCH-COORD       PIC X(08).
               10  SR-BATCH-DATE        PIC X(10).
           05  SR-SEQ-NBR               PIC 9(08).
           05  SR-READ-NBR              PIC 9(08).
           05  SR-LINE-TYPE             PIC X(01).
               88  SR-DETAIL-LINE             VALUE 'D'.
               88  SR-NOTE-LINE               VALUE 'N'.
               88  SR-MARKER                  VALUE 'M'.
           05  SR-LINE                  PIC X(80).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPCONF START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPCONF'.
      /
       COPY CONFRPT.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-NO-ROWS-FOUND     PIC S9(04) COMP VALUE 100.
      /
       01  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
       01  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
       01  WS-PENDING-STATUS           PIC X(02) VALUE '00'.
       01  WS-PENDIN-STATUS            PIC X(02) VALUE '00'.
       01  WS-RCYRPT-STATUS            PIC X(02) VALUE '00'.
       01  WS-DISTCTL-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-AUDIT               VALUE 'Y'.
           05  WS-REJECT-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-REJECTS             VALUE 'Y'.
           05  WS-PENDING-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-PENDING             VALUE 'Y'.
           05  WS-PENDIN-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-PENDIN              VALUE 'Y'.
           05  WS-RCYRPT-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-RCYRPT              VALUE 'Y'.
           05  WS-DISTCTL-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-DISTCTL             VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.

      ***********              ***********
      *   T H E  E M P M A I N T  R U N                            *
      *   THE RUN DATE EMPMAINT STAMPED ON TONIGHT'S PENDING       *
      *   RELEASE BATCH_ID - THE RECEIVED DATE OF TONIGHT'S NEW    *
      *   HOLDS AND THE DATE HALF OF THE RELEASE'S OWN BATCH_ID.   *
      ***********              ***********

       01  WS-MAINT-RUN.
           05  C-MAINT-PGM              PIC X(08)  VALUE 'EMPMAINT'.
           05  C-PENDING-COORD          PIC X(08)  VALUE '*PENDING'.
           05  C-UNKNOWN-COORD          PIC X(08)  VALUE '*UNKNOWN'.
           05  WS-MAINT-RUN-DATE        PIC X(10)  VALUE SPACES.

      ***********              ***********
      *   B A T C H  T A B L E                                     *
      *   ONE ENTRY PER RUNCTL BATCH_ID SEEN TONIGHT - FROM THE    *
      *   HEADER ECHOES ON EMPREJ (EVERY BATCH EMPMAINT OPENED,    *
      *   REJECTED OR SKIPPED) AND FROM EMPAUDIT, PLUS THE PENDING *
      *   RELEASE.  THE AUDIT AND REJECT COUNTS ARE WHAT THE       *
      *   STATEMENT SHOWS FOR THE BATCH, TIED TO ITS RUNCTL ROW    *
      *   WHEN THE COORDINATOR'S STATEMENT CLOSES.  THE ATTEMPT    *
      *   FIELDS SAY HOW MANY REJECTS UNDER THE CURRENT HEADER     *
      *   ECHO OF THE BATCH ARE ITS OWN (SEE P2125); A BATCH       *
      *   REJECTED WHOLE IS NOTED ONCE HOWEVER MANY ECHOES SAY SO. *
      ***********              ***********

       01  WS-BATCH-TABLE.
           05  C-BATCH-MAX               PIC S9(4) COMP  VALUE +200.
           05  WS-BATCH-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-BATCH-ENTRY  OCCURS 200 TIMES.
               10  WS-BT-BATCH-ID.
                   15  WS-BT-COORD       PIC X(08).
                   15  WS-BT-DATE        PIC X(10).
               10  WS-BT-OWNER           PIC X(08).
               10  WS-BT-STATUS          PIC X(01).
                   88  BT-OPENED                VALUE 'O'.
                   88  BT-REJECTED              VALUE 'R'.
                   88  BT-SKIPPED               VALUE 'S'.
                   88  BT-RELEASE               VALUE 'P'.
                   88  BT-AUDIT-ONLY            VALUE 'U'.
               10  WS-BT-AUDIT-COUNT     PIC S9(08) COMP.
               10  WS-BT-REJECT-COUNT    PIC S9(08) COMP.
               10  WS-BT-ATTEMPTS        PIC S9(08) COMP.
               10  WS-BT-PRIOR-REJECTED  PIC S9(08) COMP.
               10  WS-BT-KEEP-REJECTS    PIC S9(08) COMP.
               10  WS-BT-ATTEMPT-REJECTS PIC S9(08) COMP.
               10  WS-BT-R-NOTED-SW      PIC X(01).
                   88  BT-R-NOTED               VALUE 'Y'.

       01  WS-BATCH-LOOKUP.
           05  WS-LOOKUP-BATCH-ID.
               10  WS-LOOKUP-COORD       PIC X(08)  VALUE SPACES.
               10  WS-LOOKUP-DATE        PIC X(10)  VALUE SPACES.
           05  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-LOOKUP-FOUND              VALUE 'Y'.
           05  WS-BATCH-ADDED-SW         PIC X(01)  VALUE 'N'.
               88  WS-BATCH-ADDED               VALUE 'Y'.
           05  WS-NEW-BATCH-STATUS       PIC X(01)  VALUE SPACE.
           05  WS-OLD-BATCH-STATUS       PIC X(01)  VALUE SPACE.

      ***********              ***********
      *   C O O R D I N A T O R  T A B L E                         *
      *   ONE ENTRY PER COORDINATOR ON EMPPNDOU - THE CARDS HELD   *
      *   NEW TONIGHT, WHICH TIE TO THE HELD FIGURE OF THE         *
      *   COORDINATOR'S RUNCTL ROWS.                               *
      ***********              ***********

       01  WS-COORD-TABLE.
           05  C-COORD-MAX               PIC S9(4) COMP  VALUE +200.
           05  WS-COORD-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-COORD-ENTRY  OCCURS 200 TIMES.
               10  WS-CT-COORD           PIC X(08).
               10  WS-CT-NEW-HELD        PIC S9(08) COMP.

       01  WS-COORD-LOOKUP.
           05  WS-LOOKUP-COORD-ID        PIC X(08)  VALUE SPACES.
           05  WS-COORD-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-COORD-FOUND               VALUE 'Y'.

      ***********              ***********
      *   R E L E A S E D  C A R D  T A B L E                      *
      *   ONE ENTRY PER EMPPNDIN CARD DUE BY THE EMPMAINT RUN      *
      *   DATE, IN FILE ORDER - THE ORDER THE PENDING RELEASE      *
      *   TOOK THEM - WITH THE COORDINATOR WHO SENT IT.  THE KEY   *
      *   IS THE CARD'S EMPNO, OR ON AN 'M' CARD ITS FROM- AND     *
      *   TO-DEPARTMENTS.  THE DISPOSITION IS WHAT EMPREJ OR       *
      *   EMPAUDIT SHOWED BECAME OF THE CARD.                      *
      ***********              ***********

       01  WS-RELEASE-TABLE.
           05  C-RELEASE-MAX             PIC S9(4) COMP  VALUE +500.
           05  WS-RELEASE-COUNT          PIC S9(4) COMP  VALUE ZERO.
           05  WS-RELEASE-ENTRY  OCCURS 500 TIMES.
               10  WS-RL-ACTION-CODE     PIC X(01).
               10  WS-RL-KEY             PIC X(06).
               10  WS-RL-COORD           PIC X(08).
               10  WS-RL-DISPOSITION     PIC X(01).
                   88  RL-NOT-SEEN              VALUE SPACE.
                   88  RL-APPLIED               VALUE 'A'.
                   88  RL-REJECTED              VALUE 'R'.

       01  WS-RELEASE-LOOKUP.
           05  WS-LOOKUP-ACTION-CODE     PIC X(01)  VALUE SPACE.
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-FROM-DEPT   PIC X(03)  VALUE SPACES.
               10  WS-LOOKUP-TO-DEPT     PIC X(03)  VALUE SPACES.
           05  WS-LOOKUP-SENDER          PIC X(08)  VALUE SPACES.
           05  WS-LOOKUP-DISPOSITION     PIC X(01)  VALUE SPACE.
           05  WS-RELEASE-FOUND-SUB      PIC S9(4) COMP  VALUE ZERO.
           05  WS-RELEASE-DUE            PIC S9(8) COMP  VALUE ZERO.
           05  WS-RELEASE-SHOWN          PIC S9(8) COMP  VALUE ZERO.

      ***********              ***********
      *   E M P R E J  H E A D E R  C O N T R O L                  *
      *   THE LAST HEADER ECHO READ - EVERY DETAIL REJECT UNDER IT *
      *   BELONGS TO ITS COORDINATOR AND BATCH.  UNDER A PENDING   *
      *   RELEASE HEADER THE BATCH IS THE RELEASE'S OWN.           *
      ***********              ***********

       01  WS-REJECT-CONTROL.
           05  WS-REJ-COORD              PIC X(08)  VALUE '*UNKNOWN'.
           05  WS-REJ-BATCH-ID.
               10  WS-REJ-BATCH-COORD    PIC X(08)  VALUE SPACES.
               10  WS-REJ-BATCH-DATE     PIC X(10)  VALUE SPACES.
           05  WS-REJ-BATCH-SUB          PIC S9(4) COMP  VALUE ZERO.
           05  WS-REJ-RELEASE-SW         PIC X(01)  VALUE 'N'.
               88  REJ-UNDER-RELEASE            VALUE 'Y'.
           05  C-REJ-OPENED-REASON       PIC X(40)  VALUE
               '** ORIGINATING BATCH HEADER **'.
           05  C-REJ-SKIPPED-REASON      PIC X(40)  VALUE
               '** BATCH ALREADY APPLIED - SKIPPED **'.
           05  C-REJ-RELEASE-REASON      PIC X(40)  VALUE
               '** PENDING CARD RELEASE **'.
           05  C-REJ-BATCH-PREFIX        PIC X(16)  VALUE
               'BATCH REJECTED: '.
           05  C-KEEP-ALL-REJECTS        PIC S9(08) COMP
                                                   VALUE +99999999.
           05  WS-RELEASE-REJ-SEEN       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RELEASE-REJ-SKIP       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RELEASE-REJ-NBR        PIC S9(08) COMP  VALUE ZERO.
           05  WS-REJ-KEPT-SW            PIC X(01)  VALUE 'Y'.
               88  REJECT-KEPT                  VALUE 'Y'.

       01  WS-SALARY-WORK               PIC S9(7)V99 COMP-3
                                                   VALUE ZERO.

      ***********              ***********
      *   R U N C T L  R O W  H O S T  V A R I A B L E S           *
      *   THE LATEST EMPMAINT APPLY ROW OF ONE BATCH_ID.           *
      ***********              ***********

       01  WS-RUNCTL-ROW.
           05  WS-RC-BATCH-ID            PIC X(18)  VALUE SPACES.
           05  WS-RC-RUN-STATUS          PIC X(01)  VALUE SPACE.
           05  WS-RC-RECS-READ           PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-RECS-WRITTEN        PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-RECS-REJECTED       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-AUDIT-SEQ           PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-AUDIT-SEQ-BASE      PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  RUNCTL-ROW-FOUND             VALUE 'Y'.
           05  WS-RC-ATTEMPT-NBR         PIC S9(08) COMP  VALUE ZERO.
           05  WS-RC-REJECTED-ROWS-SW    PIC X(01)  VALUE 'N'.
               88  RC-WITH-REJECTED-ROWS        VALUE 'Y'.

       01  WS-TIE-WORK.
           05  WS-CTL-AUDIT              PIC S9(08) COMP  VALUE ZERO.
           05  WS-CTL-HELD               PIC S9(08) COMP  VALUE ZERO.
           05  WS-STMT-REJECTS           PIC S9(08) COMP  VALUE ZERO.

      ***********              ***********
      *   T H E  S T A T E M E N T  B E I N G  W R I T T E N      *
      ***********              ***********

       01  WS-STATEMENT-CONTROL.
           05  C-SECTION-MAX             PIC S9(4) COMP  VALUE +4.
           05  WS-STMT-COORD             PIC X(08)  VALUE SPACES.
           05  WS-CURR-SECTION           PIC S9(4) COMP  VALUE ZERO.
           05  WS-SECTION-LINES          PIC S9(8) COMP  VALUE ZERO.
           05  WS-CURR-BATCH-ID          PIC X(18)  VALUE SPACES.
           05  WS-STMT-BATCHES           PIC S9(8) COMP  VALUE ZERO.
           05  WS-STMT-CTL-HELD          PIC S9(8) COMP  VALUE ZERO.
           05  WS-STMT-HELD              PIC S9(8) COMP  VALUE ZERO.
           05  WS-STMT-STARTED-SW        PIC X(01)  VALUE 'N'.
               88  STATEMENT-STARTED            VALUE 'Y'.
           05  WS-STMT-TIES-SW           PIC X(01)  VALUE 'Y'.
               88  STATEMENT-TIES               VALUE 'Y'.
               88  STATEMENT-OFF                VALUE 'N'.

      * THE RUNCTL RANGE OF THE BATCH WHOSE APPLIED LINES ARE BEING
      * WRITTEN, AND THE LAST AUDIT SEQUENCE WRITTEN FOR IT.  ONLY THE
      * BATCH OWNER'S STATEMENT COUNTS THEM - A RELEASED APPLY SHOWN
      * AGAIN TO THE COORDINATOR WHO SENT IT IS NOT COUNTED TWICE.
       01  WS-APPLIED-CONTROL.
           05  WS-APPLY-BATCH-SUB        PIC S9(4) COMP  VALUE ZERO.
           05  WS-APPLY-ROW-SW           PIC X(01)  VALUE 'N'.
               88  APPLY-ROW-FOUND              VALUE 'Y'.
           05  WS-APPLY-SEQ-BASE         PIC S9(08) COMP  VALUE ZERO.
           05  WS-APPLY-SEQ-HIGH         PIC S9(08) COMP  VALUE ZERO.
           05  WS-APPLY-LAST-SEQ         PIC S9(08) COMP  VALUE ZERO.
           05  WS-APPLY-OWNER-SW         PIC X(01)  VALUE 'Y'.
               88  APPLY-OWNER-COPY             VALUE 'Y'.
           05  WS-LINE-KEPT-SW           PIC X(01)  VALUE 'Y'.
               88  LINE-KEPT                    VALUE 'Y'.

       01  WS-SECTION-TITLES.
           05  FILLER                    PIC X(40)  VALUE
               'APPLIED CHANGES'.
           05  FILLER                    PIC X(40)  VALUE
               'REJECTED CARDS'.
           05  FILLER                    PIC X(40)  VALUE
               'STILL PENDING - HELD FOR A FUTURE DATE'.
           05  FILLER                    PIC X(40)  VALUE
               'ESCALATED BY THE RECYCLE STEP'.
       01  WS-SECTION-TABLE  REDEFINES  WS-SECTION-TITLES.
           05  WS-SECTION-TITLE  OCCURS 4 TIMES
                                         PIC X(40).

      /

       01   W-CURR-DATE-YMD.
              05  W-CURR-YYYY    PIC X(4) VALUE ' '.
              05  DASH1          PIC X(1) VALUE '-'.
              05  W-CURR-MM      PIC X(2) VALUE ' '.
              05  DASH2          PIC X(1) VALUE '-'.
              05  W-CURR-DD      PIC X(2) VALUE ' '.
       01   C-CURR-DATE-YMD  REDEFINES W-CURR-DATE-YMD  PIC X(10).

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3586.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-EXCEPTION-RC   PIC S9(04) COMP VALUE +4.

      *            **PAGE CONTROL WORK STORAGE**

      ***********              ***********
      *   EVERY SUMMARY LINE GOES OUT THROUGH P0150-WRITE-REPORT-  *
      *   LINE, WHICH STARTS A FRESH 60-LINE PAGE (TITLE, BOTH     *
      *   COLUMN HEADERS) WHENEVER THE CURRENT PAGE IS FULL.       *
      ***********              ***********

       01  WS-PAGE-CONTROL.
           05  C-PAGE-SIZE              PIC S9(4) COMP  VALUE +60.
           05  WS-LINE-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-PAGE-NBR              PIC S9(8) COMP  VALUE ZERO.

       01  WS-PRINT-LINE                PIC X(80) VALUE SPACES.

      *            **DISTRIBUTION/BURST WORK STORAGE**

      ***********              ***********
      *   EVERY STATEMENT GOES TO THE BURST DATASET THE DISTCTL    *
      *   CONTROL FILE GIVES ITS COORDINATOR (OR CATCHALL WHEN IT  *
      *   HAS NO ENTRY).  ONE STATEMENT IS WRITTEN AT A TIME, SO   *
      *   ONE LINE COUNT AND PAGE NUMBER SERVE; EACH STATEMENT     *
      *   STARTS AT PAGE 1 ON A FRESH PAGE OF ITS DESTINATION.     *
      ***********              ***********

       01  WS-DIST-CONTROL.
           05  C-DIST-MAX                PIC S9(4) COMP  VALUE +200.
           05  C-BURST-DD-MAX            PIC S9(4) COMP  VALUE +8.
           05  C-CATCHALL-SUB            PIC S9(4) COMP  VALUE +9.
           05  WS-DIST-LOADED-SW         PIC X(01)  VALUE 'N'.
               88  DIST-CONTROL-LOADED          VALUE 'Y'.
           05  WS-DIST-COUNT             PIC S9(4) COMP  VALUE ZERO.
           05  WS-DIST-ENTRY  OCCURS 200 TIMES.
               10  WS-DIST-DEPTNO        PIC X(03).
               10  WS-DIST-COORD         PIC X(08).
               10  WS-DIST-DEST          PIC X(08).
               10  WS-DIST-DEST-SUB      PIC S9(4) COMP.

       01  WS-BURST-DD-NAMES.
           05  FILLER                    PIC X(08) VALUE 'BURST01'.
           05  FILLER                    PIC X(08) VALUE 'BURST02'.
           05  FILLER                    PIC X(08) VALUE 'BURST03'.
           05  FILLER                    PIC X(08) VALUE 'BURST04'.
           05  FILLER                    PIC X(08) VALUE 'BURST05'.
           05  FILLER                    PIC X(08) VALUE 'BURST06'.
           05  FILLER                    PIC X(08) VALUE 'BURST07'.
           05  FILLER                    PIC X(08) VALUE 'BURST08'.
           05  FILLER                    PIC X(08) VALUE 'CATCHALL'.
       01  WS-BURST-DD-TABLE  REDEFINES  WS-BURST-DD-NAMES.
           05  WS-BURST-DD-NAME  OCCURS 9 TIMES
                                         PIC X(08).

       01  WS-BURST-CURRENT.
           05  WS-CURR-DEST-SUB          PIC S9(4) COMP  VALUE +9.
           05  WS-BURST-LINE-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  WS-BURST-PAGE-NBR         PIC S9(8) COMP  VALUE ZERO.
           05  WS-DIST-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  DIST-ENTRY-FOUND             VALUE 'Y'.
           05  WS-STMT-ROUTED-SW         PIC X(01)  VALUE 'Y'.
               88  STATEMENT-ROUTED             VALUE 'Y'.

       01  WS-BURST-LINE                 PIC X(80) VALUE SPACES.
       01  WS-BURST-SAVE-LINE            PIC X(80) VALUE SPACES.

       01  SUBSCRIPTS.
           05  W-BATCH-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-FOUND-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-COORD-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-DIST-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-DD-SUB       PIC S9(4) COMP VALUE ZERO.
           05  W-RELEASE-SUB  PIC S9(4) COMP VALUE ZERO.

       01  ACCUMULATORS.
          05  A-AUDIT-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-REJECTS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-PENDING-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-PENDIN-READ            PIC S9(8) COMP  VALUE ZERO.
          05  A-RELEASE-DUE            PIC S9(8) COMP  VALUE ZERO.
          05  A-HELD-OVER              PIC S9(8) COMP  VALUE ZERO.
          05  A-RCYRPT-READ            PIC S9(8) COMP  VALUE ZERO.
          05  A-ESCALATED              PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-SUPERSEDED       PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-OUT-OF-RANGE     PIC S9(8) COMP  VALUE ZERO.
          05  A-REJECTS-SUPERSEDED     PIC S9(8) COMP  VALUE ZERO.
          05  A-SEQ-NBR                PIC S9(8) COMP  VALUE ZERO.
          05  A-STATEMENTS             PIC S9(8) COMP  VALUE ZERO.
          05  A-STMTS-NOT-TIED         PIC S9(8) COMP  VALUE ZERO.
          05  A-STMTS-UNROUTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-STMT-APPLIED           PIC S9(8) COMP  VALUE ZERO.
          05  A-STMT-REJECTED          PIC S9(8) COMP  VALUE ZERO.
          05  A-STMT-PENDING           PIC S9(8) COMP  VALUE ZERO.
          05  A-STMT-ESCALATED         PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1100-GET-RUN-DATE.
           PERFORM P1150-GET-MAINT-RUN-DATE.
           PERFORM P1250-LOAD-DIST-CONTROL.

           OPEN INPUT AUDIT-IN-FILE.
           OPEN INPUT REJECT-IN-FILE.

           IF  WS-AUDIT-STATUS   NOT =  '00'
               OR  WS-REJECT-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           OPEN OUTPUT CONF-SUMMARY-FILE.
           PERFORM P0710-OPEN-BURST-OUTPUT.

           IF  NOT DIST-CONTROL-LOADED
               MOVE W-CSUM-NOCTL-LINE  TO  WS-PRINT-LINE
               PERFORM P0150-WRITE-REPORT-LINE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SR-COORD-ID
                                 SR-SECTION
                                 SR-BATCH-ID
                                 SR-SEQ-NBR
               ON DESCENDING KEY SR-READ-NBR
               INPUT PROCEDURE IS P2000-RELEASE-STATEMENT-LINES
               OUTPUT PROCEDURE IS P3000-WRITE-STATEMENTS.

           PERFORM P4000-WRITE-SUMMARY-TOTALS.

           CLOSE CONF-SUMMARY-FILE.
           PERFORM P0720-CLOSE-BURST-FILES.

           DISPLAY 'TOTAL AUDIT RECORDS READ     '  A-AUDIT-READ.
           DISPLAY 'TOTAL REJECT RECORDS READ    '  A-REJECTS-READ.
           DISPLAY 'TOTAL PENDING CARDS READ     '  A-PENDING-READ.
           DISPLAY 'TOTAL EMPPNDIN CARDS READ    '  A-PENDIN-READ.
           DISPLAY 'EMPPNDIN CARDS DUE TONIGHT   '  A-RELEASE-DUE.
           DISPLAY 'TOTAL ESCALATIONS READ       '  A-ESCALATED.
           DISPLAY 'AUDIT RECS OF AN EARLIER TRY '  A-AUDIT-SUPERSEDED.
           DISPLAY 'AUDIT RECS NEVER COMMITTED   '
                   A-AUDIT-OUT-OF-RANGE.
           DISPLAY 'REJECTS OF AN EARLIER TRY    '
                   A-REJECTS-SUPERSEDED.
           DISPLAY 'TOTAL STATEMENTS WRITTEN     '  A-STATEMENTS.
           DISPLAY 'TOTAL STATEMENTS NOT TIED    '  A-STMTS-NOT-TIED.
           DISPLAY 'TOTAL STATEMENTS NOT ROUTED  '  A-STMTS-UNROUTED.

           IF  A-STMTS-NOT-TIED  >  ZERO
               OR  A-STMTS-UNROUTED  >  ZERO
               MOVE C-EXCEPTION-RC  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   A DB2 RETURN CODE OTHER THAN DB2-OK OR DB2-NO-ROWS-FOUND IS  *
      *   UNRECOVERABLE - CALL THE STANDARD SHOP ABEND ROUTINE SO     *
      *   OPERATIONS SEES A FAILED STEP INSTEAD OF SHORT STATEMENTS.   *
      ******************************************************************
       P9999-ABEND-DB2-ERROR.

           DISPLAY 'EMPCONF - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPCONF - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   EMPAUDIT OR EMPREJ FAILED TO OPEN - ABEND HERE INSTEAD OF    *
      *   SENDING COORDINATORS STATEMENTS THAT LEAVE THEIR CARDS OUT.  *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPCONF - FILE OPEN FAILED - AUDIT STATUS = '
                   WS-AUDIT-STATUS ' REJECT STATUS = '
                   WS-REJECT-STATUS.
           DISPLAY 'EMPCONF - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   EVERY SUMMARY LINE FUNNELS THROUGH HERE.  A FULL PAGE (OR    *
      *   THE VERY FIRST LINE OF THE RUN) STARTS A FRESH ONE WITH THE  *
      *   TITLE AND BOTH COLUMN HEADERS BEFORE THE LINE GOES OUT.      *
      ******************************************************************
       P0150-WRITE-REPORT-LINE.

           IF  WS-PAGE-NBR  =  ZERO
               OR  WS-LINE-COUNT  >=  C-PAGE-SIZE
               PERFORM P0160-START-NEW-PAGE
           END-IF.

           WRITE CONF-SUMMARY-RECORD  FROM  WS-PRINT-LINE.
           ADD 1  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   START A FRESH 60-LINE PAGE - TITLE WITH RUN DATE AND PAGE    *
      *   NUMBER, THEN THE TWO COLUMN HEADER LINES.                    *
      ******************************************************************
       P0160-START-NEW-PAGE.

           ADD 1  TO  WS-PAGE-NBR.

           MOVE WS-PAGE-NBR      TO  CST-PAGE-NBR.
           MOVE C-CURR-DATE-YMD  TO  CST-RUN-DATE.

           WRITE CONF-SUMMARY-RECORD  FROM  W-CSUM-TITLE.
           WRITE CONF-SUMMARY-RECORD  FROM  W-CSUM-HEADER1.
           WRITE CONF-SUMMARY-RECORD  FROM  W-CSUM-HEADER2.

           MOVE 3  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   EVERY STATEMENT LINE FUNNELS THROUGH HERE.  A FULL PAGE (OR  *
      *   THE STATEMENT'S VERY FIRST LINE) STARTS A FRESH ONE WITH     *
      *   THE STATEMENT TITLE AND WHERE IT WAS ROUTED.                 *
      ******************************************************************
       P0165-WRITE-BURST-LINE.

           IF  WS-BURST-LINE-COUNT  >=  C-PAGE-SIZE
               PERFORM P0166-START-BURST-PAGE
           END-IF.

           PERFORM P0168-WRITE-BURST-RECORD.
           ADD 1  TO  WS-BURST-LINE-COUNT.
      /
      ******************************************************************
      *   START A FRESH PAGE OF THE STATEMENT - THE TITLE CARRIES THE  *
      *   COORDINATOR, THE RUN DATE AND THE STATEMENT'S OWN PAGE       *
      *   NUMBER; THE ROUTING LINE FOLLOWS IT.                         *
      ******************************************************************
       P0166-START-BURST-PAGE.

           MOVE WS-BURST-LINE  TO  WS-BURST-SAVE-LINE.

           ADD 1  TO  WS-BURST-PAGE-NBR.

           MOVE WS-STMT-COORD        TO  CFT-COORD-ID.
           MOVE WS-MAINT-RUN-DATE    TO  CFT-RUN-DATE.
           MOVE WS-BURST-PAGE-NBR    TO  CFT-PAGE-NBR.

           MOVE W-CONF-TITLE      TO  WS-BURST-LINE.
           PERFORM P0168-WRITE-BURST-RECORD.
           MOVE W-CONF-DEST-LINE  TO  WS-BURST-LINE.
           PERFORM P0168-WRITE-BURST-RECORD.

           MOVE 2  TO  WS-BURST-LINE-COUNT.

           MOVE WS-BURST-SAVE-LINE  TO  WS-BURST-LINE.
      /
      ******************************************************************
      *   THE ONE PLACE A BURST RECORD PHYSICALLY GOES OUT - THE       *
      *   CURRENT DESTINATION SUBSCRIPT PICKS THE DD.                  *
      ******************************************************************
       P0168-WRITE-BURST-RECORD.

           EVALUATE WS-CURR-DEST-SUB
               WHEN 1
                   WRITE BURST-RECORD-01  FROM  WS-BURST-LINE
               WHEN 2
                   WRITE BURST-RECORD-02  FROM  WS-BURST-LINE
               WHEN 3
                   WRITE BURST-RECORD-03  FROM  WS-BURST-LINE
               WHEN 4
                   WRITE BURST-RECORD-04  FROM  WS-BURST-LINE
               WHEN 5
                   WRITE BURST-RECORD-05  FROM  WS-BURST-LINE
               WHEN 6
                   WRITE BURST-RECORD-06  FROM  WS-BURST-LINE
               WHEN 7
                   WRITE BURST-RECORD-07  FROM  WS-BURST-LINE
               WHEN 8
                   WRITE BURST-RECORD-08  FROM  WS-BURST-LINE
               WHEN OTHER
                   WRITE BURST-CATCHALL-RECORD  FROM  WS-BURST-LINE
           END-EVALUATE.
      /
      ******************************************************************
      *   POINT THE BURST AT THE DESTINATION OF WS-STMT-COORD: THE     *
      *   FIRST DISTCTL ENTRY CARRYING THAT COORDINATOR ID WHEN THERE  *
      *   IS ONE, CATCHALL WHEN THERE IS NOT.  THE PENDING RELEASE'S   *
      *   STATEMENT IS OPERATIONS' OWN AND GOES TO CATCHALL UNLESS     *
      *   DISTCTL NAMES IT; ANY OTHER COORDINATOR FALLING THROUGH TO   *
      *   CATCHALL IS FLAGGED.                                         *
      ******************************************************************
       P0285-SET-BURST-DEST.

           MOVE 'N'  TO  WS-DIST-FOUND-SW.
           MOVE 'Y'  TO  WS-STMT-ROUTED-SW.
           MOVE C-CATCHALL-SUB  TO  WS-CURR-DEST-SUB.

           PERFORM P0287-SCAN-DIST-TABLE
               VARYING W-DIST-SUB  FROM  1  BY  1
               UNTIL   W-DIST-SUB  >  WS-DIST-COUNT
                  OR   DIST-ENTRY-FOUND.

           MOVE WS-BURST-DD-NAME (WS-CURR-DEST-SUB)  TO  CFD-DEST.

           EVALUATE TRUE
               WHEN DIST-ENTRY-FOUND
                   MOVE 'BY DISTCTL'  TO  CFD-TEXT
               WHEN WS-STMT-COORD  =  C-PENDING-COORD
                   MOVE 'PENDING RELEASE - OPERATIONS COPY'
                                      TO  CFD-TEXT
               WHEN OTHER
                   MOVE 'N'  TO  WS-STMT-ROUTED-SW
                   MOVE 'NO DISTCTL ENTRY FOR THIS COORDINATOR'
                                      TO  CFD-TEXT
           END-EVALUATE.
      /
       P0287-SCAN-DIST-TABLE.

           IF  WS-DIST-COORD (W-DIST-SUB)  =  WS-STMT-COORD
               MOVE 'Y'  TO  WS-DIST-FOUND-SW
               MOVE WS-DIST-DEST-SUB (W-DIST-SUB)
                         TO  WS-CURR-DEST-SUB
           END-IF.
      /
      ******************************************************************
      *   LOOK A BATCH_ID UP IN THE BATCH TABLE, ADDING IT WHEN IT IS  *
      *   NOT THERE YET.  A NEW ENTRY TAKES WS-NEW-BATCH-STATUS.       *
      ******************************************************************
       P0600-FIND-BATCH.

           MOVE 'N'     TO  WS-LOOKUP-FOUND-SW
                            WS-BATCH-ADDED-SW.
           MOVE ZERO    TO  W-FOUND-SUB.

           PERFORM P0610-SCAN-BATCH-TABLE
               VARYING W-BATCH-SUB  FROM  1  BY  1
               UNTIL   W-BATCH-SUB  >  WS-BATCH-COUNT
                  OR   WS-LOOKUP-FOUND.

           IF  NOT WS-LOOKUP-FOUND
               PERFORM P0650-ADD-BATCH
           END-IF.
      /
       P0610-SCAN-BATCH-TABLE.

           IF  WS-BT-BATCH-ID (W-BATCH-SUB)  =  WS-LOOKUP-BATCH-ID
               MOVE 'Y'          TO  WS-LOOKUP-FOUND-SW
               MOVE W-BATCH-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      ******************************************************************
      *   A NEW BATCH BELONGS TO THE COORDINATOR HALF OF ITS BATCH_ID  *
      *   ('*PENDING' FOR THE PENDING RELEASE).  A FULL TABLE LEAVES   *
      *   W-FOUND-SUB ZERO - THE BATCH'S LINES STILL PRINT, ONLY ITS   *
      *   CONTROL TOTALS ARE LOST.                                     *
      ******************************************************************
       P0650-ADD-BATCH.

           IF  WS-BATCH-COUNT  <  C-BATCH-MAX
               ADD 1  TO  WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT  TO  W-FOUND-SUB
               INITIALIZE WS-BATCH-ENTRY (W-FOUND-SUB)
               MOVE WS-LOOKUP-BATCH-ID
                   TO  WS-BT-BATCH-ID (W-FOUND-SUB)
               MOVE WS-NEW-BATCH-STATUS
                   TO  WS-BT-STATUS (W-FOUND-SUB)
               IF  WS-LOOKUP-COORD  =  SPACES
                   MOVE C-UNKNOWN-COORD
                       TO  WS-BT-OWNER (W-FOUND-SUB)
               ELSE
                   MOVE WS-LOOKUP-COORD
                       TO  WS-BT-OWNER (W-FOUND-SUB)
               END-IF
               MOVE 'Y'  TO  WS-LOOKUP-FOUND-SW
                             WS-BATCH-ADDED-SW
           ELSE
               DISPLAY 'EMPCONF - BATCH TABLE FULL - BATCH '
                       WS-LOOKUP-BATCH-ID ' NOT TIED TO RUNCTL'
           END-IF.
      /
      ******************************************************************
      *   LOOK A COORDINATOR UP IN THE COORDINATOR TABLE, ADDING IT    *
      *   WHEN IT IS NOT THERE YET.                                    *
      ******************************************************************
       P0620-FIND-COORD.

           MOVE 'N'     TO  WS-COORD-FOUND-SW.
           MOVE ZERO    TO  W-FOUND-SUB.

           PERFORM P0630-SCAN-COORD-TABLE
               VARYING W-COORD-SUB  FROM  1  BY  1
               UNTIL   W-COORD-SUB  >  WS-COORD-COUNT
                  OR   WS-COORD-FOUND.

           IF  NOT WS-COORD-FOUND
               IF  WS-COORD-COUNT  <  C-COORD-MAX
                   ADD 1  TO  WS-COORD-COUNT
                   MOVE WS-COORD-COUNT  TO  W-FOUND-SUB
                   INITIALIZE WS-COORD-ENTRY (W-FOUND-SUB)
                   MOVE WS-LOOKUP-COORD-ID
                       TO  WS-CT-COORD (W-FOUND-SUB)
                   MOVE 'Y'  TO  WS-COORD-FOUND-SW
               ELSE
                   DISPLAY 'EMPCONF - COORDINATOR TABLE FULL - '
                           WS-LOOKUP-COORD-ID ' HOLDS NOT TIED'
               END-IF
           END-IF.
      /
       P0630-SCAN-COORD-TABLE.

           IF  WS-CT-COORD (W-COORD-SUB)  =  WS-LOOKUP-COORD-ID
               MOVE 'Y'          TO  WS-COORD-FOUND-SW
               MOVE W-COORD-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      ******************************************************************
      *   THE RELEASED CARD WITH WS-LOOKUP-ACTION-CODE AND             *
      *   WS-LOOKUP-KEY - THE FIRST NOT YET SEEN, FROM WS-LOOKUP-      *
      *   SENDER WHEN ONE IS GIVEN (A REJECT NAMES ITS COORDINATOR).   *
      *   AN APPLY NAMES NONE, AND WHEN EVERY SUCH CARD HAS BEEN SEEN  *
      *   TAKES THE FIRST ALREADY APPLIED - AN 'M' CARD MOVES MANY     *
      *   EMPLOYEES, AND AN EARLIER ATTEMPT'S COPY IS THE SAME CARD.   *
      *   NONE FOUND LEAVES WS-RELEASE-FOUND-SUB ZERO.                 *
      ******************************************************************
       P0670-FIND-RELEASED-CARD.

           MOVE ZERO   TO  WS-RELEASE-FOUND-SUB.
           MOVE SPACE  TO  WS-LOOKUP-DISPOSITION.

           PERFORM P0680-SCAN-RELEASE-TABLE
               VARYING W-RELEASE-SUB  FROM  1  BY  1
               UNTIL   W-RELEASE-SUB  >  WS-RELEASE-COUNT
                  OR   WS-RELEASE-FOUND-SUB  >  ZERO.

           IF  WS-RELEASE-FOUND-SUB  =  ZERO
               AND  WS-LOOKUP-SENDER  =  SPACES
               MOVE 'A'  TO  WS-LOOKUP-DISPOSITION
               PERFORM P0680-SCAN-RELEASE-TABLE
                   VARYING W-RELEASE-SUB  FROM  1  BY  1
                   UNTIL   W-RELEASE-SUB  >  WS-RELEASE-COUNT
                      OR   WS-RELEASE-FOUND-SUB  >  ZERO
           END-IF.
      /
       P0680-SCAN-RELEASE-TABLE.

           IF  WS-RL-ACTION-CODE (W-RELEASE-SUB)
                                       =  WS-LOOKUP-ACTION-CODE
               AND  WS-RL-KEY (W-RELEASE-SUB)  =  WS-LOOKUP-KEY
               AND  WS-RL-DISPOSITION (W-RELEASE-SUB)
                                       =  WS-LOOKUP-DISPOSITION
               AND  (WS-LOOKUP-SENDER  =  SPACES
                OR   WS-RL-COORD (W-RELEASE-SUB)  =  WS-LOOKUP-SENDER)
               MOVE W-RELEASE-SUB  TO  WS-RELEASE-FOUND-SUB
           END-IF.
      /
      ******************************************************************
      *   OPEN/CLOSE THE BURST DD BANK.                                *
      ******************************************************************
       P0710-OPEN-BURST-OUTPUT.

           OPEN OUTPUT BURST-FILE-01
                       BURST-FILE-02
                       BURST-FILE-03
                       BURST-FILE-04
                       BURST-FILE-05
                       BURST-FILE-06
                       BURST-FILE-07
                       BURST-FILE-08
                       BURST-CATCHALL-FILE.
      /
       P0720-CLOSE-BURST-FILES.

           CLOSE BURST-FILE-01
                 BURST-FILE-02
                 BURST-FILE-03
                 BURST-FILE-04
                 BURST-FILE-05
                 BURST-FILE-06
                 BURST-FILE-07
                 BURST-FILE-08
                 BURST-CATCHALL-FILE.
      /
      ******************************************************************
      *   TAKE THE RUN DATE FROM DB2 ONCE AT START OF RUN FOR THE      *
      *   SUMMARY TITLE LINE.                                          *
      ******************************************************************
       P1100-GET-RUN-DATE.

           EXEC SQL
               SET :C-CURR-DATE-YMD = CURRENT DATE
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *   THE RUN DATE OF THE EMPMAINT RUN BEING CONFIRMED - THE DATE  *
      *   HALF OF ITS LATEST PENDING RELEASE BATCH_ID, WHICH EMPMAINT  *
      *   ALSO STAMPS AS THE RECEIVED DATE OF EVERY CARD IT HOLDS      *
      *   NEW.  NO RELEASE ROW FALLS BACK TO TODAY.                    *
      ******************************************************************
       P1150-GET-MAINT-RUN-DATE.

           EXEC SQL
               SELECT SUBSTR(BATCH_ID, 9, 10)
                 INTO :WS-MAINT-RUN-DATE
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                  AND SUBSTR(BATCH_ID, 1, 8)  =  :C-PENDING-COORD
                  AND RUN_MODE      =  'A'
                  AND RUN_TS        =
                      (SELECT MAX(RUN_TS)
                         FROM DSN8110.RUNCTL
                        WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                          AND SUBSTR(BATCH_ID, 1, 8)
                                        =  :C-PENDING-COORD
                          AND RUN_MODE      =  'A')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   DISPLAY 'EMPCONF - CONFIRMING THE EMPMAINT RUN OF '
                           WS-MAINT-RUN-DATE
               WHEN DB2-NO-ROWS-FOUND
                   MOVE C-CURR-DATE-YMD  TO  WS-MAINT-RUN-DATE
                   DISPLAY 'EMPCONF - NO EMPMAINT PENDING RELEASE ON '
                           'DSN8110.RUNCTL - RUN DATE TAKEN AS TODAY'
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   L O A D  T H E  D I S T R I B U T I O N  C O N T R O L       *
      *   THE DB2CBLEX DISTCTL FILE - DEPTNO, COORDINATOR AND          *
      *   DESTINATION DD.  ONLY THE COORDINATOR AND DESTINATION ARE    *
      *   USED HERE; A RECORD WITH NO COORDINATOR IS PASSED OVER.  A   *
      *   DESTINATION THAT IS NOT ONE OF THE BURST DD NAMES IS         *
      *   REROUTED TO CATCHALL WITH A CONSOLE WARNING.  AN ABSENT DD   *
      *   SENDS EVERYTHING TO CATCHALL.                                *
      ******************************************************************
       P1250-LOAD-DIST-CONTROL.

           OPEN INPUT DIST-CTL-FILE.

           IF  WS-DISTCTL-STATUS  =  '00'
               MOVE 'Y'  TO  WS-DIST-LOADED-SW
               PERFORM P1260-STORE-DIST-ENTRY
                   UNTIL END-OF-DISTCTL
               CLOSE DIST-CTL-FILE
           ELSE
               DISPLAY 'EMPCONF - NO DISTRIBUTION CONTROL FILE'
               DISPLAY 'EMPCONF - ALL STATEMENTS TO CATCHALL'.
      /
       P1260-STORE-DIST-ENTRY.

           READ DIST-CTL-FILE
               AT END
                   SET END-OF-DISTCTL  TO  TRUE
               NOT AT END
                   IF  DC-COORD-ID  =  SPACES
                       CONTINUE
                   ELSE
                       IF  WS-DIST-COUNT  <  C-DIST-MAX
                           ADD 1  TO  WS-DIST-COUNT
                           MOVE DC-DEPTNO
                               TO  WS-DIST-DEPTNO (WS-DIST-COUNT)
                           MOVE DC-COORD-ID
                               TO  WS-DIST-COORD (WS-DIST-COUNT)
                           MOVE DC-DEST
                               TO  WS-DIST-DEST (WS-DIST-COUNT)
                           PERFORM P1270-RESOLVE-DEST-DD
                       ELSE
                           DISPLAY 'EMPCONF - DIST TABLE FULL - '
                                   'COORD ' DC-COORD-ID ' DROPPED'
                       END-IF
                   END-IF
           END-READ.
      /
      ******************************************************************
      *   RESOLVE THE ENTRY'S DESTINATION AGAINST THE BURST DD BANK.   *
      ******************************************************************
       P1270-RESOLVE-DEST-DD.

           MOVE C-CATCHALL-SUB  TO  WS-DIST-DEST-SUB (WS-DIST-COUNT).

           PERFORM P1280-SCAN-DD-BANK
               VARYING W-DD-SUB  FROM  1  BY  1
               UNTIL   W-DD-SUB  >  C-BURST-DD-MAX.

           IF  WS-DIST-DEST-SUB (WS-DIST-COUNT)  =  C-CATCHALL-SUB
               DISPLAY 'EMPCONF - UNKNOWN DESTINATION '
                       WS-DIST-DEST (WS-DIST-COUNT)
                       ' FOR COORD ' WS-DIST-COORD (WS-DIST-COUNT)
                       ' - REROUTED TO CATCHALL'
               MOVE WS-BURST-DD-NAME (C-CATCHALL-SUB)
                   TO  WS-DIST-DEST (WS-DIST-COUNT)
           END-IF.
      /
       P1280-SCAN-DD-BANK.

           IF  WS-DIST-DEST (WS-DIST-COUNT)
                   =  WS-BURST-DD-NAME (W-DD-SUB)
               MOVE W-DD-SUB  TO  WS-DIST-DEST-SUB (WS-DIST-COUNT)
           END-IF.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - EVERY LINE OF EVERY STATEMENT.  THE   *
      *   PENDING RELEASE IS ENTERED FIRST SO IT ALWAYS GETS ITS OWN   *
      *   STATEMENT, AND THE CARDS IT TOOK OFF EMPPNDIN ARE LOADED     *
      *   BEFORE EITHER FILE NAMES THEM; EMPREJ IS READ AHEAD OF       *
      *   EMPAUDIT SO EACH BATCH TAKES ITS STATUS FROM ITS HEADER      *
      *   ECHO.                                                        *
      ******************************************************************
       P2000-RELEASE-STATEMENT-LINES.

           MOVE C-PENDING-COORD    TO  WS-LOOKUP-COORD.
           MOVE WS-MAINT-RUN-DATE  TO  WS-LOOKUP-DATE.
           MOVE 'P'                TO  WS-NEW-BATCH-STATUS.
           PERFORM P0600-FIND-BATCH.

           PERFORM P2020-LOAD-RELEASED-CARDS.

           PERFORM P2050-COUNT-RELEASE-REJECTS.

           PERFORM P2100-READ-REJECT.
           PERFORM P2110-RELEASE-REJECT UNTIL END-OF-REJECTS.
           CLOSE REJECT-IN-FILE.

           PERFORM P2200-READ-AUDIT.
           PERFORM P2210-RELEASE-APPLIED UNTIL END-OF-AUDIT.
           CLOSE AUDIT-IN-FILE.

           PERFORM P2300-RELEASE-PENDING.
           PERFORM P2400-RELEASE-ESCALATED.

           PERFORM P2500-RELEASE-BATCH-MARKER
               VARYING W-BATCH-SUB  FROM  1  BY  1
               UNTIL   W-BATCH-SUB  >  WS-BATCH-COUNT.
      /
      ******************************************************************
      *   THE CARDS TONIGHT'S PENDING RELEASE TOOK OFF EMPPNDIN -      *
      *   EVERY ONE DUE BY THE EMPMAINT RUN DATE.  WITHOUT THE FILE A  *
      *   RELEASED APPLY IS SHOWN ON THE PENDING RELEASE'S STATEMENT   *
      *   ONLY.                                                        *
      ******************************************************************
       P2020-LOAD-RELEASED-CARDS.

           OPEN INPUT PENDING-IN-FILE.

           IF  WS-PENDIN-STATUS  =  '00'
               PERFORM P2025-READ-PENDIN
               PERFORM P2030-STORE-RELEASED-CARD
                   UNTIL END-OF-PENDIN
               CLOSE PENDING-IN-FILE
           ELSE
               DISPLAY 'EMPCONF - NO EMPPNDIN SUPPLIED'
               DISPLAY 'EMPCONF - RELEASED APPLIES ON THE PENDING '
                       'STATEMENT ONLY'.
      /
       P2025-READ-PENDIN.

           READ PENDING-IN-FILE
               AT END
                   SET END-OF-PENDIN  TO  TRUE
               NOT AT END
                   ADD 1  TO  A-PENDIN-READ
           END-READ.
      /
      ******************************************************************
      *   A CARD DUE BY THE RUN DATE WAS RELEASED (EMPMAINT P1820); A  *
      *   LATER ONE WAS HELD OVER AND IS ON EMPPNDOU INSTEAD.  A FULL  *
      *   TABLE LEAVES THE CARD ON THE PENDING STATEMENT ONLY.         *
      ******************************************************************
       P2030-STORE-RELEASED-CARD.

           IF  PI-EFF-DATE  NOT >  WS-MAINT-RUN-DATE
               ADD 1  TO  A-RELEASE-DUE
               IF  WS-RELEASE-COUNT  <  C-RELEASE-MAX
                   ADD 1  TO  WS-RELEASE-COUNT
                   MOVE PI-ACTION-CODE
                       TO  WS-RL-ACTION-CODE (WS-RELEASE-COUNT)
                   MOVE PI-EMP-NBR
                       TO  WS-RL-KEY (WS-RELEASE-COUNT)
                   MOVE SPACE
                       TO  WS-RL-DISPOSITION (WS-RELEASE-COUNT)
                   IF  PI-COORDINATOR-ID  =  SPACES
                       MOVE C-UNKNOWN-COORD
                           TO  WS-RL-COORD (WS-RELEASE-COUNT)
                   ELSE
                       MOVE PI-COORDINATOR-ID
                           TO  WS-RL-COORD (WS-RELEASE-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'EMPCONF - RELEASE TABLE FULL - '
                           PI-ACTION-CODE ' ' PI-EMP-NBR
                           ' ON THE PENDING STATEMENT ONLY'
               END-IF
           END-IF.

           PERFORM P2025-READ-PENDIN.
      /
      ******************************************************************
      *   FIRST PASS OF EMPREJ - COUNT THE REJECTS UNDER PENDING       *
      *   RELEASE HEADERS.  THE RELEASE COMMITS WHOLE AND A RESTART    *
      *   NEVER RELEASES AGAIN ONCE IT HAS, SO THE COMMITTED RELEASE   *
      *   IS THE LAST ON THE FILE: ONLY THE LAST RECS_REJECTED OF ITS  *
      *   RUNCTL ROW ARE ITS OWN, THE REST ARE AN ABENDED ATTEMPT'S.   *
      *   THE FILE IS THEN REOPENED FOR THE PASS THAT RELEASES.        *
      ******************************************************************
       P2050-COUNT-RELEASE-REJECTS.

           PERFORM P2100-READ-REJECT.
           PERFORM P2060-COUNT-ONE-REJECT UNTIL END-OF-REJECTS.
           CLOSE REJECT-IN-FILE.

           MOVE C-PENDING-COORD    TO  WS-RC-BATCH-ID(1:8).
           MOVE WS-MAINT-RUN-DATE  TO  WS-RC-BATCH-ID(9:10).
           MOVE 'N'                TO  WS-RC-REJECTED-ROWS-SW.
           PERFORM P5000-GET-BATCH-RUNCTL.

           IF  RUNCTL-ROW-FOUND
               AND  WS-RELEASE-REJ-SEEN  >  WS-RC-RECS-REJECTED
               COMPUTE WS-RELEASE-REJ-SKIP  =
                       WS-RELEASE-REJ-SEEN  -  WS-RC-RECS-REJECTED
           END-IF.

           MOVE 'N'   TO  WS-REJECT-EOF-SW
                          WS-REJ-RELEASE-SW.
           MOVE ZERO  TO  A-REJECTS-READ.

           OPEN INPUT REJECT-IN-FILE.

           IF  WS-REJECT-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.
      /
       P2060-COUNT-ONE-REJECT.

           IF  RIH-RECORD-TYPE  =  'H'
               IF  RI-REASON  =  C-REJ-RELEASE-REASON
                   MOVE 'Y'  TO  WS-REJ-RELEASE-SW
               ELSE
                   MOVE 'N'  TO  WS-REJ-RELEASE-SW
               END-IF
           ELSE
               IF  REJ-UNDER-RELEASE
                   ADD 1  TO  WS-RELEASE-REJ-SEEN
               END-IF
           END-IF.

           PERFORM P2100-READ-REJECT.
      /
       P2100-READ-REJECT.

           READ REJECT-IN-FILE
               AT END
                   SET END-OF-REJECTS  TO  TRUE
               NOT AT END
                   ADD 1  TO  A-REJECTS-READ
           END-READ.
      /
      ******************************************************************
      *   ONE EMPREJ RECORD - A HEADER ECHO STARTS A NEW BATCH (OR     *
      *   THE PENDING RELEASE FOR ONE COORDINATOR); ANY OTHER RECORD   *
      *   IS A REJECTED CARD OF THE BATCH UNDER THE LAST HEADER.       *
      ******************************************************************
       P2110-RELEASE-REJECT.

           IF  RIH-RECORD-TYPE  =  'H'
               PERFORM P2120-NOTE-REJECT-HEADER
           ELSE
               PERFORM P2140-RELEASE-REJECTED-CARD
           END-IF.

           PERFORM P2100-READ-REJECT.
      /
      ******************************************************************
      *   A PENDING RELEASE HEADER NAMES THE COORDINATOR WHOSE DUE     *
      *   CARDS FOLLOW; THEIR BATCH IS THE RELEASE'S OWN.  ANY OTHER   *
      *   HEADER IS A BATCH, WHOSE STATUS IS IN THE REASON.  A BATCH   *
      *   ONCE OPENED OR REJECTED KEEPS THAT STATUS IF THE SAME        *
      *   BATCH_ID COMES BACK LATER IN THE FILE AND IS SKIPPED (A      *
      *   RESTART SKIPS EVERY BATCH THE ABENDED ATTEMPT COMPLETED),    *
      *   EXCEPT THAT A BATCH REJECTED WHOLE AND THEN OPENED (SENT     *
      *   AGAIN) IS AN OPENED BATCH.  EVERY OPENED HEADER IS ONE       *
      *   ATTEMPT AT THE BATCH; A REJECTED ONE IS NOT, AND IS NOTED    *
      *   ONCE HOWEVER MANY TIMES A RESTART CHECKS THE BATCH AGAIN.    *
      ******************************************************************
       P2120-NOTE-REJECT-HEADER.

           IF  RIH-COORDINATOR-ID  =  SPACES
               MOVE C-UNKNOWN-COORD     TO  WS-REJ-COORD
           ELSE
               MOVE RIH-COORDINATOR-ID  TO  WS-REJ-COORD
           END-IF.

           IF  RI-REASON  =  C-REJ-RELEASE-REASON
               MOVE 'Y'                TO  WS-REJ-RELEASE-SW
               MOVE C-PENDING-COORD    TO  WS-LOOKUP-COORD
               MOVE WS-MAINT-RUN-DATE  TO  WS-LOOKUP-DATE
               MOVE 'P'                TO  WS-NEW-BATCH-STATUS
           ELSE
               MOVE 'N'                 TO  WS-REJ-RELEASE-SW
               MOVE RIH-COORDINATOR-ID  TO  WS-LOOKUP-COORD
               MOVE RIH-BATCH-DATE      TO  WS-LOOKUP-DATE
               EVALUATE TRUE
                   WHEN RI-REASON-PREFIX  =  C-REJ-BATCH-PREFIX
                       MOVE 'R'  TO  WS-NEW-BATCH-STATUS
                   WHEN RI-REASON  =  C-REJ-SKIPPED-REASON
                       MOVE 'S'  TO  WS-NEW-BATCH-STATUS
                   WHEN OTHER
                       MOVE 'O'  TO  WS-NEW-BATCH-STATUS
               END-EVALUATE
           END-IF.

           MOVE WS-LOOKUP-BATCH-ID  TO  WS-REJ-BATCH-ID.

           PERFORM P0600-FIND-BATCH.
           MOVE W-FOUND-SUB  TO  WS-REJ-BATCH-SUB.

           IF  W-FOUND-SUB  >  ZERO
               MOVE WS-BT-STATUS (W-FOUND-SUB)  TO  WS-OLD-BATCH-STATUS
           ELSE
               MOVE SPACE  TO  WS-OLD-BATCH-STATUS
           END-IF.

           IF  W-FOUND-SUB  >  ZERO
               AND  NOT REJ-UNDER-RELEASE
               AND  (WS-NEW-BATCH-STATUS  =  'O'
                OR   (NOT BT-OPENED (W-FOUND-SUB)
                 AND  NOT BT-REJECTED (W-FOUND-SUB)))
               MOVE WS-NEW-BATCH-STATUS
                   TO  WS-BT-STATUS (W-FOUND-SUB)
           END-IF.

           IF  W-FOUND-SUB  >  ZERO
               AND  NOT REJ-UNDER-RELEASE
               AND  WS-NEW-BATCH-STATUS  =  'O'
               PERFORM P2125-START-BATCH-ATTEMPT
           END-IF.

      * A BATCH REJECTED WHOLE OR SKIPPED IS NOTED ONCE - NOT AGAIN
      * WHEN A RESTART SKIPS WHAT AN EARLIER ATTEMPT APPLIED OR CHECKS
      * A REJECTED BATCH AGAIN.
           IF  WS-NEW-BATCH-STATUS  =  'R'
               AND  NOT REJ-UNDER-RELEASE
               AND  W-FOUND-SUB  >  ZERO
               AND  NOT BT-R-NOTED (W-FOUND-SUB)
               MOVE 'Y'  TO  WS-BT-R-NOTED-SW (W-FOUND-SUB)
               PERFORM P2130-RELEASE-BATCH-NOTE
           END-IF.

           IF  WS-NEW-BATCH-STATUS  =  'S'
               AND  NOT REJ-UNDER-RELEASE
               AND  (WS-BATCH-ADDED
                     OR  (WS-OLD-BATCH-STATUS  NOT =  'O'
                     AND  WS-OLD-BATCH-STATUS  NOT =  'R'
                     AND  WS-OLD-BATCH-STATUS  NOT =  'S'))
               PERFORM P2130-RELEASE-BATCH-NOTE
           END-IF.
      /
      ******************************************************************
      *   ONE ATTEMPT AT A BATCH.  A RESTARTED ATTEMPT'S RUNCTL ROW    *
      *   STARTS FROM THE CARD COUNTS OF THE LAST COMMIT BEFORE IT, SO *
      *   THE REJECTS ATTEMPT N MADE THAT STAYED MADE ARE ITS ROW'S    *
      *   RECS_REJECTED LESS THE ROW BEFORE IT'S - THE FIRST THAT MANY *
      *   UNDER THIS HEADER, NEVER FEWER THAN NONE.  THE REST WERE     *
      *   WRITTEN AFTER ITS LAST COMMIT AND COME AGAIN ON THE NEXT     *
      *   ATTEMPT'S FILE.  AN ATTEMPT WITH NO ROW OF ITS OWN KEEPS     *
      *   EVERYTHING.                                                  *
      ******************************************************************
       P2125-START-BATCH-ATTEMPT.

           ADD 1  TO  WS-BT-ATTEMPTS (W-FOUND-SUB).
           MOVE ZERO  TO  WS-BT-ATTEMPT-REJECTS (W-FOUND-SUB).

           MOVE WS-BT-BATCH-ID (W-FOUND-SUB)  TO  WS-RC-BATCH-ID.
           MOVE WS-BT-ATTEMPTS (W-FOUND-SUB)  TO  WS-RC-ATTEMPT-NBR.
           PERFORM P5100-GET-ATTEMPT-RUNCTL.

           IF  RUNCTL-ROW-FOUND
               IF  WS-RC-RECS-REJECTED
                       >  WS-BT-PRIOR-REJECTED (W-FOUND-SUB)
                   COMPUTE WS-BT-KEEP-REJECTS (W-FOUND-SUB)  =
                           WS-RC-RECS-REJECTED
                         - WS-BT-PRIOR-REJECTED (W-FOUND-SUB)
               ELSE
                   MOVE ZERO  TO  WS-BT-KEEP-REJECTS (W-FOUND-SUB)
               END-IF
               MOVE WS-RC-RECS-REJECTED
                   TO  WS-BT-PRIOR-REJECTED (W-FOUND-SUB)
           ELSE
               MOVE C-KEEP-ALL-REJECTS
                   TO  WS-BT-KEEP-REJECTS (W-FOUND-SUB)
           END-IF.
      /
      ******************************************************************
      *   A BATCH REJECTED WHOLE OR SKIPPED HAS NO CARDS OF ITS OWN    *
      *   ON EMPREJ - ITS HEADER REASON IS SHOWN IN THEIR PLACE.       *
      ******************************************************************
       P2130-RELEASE-BATCH-NOTE.

           MOVE RI-REASON  TO  CFN-TEXT.

           IF  WS-NEW-BATCH-STATUS  =  'R'
               MOVE '- NO CARD APPLIED'  TO  CFN-TEXT2
           ELSE
               MOVE SPACES               TO  CFN-TEXT2
           END-IF.

           MOVE WS-REJ-COORD         TO  SR-COORD-ID.
           MOVE 2                    TO  SR-SECTION.
           MOVE WS-REJ-BATCH-ID      TO  SR-BATCH-ID.
           MOVE A-REJECTS-READ       TO  SR-SEQ-NBR.
           SET SR-NOTE-LINE          TO  TRUE.
           MOVE W-CONF-NOTE-LINE     TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   ONE REJECTED CARD, COUNTED TO ITS BATCH.  A RELEASED CARD    *
      *   THAT REJECTED IS ALSO RELEASED TO THE PENDING RELEASE'S OWN  *
      *   STATEMENT, WHICH TIES TO THE RELEASE'S RUNCTL ROW.  A REJECT *
      *   AN EARLIER ATTEMPT WROTE AFTER ITS LAST COMMIT IS SET ASIDE  *
      *   - THE ATTEMPT THAT FOLLOWED WROTE IT AGAIN.                  *
      ******************************************************************
       P2140-RELEASE-REJECTED-CARD.

           PERFORM P2145-CHECK-REJECT-ATTEMPT.

           IF  REJECT-KEPT
               PERFORM P2150-RELEASE-KEPT-REJECT
           ELSE
               ADD 1  TO  A-REJECTS-SUPERSEDED
           END-IF.
      /
       P2150-RELEASE-KEPT-REJECT.

           IF  WS-REJ-BATCH-SUB  >  ZERO
               ADD 1  TO  WS-BT-REJECT-COUNT (WS-REJ-BATCH-SUB)
           END-IF.

           MOVE RI-ACTION-CODE   TO  CFR-ACTION-CODE.
           MOVE RI-EMP-NBR       TO  CFR-EMP-NBR.
           MOVE RI-WORK-DEPT     TO  CFR-WORK-DEPT.
           MOVE RI-LAST-NAME     TO  CFR-LAST-NAME.
           MOVE RI-REASON        TO  CFR-REASON.

           MOVE WS-REJ-COORD          TO  SR-COORD-ID.
           MOVE 2                     TO  SR-SECTION.
           MOVE WS-REJ-BATCH-ID       TO  SR-BATCH-ID.
           MOVE A-REJECTS-READ        TO  SR-SEQ-NBR.
           SET SR-DETAIL-LINE         TO  TRUE.
           MOVE W-CONF-REJECT-LINE    TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.

           IF  REJ-UNDER-RELEASE
               AND  WS-REJ-COORD  NOT =  C-PENDING-COORD
               MOVE C-PENDING-COORD  TO  SR-COORD-ID
               RELEASE SORT-WORK-RECORD
           END-IF.

           IF  REJ-UNDER-RELEASE
               PERFORM P2160-NOTE-RELEASE-REJECT
           END-IF.
      /
      ******************************************************************
      *   A RELEASE REJECT ACCOUNTS FOR THE EMPPNDIN CARD ITS          *
      *   COORDINATOR SENT WITH THE SAME ACTION AND KEY.               *
      ******************************************************************
       P2160-NOTE-RELEASE-REJECT.

           MOVE RI-ACTION-CODE  TO  WS-LOOKUP-ACTION-CODE.
           MOVE RI-EMP-NBR      TO  WS-LOOKUP-KEY.
           MOVE WS-REJ-COORD    TO  WS-LOOKUP-SENDER.
           PERFORM P0670-FIND-RELEASED-CARD.

           IF  WS-RELEASE-FOUND-SUB  >  ZERO
               MOVE 'R'  TO  WS-RL-DISPOSITION (WS-RELEASE-FOUND-SUB)
           END-IF.
      /
       P2145-CHECK-REJECT-ATTEMPT.

           MOVE 'Y'  TO  WS-REJ-KEPT-SW.

           IF  REJ-UNDER-RELEASE
               ADD 1  TO  WS-RELEASE-REJ-NBR
               IF  WS-RELEASE-REJ-NBR  NOT >  WS-RELEASE-REJ-SKIP
                   MOVE 'N'  TO  WS-REJ-KEPT-SW
               END-IF
           ELSE
               IF  WS-REJ-BATCH-SUB  >  ZERO
                   ADD 1  TO  WS-BT-ATTEMPT-REJECTS (WS-REJ-BATCH-SUB)
                   IF  WS-BT-ATTEMPT-REJECTS (WS-REJ-BATCH-SUB)
                           >  WS-BT-KEEP-REJECTS (WS-REJ-BATCH-SUB)
                       MOVE 'N'  TO  WS-REJ-KEPT-SW
                   END-IF
               END-IF
           END-IF.
      /
       P2200-READ-AUDIT.

           READ AUDIT-IN-FILE
               AT END
                   SET END-OF-AUDIT  TO  TRUE
               NOT AT END
                   ADD 1  TO  A-AUDIT-READ
           END-READ.
      /
      ******************************************************************
      *   ONE APPLIED CHANGE, RELEASED TO THE COORDINATOR HALF OF ITS  *
      *   BATCH_ID - AND A CHANGE THE PENDING RELEASE MADE ALSO TO THE *
      *   COORDINATOR WHO SENT THE CARD.  IT IS COUNTED TO ITS BATCH   *
      *   ONLY AS IT IS WRITTEN (P3050), ONCE ANY EARLIER ATTEMPT'S    *
      *   COPY IS SET ASIDE.  THE LAST NAME COMES FROM THE AFTER-      *
      *   IMAGE, OR THE BEFORE-IMAGE ON A DEACTIVATION.                *
      ******************************************************************
       P2210-RELEASE-APPLIED.

           MOVE AU-BATCH-ID  TO  WS-LOOKUP-BATCH-ID.
           MOVE 'U'          TO  WS-NEW-BATCH-STATUS.
           PERFORM P0600-FIND-BATCH.

           MOVE AU-ACTION-CODE    TO  CFA-ACTION-CODE.
           MOVE AU-EMP-NBR        TO  CFA-EMP-NBR.
           MOVE AU-SEQ-NBR        TO  CFA-SEQ-NBR.
           MOVE SPACES            TO  CFA-LAST-NAME.

           IF  AU-BEF-IMAGE  =  SPACES
               MOVE SPACES            TO  CFA-BEF-DEPT
                                          CFA-BEF-SALARY-X
           ELSE
               MOVE AU-BEF-WORK-DEPT  TO  CFA-BEF-DEPT
               MOVE AU-BEF-SALARY     TO  WS-SALARY-WORK
               MOVE WS-SALARY-WORK    TO  CFA-BEF-SALARY
               MOVE AU-BEF-LAST-NAME  TO  CFA-LAST-NAME
           END-IF.

           IF  AU-AFT-IMAGE  =  SPACES
               MOVE SPACES            TO  CFA-AFT-DEPT
                                          CFA-AFT-SALARY-X
           ELSE
               MOVE AU-AFT-WORK-DEPT  TO  CFA-AFT-DEPT
               MOVE AU-AFT-SALARY     TO  WS-SALARY-WORK
               MOVE WS-SALARY-WORK    TO  CFA-AFT-SALARY
               MOVE AU-AFT-LAST-NAME  TO  CFA-LAST-NAME
           END-IF.

           IF  AU-BATCH-COORD  =  SPACES
               MOVE C-UNKNOWN-COORD  TO  SR-COORD-ID
           ELSE
               MOVE AU-BATCH-COORD   TO  SR-COORD-ID
           END-IF.

           MOVE 1                     TO  SR-SECTION.
           MOVE AU-BATCH-ID           TO  SR-BATCH-ID.
           MOVE AU-SEQ-NBR            TO  SR-SEQ-NBR.
           MOVE A-AUDIT-READ          TO  SR-READ-NBR.
           SET SR-DETAIL-LINE         TO  TRUE.
           MOVE W-CONF-APPLIED-LINE   TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.

           IF  AU-BATCH-COORD  =  C-PENDING-COORD
               PERFORM P2220-RELEASE-TO-SENDER
           END-IF.

           PERFORM P2200-READ-AUDIT.
      /
      ******************************************************************
      *   A RELEASED APPLY GOES TO THE COORDINATOR OF ITS EMPPNDIN     *
      *   CARD - THE SAME ACTION AND EMPNO, OR ON AN 'M' CARD THE      *
      *   DEPARTMENTS THE EMPLOYEE MOVED FROM AND TO.  ITS BATCH STAYS *
      *   THE RELEASE'S.  A CARD NOT ON EMPPNDIN STAYS ON THE PENDING  *
      *   RELEASE'S STATEMENT ONLY.                                    *
      ******************************************************************
       P2220-RELEASE-TO-SENDER.

           MOVE AU-ACTION-CODE  TO  WS-LOOKUP-ACTION-CODE.
           MOVE SPACES          TO  WS-LOOKUP-SENDER.

           IF  AU-ACTION-CODE  =  'M'
               MOVE AU-BEF-WORK-DEPT  TO  WS-LOOKUP-FROM-DEPT
               MOVE AU-AFT-WORK-DEPT  TO  WS-LOOKUP-TO-DEPT
           ELSE
               MOVE AU-EMP-NBR        TO  WS-LOOKUP-KEY
           END-IF.

           PERFORM P0670-FIND-RELEASED-CARD.

           IF  WS-RELEASE-FOUND-SUB  >  ZERO
               MOVE 'A'  TO  WS-RL-DISPOSITION (WS-RELEASE-FOUND-SUB)
               MOVE WS-RL-COORD (WS-RELEASE-FOUND-SUB)
                                   TO  SR-COORD-ID
               RELEASE SORT-WORK-RECORD
           END-IF.
      /
      ******************************************************************
      *   EVERY CARD STILL ON THE PENDING SUSPENSE FILE, UNDER THE     *
      *   COORDINATOR WHO SENT IT, IN RELEASE-DATE ORDER.  A CARD      *
      *   RECEIVED ON THE EMPMAINT RUN DATE WAS HELD NEW TONIGHT AND   *
      *   COUNTS TOWARD ITS COORDINATOR'S HELD TIE; AN OLDER ONE WAS   *
      *   HELD OVER AND COUNTS TOWARD THE PENDING RELEASE'S.           *
      ******************************************************************
       P2300-RELEASE-PENDING.

           OPEN INPUT PENDING-HELD-FILE.

           IF  WS-PENDING-STATUS  =  '00'
               PERFORM P2310-READ-PENDING
               PERFORM P2320-RELEASE-PENDING-CARD
                   UNTIL END-OF-PENDING
               CLOSE PENDING-HELD-FILE
           ELSE
               DISPLAY 'EMPCONF - NO PENDING FILE SUPPLIED'
               DISPLAY 'EMPCONF - NO PENDING CARDS SHOWN'.
      /
       P2310-READ-PENDING.

           READ PENDING-HELD-FILE
               AT END
                   SET END-OF-PENDING  TO  TRUE
               NOT AT END
                   ADD 1  TO  A-PENDING-READ
           END-READ.
      /
       P2320-RELEASE-PENDING-CARD.

           IF  PO-COORDINATOR-ID  =  SPACES
               MOVE C-UNKNOWN-COORD    TO  SR-COORD-ID
           ELSE
               MOVE PO-COORDINATOR-ID  TO  SR-COORD-ID
           END-IF.

           MOVE PO-ACTION-CODE     TO  CFP-ACTION-CODE.
           MOVE PO-EMP-NBR         TO  CFP-EMP-NBR.
           MOVE PO-WORK-DEPT       TO  CFP-WORK-DEPT.
           MOVE PO-LAST-NAME       TO  CFP-LAST-NAME.
           MOVE PO-EFF-DATE        TO  CFP-EFF-DATE.
           MOVE PO-RECEIVED-DATE   TO  CFP-RECEIVED-DATE.

           IF  PO-RECEIVED-DATE  =  WS-MAINT-RUN-DATE
               MOVE 'HELD - NEW'      TO  CFP-STATUS
               MOVE SR-COORD-ID       TO  WS-LOOKUP-COORD-ID
               PERFORM P0620-FIND-COORD
               IF  WS-COORD-FOUND
                   ADD 1  TO  WS-CT-NEW-HELD (W-FOUND-SUB)
               END-IF
           ELSE
               MOVE 'HELD - WAITING'  TO  CFP-STATUS
               ADD 1  TO  A-HELD-OVER
           END-IF.

           MOVE 3                     TO  SR-SECTION.
           MOVE SPACES                TO  SR-BATCH-ID.
           MOVE PO-EFF-DATE           TO  SR-BATCH-DATE.
           MOVE A-PENDING-READ        TO  SR-SEQ-NBR.
           SET SR-DETAIL-LINE         TO  TRUE.
           MOVE W-CONF-PENDING-LINE   TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.

           PERFORM P2310-READ-PENDING.
      /
      ******************************************************************
      *   EVERY CARD EMPRCYCL ESCALATED INSTEAD OF RECYCLING, UNDER    *
      *   THE COORDINATOR IT NAMES.  EVERY OTHER RCYRPT LINE (TITLE,   *
      *   REGENERATED BATCHES, TOTALS) IS PASSED OVER.                 *
      ******************************************************************
       P2400-RELEASE-ESCALATED.

           OPEN INPUT RECYCLE-RPT-FILE.

           IF  WS-RCYRPT-STATUS  =  '00'
               PERFORM P2410-READ-RCYRPT
               PERFORM P2420-CHECK-RCYRPT-LINE
                   UNTIL END-OF-RCYRPT
               CLOSE RECYCLE-RPT-FILE
           ELSE
               DISPLAY 'EMPCONF - NO RECYCLE REPORT SUPPLIED'
               DISPLAY 'EMPCONF - NO ESCALATIONS SHOWN'.
      /
       P2410-READ-RCYRPT.

           READ RECYCLE-RPT-FILE
               AT END
                   SET END-OF-RCYRPT  TO  TRUE
               NOT AT END
                   ADD 1  TO  A-RCYRPT-READ
           END-READ.
      /
       P2420-CHECK-RCYRPT-LINE.

           IF  RX-CYCLES-LIT  =  'CYCLES: '
               AND  RX-TEXT  =  'ESCALATED '
               PERFORM P2430-RELEASE-ESCALATION
           END-IF.

           PERFORM P2410-READ-RCYRPT.
      /
       P2430-RELEASE-ESCALATION.

           ADD 1  TO  A-ESCALATED.

           IF  RX-COORDINATOR  =  SPACES
               MOVE C-UNKNOWN-COORD  TO  SR-COORD-ID
           ELSE
               MOVE RX-COORDINATOR   TO  SR-COORD-ID
           END-IF.

           MOVE RX-ACTION-CODE     TO  CFE-ACTION-CODE.
           MOVE RX-EMP-NBR         TO  CFE-EMP-NBR.
           MOVE RX-CYCLE-COUNT     TO  CFE-CYCLE-COUNT.
           MOVE RX-REASON          TO  CFE-REASON.

           MOVE 4                     TO  SR-SECTION.
           MOVE SPACES                TO  SR-BATCH-ID.
           MOVE A-RCYRPT-READ         TO  SR-SEQ-NBR.
           SET SR-DETAIL-LINE         TO  TRUE.
           MOVE W-CONF-ESCALATE-LINE  TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   ONE MARKER PER BATCH UNDER ITS OWNER, SO A COORDINATOR       *
      *   WHOSE BATCH LEFT NO APPLIED, REJECTED OR PENDING CARD STILL  *
      *   GETS A STATEMENT WITH ITS CONTROL TOTALS.                    *
      ******************************************************************
       P2500-RELEASE-BATCH-MARKER.

           MOVE WS-BT-OWNER (W-BATCH-SUB)     TO  SR-COORD-ID.
           MOVE ZERO                          TO  SR-SECTION.
           MOVE WS-BT-BATCH-ID (W-BATCH-SUB)  TO  SR-BATCH-ID.
           MOVE ZERO                          TO  SR-SEQ-NBR.
           SET SR-MARKER                      TO  TRUE.
           MOVE SPACES                        TO  SR-LINE.

           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - ONE STATEMENT PER COORDINATOR.  A    *
      *   NEW COORDINATOR CLOSES THE LAST STATEMENT AND STARTS THE     *
      *   NEXT; A NEW SECTION GETS ITS HEADING; A NEW BATCH WITHIN     *
      *   THE APPLIED OR REJECTED SECTION GETS ITS BATCH LINE.         *
      ******************************************************************
       P3000-WRITE-STATEMENTS.

           PERFORM P3010-RETURN-SORTED.
           PERFORM P3020-WRITE-ONE-LINE UNTIL END-OF-SORTED.

           IF  STATEMENT-STARTED
               PERFORM P3900-END-STATEMENT
           END-IF.
      /
       P3010-RETURN-SORTED.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED  TO  TRUE
           END-RETURN.
      /
       P3020-WRITE-ONE-LINE.

           IF  NOT STATEMENT-STARTED
               OR  SR-COORD-ID  NOT =  WS-STMT-COORD
               IF  STATEMENT-STARTED
                   PERFORM P3900-END-STATEMENT
               END-IF
               PERFORM P3100-START-STATEMENT
           END-IF.

           IF  NOT SR-MARKER
               PERFORM P3210-NEXT-SECTION
                   UNTIL WS-CURR-SECTION  >=  SR-SECTION
               PERFORM P3030-WRITE-SORTED-LINE
           END-IF.

           PERFORM P3010-RETURN-SORTED.
      /
       P3030-WRITE-SORTED-LINE.

           IF  SR-SECTION  <  3
               AND  SR-BATCH-ID  NOT =  WS-CURR-BATCH-ID
               PERFORM P3040-WRITE-BATCH-LINE
           END-IF.

           MOVE 'Y'  TO  WS-LINE-KEPT-SW.

           IF  SR-SECTION  =  1
               AND  SR-DETAIL-LINE
               PERFORM P3050-CHECK-APPLIED-LINE
           END-IF.

           IF  LINE-KEPT
               PERFORM P3035-WRITE-KEPT-LINE
           END-IF.
      /
       P3035-WRITE-KEPT-LINE.

           MOVE SR-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           ADD 1  TO  WS-SECTION-LINES.

           IF  SR-DETAIL-LINE
               EVALUATE SR-SECTION
                   WHEN 1
                       ADD 1  TO  A-STMT-APPLIED
                   WHEN 2
                       ADD 1  TO  A-STMT-REJECTED
                   WHEN 3
                       ADD 1  TO  A-STMT-PENDING
                   WHEN OTHER
                       ADD 1  TO  A-STMT-ESCALATED
               END-EVALUATE
           END-IF.
      /
       P3040-WRITE-BATCH-LINE.

           MOVE SR-BATCH-ID  TO  WS-CURR-BATCH-ID.

           MOVE SR-BATCH-COORD  TO  CFB-COORD-ID.
           MOVE SR-BATCH-DATE   TO  CFB-BATCH-DATE.

           EVALUATE TRUE
               WHEN SR-BATCH-COORD  =  C-PENDING-COORD
                   MOVE 'PENDING CARD RELEASE'       TO  CFB-TEXT
               WHEN SR-BATCH-ID  =  SPACES
                   MOVE 'NO BATCH HEADER ON EMPREJ'  TO  CFB-TEXT
               WHEN OTHER
                   MOVE SPACES                       TO  CFB-TEXT
           END-EVALUATE.

           MOVE W-CONF-BATCH-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           IF  SR-SECTION  =  1
               PERFORM P3045-GET-APPLIED-RANGE
           END-IF.
      /
      ******************************************************************
      *   THE APPLIED LINES OF A NEW BATCH - ITS TABLE ENTRY, WHETHER  *
      *   THIS IS ITS OWNER'S STATEMENT, AND THE AUDIT SEQUENCE RANGE  *
      *   OF ITS LATEST RUNCTL APPLY ROW (NOT AN 'R' ROW - NOTHING IS  *
      *   APPLIED UNDER ONE).                                          *
      ******************************************************************
       P3045-GET-APPLIED-RANGE.

           MOVE SR-BATCH-ID  TO  WS-LOOKUP-BATCH-ID.
           MOVE 'U'          TO  WS-NEW-BATCH-STATUS.
           PERFORM P0600-FIND-BATCH.
           MOVE W-FOUND-SUB  TO  WS-APPLY-BATCH-SUB.

           MOVE 'Y'  TO  WS-APPLY-OWNER-SW.

           IF  WS-APPLY-BATCH-SUB  >  ZERO
               AND  WS-BT-OWNER (WS-APPLY-BATCH-SUB)
                                       NOT =  WS-STMT-COORD
               MOVE 'N'  TO  WS-APPLY-OWNER-SW
           END-IF.

           MOVE SR-BATCH-ID  TO  WS-RC-BATCH-ID.
           MOVE 'N'          TO  WS-RC-REJECTED-ROWS-SW.
           PERFORM P5000-GET-BATCH-RUNCTL.

           MOVE WS-RC-FOUND-SW        TO  WS-APPLY-ROW-SW.
           MOVE WS-RC-AUDIT-SEQ-BASE  TO  WS-APPLY-SEQ-BASE.
           MOVE WS-RC-AUDIT-SEQ       TO  WS-APPLY-SEQ-HIGH.
           MOVE ZERO                  TO  WS-APPLY-LAST-SEQ.
      /
      ******************************************************************
      *   ONE APPLIED LINE.  THE FIRST OF A BATCH'S LINES FOR ONE      *
      *   AUDIT SEQUENCE IS THE LAST ATTEMPT'S; ANY OTHER IS AN        *
      *   EARLIER ATTEMPT'S ROLLED-BACK CHANGE THE RESTART MADE AGAIN. *
      *   A LINE OUTSIDE THE RUNCTL RANGE WAS NEVER COMMITTED.  ONLY   *
      *   WHAT IS LEFT IS WRITTEN, AND ON THE BATCH OWNER'S STATEMENT  *
      *   COUNTED TO THE BATCH - THE SENDER'S COPY OF A RELEASED APPLY *
      *   IS WRITTEN BUT NOT COUNTED AGAIN.                            *
      ******************************************************************
       P3050-CHECK-APPLIED-LINE.

           IF  SR-SEQ-NBR  =  WS-APPLY-LAST-SEQ
               MOVE 'N'  TO  WS-LINE-KEPT-SW
               IF  APPLY-OWNER-COPY
                   ADD 1  TO  A-AUDIT-SUPERSEDED
               END-IF
           ELSE
               MOVE SR-SEQ-NBR  TO  WS-APPLY-LAST-SEQ
               IF  APPLY-ROW-FOUND
                   AND  (SR-SEQ-NBR  NOT >  WS-APPLY-SEQ-BASE
                    OR   SR-SEQ-NBR  >  WS-APPLY-SEQ-HIGH)
                   MOVE 'N'  TO  WS-LINE-KEPT-SW
                   IF  APPLY-OWNER-COPY
                       ADD 1  TO  A-AUDIT-OUT-OF-RANGE
                   END-IF
               END-IF
           END-IF.

           IF  LINE-KEPT
               AND  APPLY-OWNER-COPY
               AND  WS-APPLY-BATCH-SUB  >  ZERO
               ADD 1  TO  WS-BT-AUDIT-COUNT (WS-APPLY-BATCH-SUB)
           END-IF.
      /
      ******************************************************************
      *   S T A R T  A  S T A T E M E N T                              *
      *   ROUTE IT, CLEAR ITS COUNTS AND FORCE A FRESH PAGE.           *
      ******************************************************************
       P3100-START-STATEMENT.

           MOVE 'Y'          TO  WS-STMT-STARTED-SW.
           MOVE 'Y'          TO  WS-STMT-TIES-SW.
           MOVE SR-COORD-ID  TO  WS-STMT-COORD.
           MOVE ZERO         TO  WS-CURR-SECTION
                                 WS-SECTION-LINES
                                 WS-STMT-BATCHES
                                 WS-STMT-CTL-HELD
                                 WS-STMT-HELD
                                 A-STMT-APPLIED
                                 A-STMT-REJECTED
                                 A-STMT-PENDING
                                 A-STMT-ESCALATED
                                 WS-BURST-PAGE-NBR.
           MOVE HIGH-VALUES  TO  WS-CURR-BATCH-ID.

           PERFORM P0285-SET-BURST-DEST.

           MOVE C-PAGE-SIZE  TO  WS-BURST-LINE-COUNT.

           ADD 1  TO  A-STATEMENTS.
      /
      ******************************************************************
      *   CLOSE THE CURRENT SECTION AND OPEN THE NEXT WITH ITS         *
      *   HEADING AND COLUMN HEADER.                                   *
      ******************************************************************
       P3210-NEXT-SECTION.

           PERFORM P3220-CLOSE-SECTION.

           ADD 1  TO  WS-CURR-SECTION.

           MOVE SPACES  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE WS-SECTION-TITLE (WS-CURR-SECTION)  TO  CFS-TEXT.
           MOVE W-CONF-SECTION-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           EVALUATE WS-CURR-SECTION
               WHEN 1
                   MOVE W-CONF-APPLIED-HDR   TO  WS-BURST-LINE
               WHEN 2
                   MOVE W-CONF-REJECT-HDR    TO  WS-BURST-LINE
               WHEN 3
                   MOVE W-CONF-PENDING-HDR   TO  WS-BURST-LINE
               WHEN OTHER
                   MOVE W-CONF-ESCALATE-HDR  TO  WS-BURST-LINE
           END-EVALUATE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE ZERO         TO  WS-SECTION-LINES.
           MOVE HIGH-VALUES  TO  WS-CURR-BATCH-ID.
      /
      ******************************************************************
      *   A SECTION THAT WENT BY WITH NOTHING IN IT SAYS SO.           *
      ******************************************************************
       P3220-CLOSE-SECTION.

           IF  WS-CURR-SECTION  >  ZERO
               AND  WS-SECTION-LINES  =  ZERO
               MOVE 'NONE'    TO  CFN-TEXT
               MOVE SPACES    TO  CFN-TEXT2
               MOVE W-CONF-NOTE-LINE  TO  WS-BURST-LINE
               PERFORM P0165-WRITE-BURST-LINE
           END-IF.
      /
      ******************************************************************
      *   C O N T R O L  T O T A L S                                   *
      *   ONE PAIR OF LINES PER BATCH THE COORDINATOR SENT TONIGHT:    *
      *   THE BATCH'S EMPMAINT APPLY ROW ON DSN8110.RUNCTL, THEN THE   *
      *   AUDIT RECORDS AND REJECTS THIS STATEMENT SHOWS AGAINST IT.   *
      *   THE HELD LINE TIES THE COORDINATOR'S NEW HOLDS (HELD-OVER    *
      *   CARDS FOR THE PENDING RELEASE) TO THE SAME ROWS; THE         *
      *   RELEASE LINE TIES THE CARDS RELEASED FOR THEM TO EMPPNDIN.   *
      ******************************************************************
       P3300-WRITE-CONTROL-TOTALS.

           MOVE SPACES  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE 'CONTROL TOTALS - DSN8110.RUNCTL'  TO  CFS-TEXT.
           MOVE W-CONF-SECTION-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           PERFORM P3310-CHECK-BATCH-OWNER
               VARYING W-BATCH-SUB  FROM  1  BY  1
               UNTIL   W-BATCH-SUB  >  WS-BATCH-COUNT.

           IF  WS-STMT-BATCHES  =  ZERO
               MOVE 'NO BATCH FROM THIS COORDINATOR TONIGHT'
                                      TO  CFN-TEXT
               MOVE SPACES            TO  CFN-TEXT2
               MOVE W-CONF-NOTE-LINE  TO  WS-BURST-LINE
               PERFORM P0165-WRITE-BURST-LINE
           END-IF.

           PERFORM P3350-WRITE-HELD-TIE.
           PERFORM P3370-WRITE-RELEASE-TIE.
      /
       P3310-CHECK-BATCH-OWNER.

           IF  WS-BT-OWNER (W-BATCH-SUB)  =  WS-STMT-COORD
               ADD 1  TO  WS-STMT-BATCHES
               PERFORM P3320-TIE-ONE-BATCH
           END-IF.
      /
      ******************************************************************
      *   A SKIPPED BATCH WAS APPLIED ON AN EARLIER RUN - ITS ROW IS   *
      *   SHOWN BUT NOT TIED.  A BATCH REJECTED WHOLE TIES WHEN NO     *
      *   AUDIT RECORD CAME FROM IT; ITS REJECT COUNT IS THE ROW'S.    *
      *   ANY OTHER BATCH TIES WHEN ITS AUDIT RECORDS AND REJECTS      *
      *   MATCH THE ROW AND THE ROW COMPLETED NORMALLY.  AN OPENED     *
      *   BATCH TIES TO ITS LATEST ROW THAT IS NOT AN 'R' ROW.         *
      ******************************************************************
       P3320-TIE-ONE-BATCH.

           MOVE WS-BT-BATCH-ID (W-BATCH-SUB)  TO  WS-RC-BATCH-ID.

           IF  BT-OPENED (W-BATCH-SUB)
               MOVE 'N'  TO  WS-RC-REJECTED-ROWS-SW
           ELSE
               MOVE 'Y'  TO  WS-RC-REJECTED-ROWS-SW
           END-IF.

           PERFORM P5000-GET-BATCH-RUNCTL.

           MOVE WS-RC-BATCH-ID  TO  CFC-BATCH-ID.

           IF  RUNCTL-ROW-FOUND
               COMPUTE WS-CTL-AUDIT  =
                       WS-RC-AUDIT-SEQ  -  WS-RC-AUDIT-SEQ-BASE
               COMPUTE WS-CTL-HELD   =  WS-RC-RECS-READ
                                     -  WS-RC-RECS-WRITTEN
                                     -  WS-RC-RECS-REJECTED
           ELSE
               MOVE ZERO  TO  WS-CTL-AUDIT
                              WS-CTL-HELD
           END-IF.

           MOVE WS-RC-RUN-STATUS       TO  CFC-RUN-STATUS.
           MOVE WS-RC-RECS-READ        TO  CFC-READ.
           MOVE WS-RC-RECS-WRITTEN     TO  CFC-WRITTEN.
           MOVE WS-RC-RECS-REJECTED    TO  CFC-REJECTED.
           MOVE WS-CTL-HELD            TO  CFC-HELD.

           MOVE W-CONF-RUNCTL-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE WS-BT-REJECT-COUNT (W-BATCH-SUB)  TO  WS-STMT-REJECTS.

           IF  BT-REJECTED (W-BATCH-SUB)
               AND  RUNCTL-ROW-FOUND
               MOVE WS-RC-RECS-REJECTED  TO  WS-STMT-REJECTS
               ADD WS-RC-RECS-REJECTED   TO  A-STMT-REJECTED
           END-IF.

           MOVE WS-BT-AUDIT-COUNT (W-BATCH-SUB)  TO  CFK-AUDIT-STMT.
           MOVE WS-CTL-AUDIT                     TO  CFK-AUDIT-CTL.
           MOVE WS-STMT-REJECTS                  TO  CFK-REJ-STMT.
           MOVE WS-RC-RECS-REJECTED              TO  CFK-REJ-CTL.

           EVALUATE TRUE
               WHEN BT-SKIPPED (W-BATCH-SUB)
                   MOVE 'SKIPPED - NOT TIED'    TO  CFK-RESULT
               WHEN NOT RUNCTL-ROW-FOUND
                   MOVE 'NO RUNCTL APPLY ROW'   TO  CFK-RESULT
                   MOVE 'N'  TO  WS-STMT-TIES-SW
               WHEN WS-RC-RUN-STATUS  NOT =  'N'
                AND WS-RC-RUN-STATUS  NOT =  'R'
                   MOVE 'RUN NOT COMPLETE'      TO  CFK-RESULT
                   MOVE 'N'  TO  WS-STMT-TIES-SW
               WHEN WS-BT-AUDIT-COUNT (W-BATCH-SUB)
                                       NOT =  WS-CTL-AUDIT
                 OR WS-STMT-REJECTS    NOT =  WS-RC-RECS-REJECTED
                   MOVE '*** DOES NOT TIE ***'  TO  CFK-RESULT
                   MOVE 'N'  TO  WS-STMT-TIES-SW
               WHEN OTHER
                   MOVE 'TIES TO RUNCTL'        TO  CFK-RESULT
           END-EVALUATE.

           IF  NOT BT-SKIPPED (W-BATCH-SUB)
               ADD WS-CTL-HELD  TO  WS-STMT-CTL-HELD
           END-IF.

           MOVE W-CONF-TIE-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.
      /
      ******************************************************************
      *   HELD CARDS CARRY NO BATCH ON EMPPNDOU, SO THEY TIE FOR THE   *
      *   COORDINATOR AS A WHOLE.                                      *
      ******************************************************************
       P3350-WRITE-HELD-TIE.

           IF  WS-STMT-COORD  =  C-PENDING-COORD
               MOVE 'HELD OVER - LATER RUN'     TO  CFH-LABEL
               MOVE A-HELD-OVER                 TO  WS-STMT-HELD
           ELSE
               MOVE 'NEW HOLDS ON THIS RUN'     TO  CFH-LABEL
               MOVE WS-STMT-COORD  TO  WS-LOOKUP-COORD-ID
               MOVE ZERO           TO  WS-STMT-HELD
               PERFORM P3360-FIND-COORD-HOLDS
                   VARYING W-COORD-SUB  FROM  1  BY  1
                   UNTIL   W-COORD-SUB  >  WS-COORD-COUNT
           END-IF.

           MOVE WS-STMT-CTL-HELD  TO  CFH-CTL.
           MOVE WS-STMT-HELD      TO  CFH-STMT.

           IF  WS-STMT-HELD  =  WS-STMT-CTL-HELD
               MOVE 'TIES TO RUNCTL'        TO  CFH-RESULT
           ELSE
               MOVE '*** DOES NOT TIE ***'  TO  CFH-RESULT
               MOVE 'N'  TO  WS-STMT-TIES-SW
           END-IF.

           MOVE W-CONF-HELD-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.
      /
       P3360-FIND-COORD-HOLDS.

           IF  WS-CT-COORD (W-COORD-SUB)  =  WS-LOOKUP-COORD-ID
               MOVE WS-CT-NEW-HELD (W-COORD-SUB)  TO  WS-STMT-HELD
           END-IF.
      /
      ******************************************************************
      *   THE EMPPNDIN CARDS RELEASED TONIGHT FOR THIS COORDINATOR -   *
      *   EVERY COORDINATOR'S ON THE PENDING RELEASE'S OWN STATEMENT - *
      *   AGAINST THOSE EMPAUDIT OR EMPREJ SHOWED APPLIED OR REJECTED. *
      *   A STATEMENT WITH NO RELEASED CARD HAS NO RELEASE LINE.       *
      ******************************************************************
       P3370-WRITE-RELEASE-TIE.

           MOVE ZERO  TO  WS-RELEASE-DUE
                          WS-RELEASE-SHOWN.

           PERFORM P3380-COUNT-RELEASED-CARD
               VARYING W-RELEASE-SUB  FROM  1  BY  1
               UNTIL   W-RELEASE-SUB  >  WS-RELEASE-COUNT.

           IF  WS-RELEASE-DUE  >  ZERO
               MOVE WS-RELEASE-DUE    TO  CFV-CTL
               MOVE WS-RELEASE-SHOWN  TO  CFV-STMT
               IF  WS-RELEASE-SHOWN  =  WS-RELEASE-DUE
                   MOVE 'TIES TO EMPPNDIN'      TO  CFV-RESULT
               ELSE
                   MOVE '*** DOES NOT TIE ***'  TO  CFV-RESULT
                   MOVE 'N'  TO  WS-STMT-TIES-SW
               END-IF
               MOVE W-CONF-RELEASE-LINE  TO  WS-BURST-LINE
               PERFORM P0165-WRITE-BURST-LINE
           END-IF.
      /
       P3380-COUNT-RELEASED-CARD.

           IF  WS-STMT-COORD  =  C-PENDING-COORD
               OR  WS-RL-COORD (W-RELEASE-SUB)  =  WS-STMT-COORD
               ADD 1  TO  WS-RELEASE-DUE
               IF  NOT RL-NOT-SEEN (W-RELEASE-SUB)
                   ADD 1  TO  WS-RELEASE-SHOWN
               END-IF
           END-IF.
      /
      ******************************************************************
      *   E N D  A  S T A T E M E N T                                  *
      *   HEAD ANY SECTIONS STILL TO COME AS EMPTY, WRITE THE CONTROL  *
      *   TOTALS AND THE COUNTS, AND LOG THE STATEMENT ON THE          *
      *   OPERATIONS SUMMARY.                                          *
      ******************************************************************
       P3900-END-STATEMENT.

           PERFORM P3210-NEXT-SECTION
               UNTIL WS-CURR-SECTION  >=  C-SECTION-MAX.
           PERFORM P3220-CLOSE-SECTION.

           PERFORM P3300-WRITE-CONTROL-TOTALS.

           MOVE SPACES  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE A-STMT-APPLIED    TO  CFL-APPLIED.
           MOVE A-STMT-REJECTED   TO  CFL-REJECTED.
           MOVE A-STMT-PENDING    TO  CFL-PENDING.
           MOVE A-STMT-ESCALATED  TO  CFL-ESCALATED.
           MOVE W-CONF-TOTAL-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           MOVE WS-STMT-COORD    TO  CFZ-COORD-ID.
           MOVE W-CONF-END-LINE  TO  WS-BURST-LINE.
           PERFORM P0165-WRITE-BURST-LINE.

           PERFORM P3950-WRITE-SUMMARY-LINE.
      /
      ******************************************************************
      *   ONE OPERATIONS SUMMARY LINE PER STATEMENT.                   *
      ******************************************************************
       P3950-WRITE-SUMMARY-LINE.

           MOVE WS-STMT-COORD     TO  CSL-COORD-ID.
           MOVE WS-BURST-DD-NAME (WS-CURR-DEST-SUB)  TO  CSL-DEST.
           MOVE A-STMT-APPLIED    TO  CSL-APPLIED.
           MOVE A-STMT-REJECTED   TO  CSL-REJECTED.
           MOVE A-STMT-PENDING    TO  CSL-PENDING.
           MOVE A-STMT-ESCALATED  TO  CSL-ESCALATED.

           EVALUATE TRUE
               WHEN STATEMENT-OFF  AND  NOT STATEMENT-ROUTED
                   MOVE 'NO TIE/UNROUTED'  TO  CSL-RESULT
               WHEN STATEMENT-OFF
                   MOVE 'DOES NOT TIE'     TO  CSL-RESULT
               WHEN NOT STATEMENT-ROUTED
                   MOVE 'NOT ROUTED'       TO  CSL-RESULT
               WHEN OTHER
                   MOVE 'TIES'             TO  CSL-RESULT
           END-EVALUATE.

           IF  STATEMENT-OFF
               ADD 1  TO  A-STMTS-NOT-TIED
           END-IF.

           IF  NOT STATEMENT-ROUTED
               ADD 1  TO  A-STMTS-UNROUTED
           END-IF.

           MOVE W-CSUM-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *   OPERATIONS SUMMARY TOTALS AND THE CONDITION CODE.            *
      ******************************************************************
       P4000-WRITE-SUMMARY-TOTALS.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           MOVE A-STATEMENTS      TO  CSZ-STATEMENTS.
           MOVE A-STMTS-NOT-TIED  TO  CSZ-NOT-TIED.
           MOVE A-STMTS-UNROUTED  TO  CSZ-UNROUTED.

           IF  A-STMTS-NOT-TIED  >  ZERO
               OR  A-STMTS-UNROUTED  >  ZERO
               MOVE C-EXCEPTION-RC  TO  CSZ-RC
           ELSE
               MOVE ZERO            TO  CSZ-RC
           END-IF.

           MOVE W-CSUM-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *   THE LATEST EMPMAINT APPLY ROW OF ONE BATCH_ID - LEAVING OUT  *
      *   'R' ROWS UNLESS WS-RC-REJECTED-ROWS-SW SAYS OTHERWISE.  NO   *
      *   ROW LEAVES THE FIGURES ZERO AND THE BATCH UNTIED.            *
      ******************************************************************
       P5000-GET-BATCH-RUNCTL.

           MOVE 'N'    TO  WS-RC-FOUND-SW.
           MOVE SPACE  TO  WS-RC-RUN-STATUS.
           MOVE ZERO   TO  WS-RC-RECS-READ
                           WS-RC-RECS-WRITTEN
                           WS-RC-RECS-REJECTED
                           WS-RC-AUDIT-SEQ
                           WS-RC-AUDIT-SEQ-BASE.

           EXEC SQL
               SELECT RUN_STATUS,
                      RECS_READ,
                      RECS_WRITTEN,
                      RECS_REJECTED,
                      AUDIT_SEQ,
                      AUDIT_SEQ_BASE
                 INTO :WS-RC-RUN-STATUS,
                      :WS-RC-RECS-READ,
                      :WS-RC-RECS-WRITTEN,
                      :WS-RC-RECS-REJECTED,
                      :WS-RC-AUDIT-SEQ,
                      :WS-RC-AUDIT-SEQ-BASE
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                  AND BATCH_ID      =  :WS-RC-BATCH-ID
                  AND RUN_MODE      =  'A'
                  AND (RUN_STATUS  <>  'R'
                   OR  :WS-RC-REJECTED-ROWS-SW  =  'Y')
                  AND RUN_TS        =
                      (SELECT MAX(RUN_TS)
                         FROM DSN8110.RUNCTL
                        WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                          AND BATCH_ID      =  :WS-RC-BATCH-ID
                          AND RUN_MODE      =  'A'
                          AND (RUN_STATUS  <>  'R'
                           OR  :WS-RC-REJECTED-ROWS-SW  =  'Y'))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   MOVE 'Y'  TO  WS-RC-FOUND-SW
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   THE RECS_REJECTED OF THE N-TH EMPMAINT APPLY ROW OF ONE      *
      *   BATCH_ID ON THE EMPMAINT RUN DATE IN RUN_TS ORDER - THE ROW  *
      *   OF ITS N-TH ATTEMPT.  AN 'R' ROW IS A BATCH REJECTED WHOLE,  *
      *   NOT AN ATTEMPT, AND AN EARLIER DATE'S ROW IS ANOTHER RUN'S,  *
      *   SO NEITHER IS COUNTED.                                       *
      ******************************************************************
       P5100-GET-ATTEMPT-RUNCTL.

           MOVE 'N'    TO  WS-RC-FOUND-SW.
           MOVE ZERO   TO  WS-RC-RECS-REJECTED.

           EXEC SQL
               SELECT R.RECS_REJECTED
                 INTO :WS-RC-RECS-REJECTED
                 FROM DSN8110.RUNCTL R
                WHERE R.PROGRAM_NAME  =  :C-MAINT-PGM
                  AND R.BATCH_ID      =  :WS-RC-BATCH-ID
                  AND R.RUN_MODE      =  'A'
                  AND R.RUN_DATE      =  :WS-MAINT-RUN-DATE
                  AND R.RUN_STATUS   <>  'R'
                  AND :WS-RC-ATTEMPT-NBR  =
                      (SELECT COUNT(*)
                         FROM DSN8110.RUNCTL R2
                        WHERE R2.PROGRAM_NAME  =  :C-MAINT-PGM
                          AND R2.BATCH_ID      =  :WS-RC-BATCH-ID
                          AND R2.RUN_MODE      =  'A'
                          AND R2.RUN_DATE      =  :WS-MAINT-RUN-DATE
                          AND R2.RUN_STATUS   <>  'R'
                          AND R2.RUN_TS       <=  R.RUN_TS)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   MOVE 'Y'  TO  WS-RC-FOUND-SW
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
