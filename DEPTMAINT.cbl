      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMAINT.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    BATCH MAINTENANCE TRANSACTION FOR DSN8110.DEPT, SO A
      *    REORGANIZATION NO LONGER WAITS ON A DBA TO HAND-KEY THE
      *    DEPARTMENT ROWS BEFORE THE COORDINATORS' EMPMAINT 'M'
      *    TRANSFER CARDS CAN PASS THEIR TO-DEPARTMENT CHECK.  READS
      *    A HEADER/TRAILER-BALANCED CARD FILE OF DEPARTMENT CHANGES
      *    AND APPLIES THEM:
      *
      *        'A'  ADD A DEPARTMENT
      *        'N'  RENAME - NEW DEPTNAME
      *        'M'  NEW MANAGER - MGRNO (BLANK LEAVES IT VACANT)
      *        'P'  RE-PARENT - NEW ADMRDEPT
      *        'L'  NEW LOCATION (BLANK CLEARS IT)
      *        'D'  CLOSE THE DEPARTMENT - DSN8110.DEPT HAS NO STATUS
      *             COLUMN, SO A CLOSE IS A DELETE, AS AN EMPMAINT
      *             DEACTIVATE IS.
      *
      *    THE HIERARCHY IS PROTECTED: A DEPARTMENT THAT STILL HAS
      *    EMPLOYEES OR STILL ADMINISTERS OTHER DEPARTMENTS CANNOT BE
      *    CLOSED, AND A RE-PARENT THAT WOULD MAKE THE ADMRDEPT CHAIN
      *    CIRCULAR IS REFUSED.
      *
      *  INPUT PARMS:  EXEC PARM, BYTES 1-5 'TRIAL' RUNS THE WHOLE
      *                FILE THROUGH FIELD AND DATABASE VALIDATION AND
      *                WRITES THE DEPTEDIT REPORT WITHOUT APPLYING
      *                ANYTHING, EACH CARD SEEING WHAT THE CARDS AHEAD
      *                OF IT WOULD HAVE DONE (SEE SPECIAL LOGIC).
      *                ANYTHING ELSE (OR NO PARM) APPLIES.
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  DEPTTRAN - DEPARTMENT MAINTENANCE CARDS
      *
      *  OUTPUT FILES: DEPTREJ  - REJECTED CARDS AND WHY
      *                DEPTAUD  - BEFORE/AFTER AUDIT TRAIL, ONE
      *                           RECORD PER APPLIED CARD
      *                DEPTEDIT - TRIAL-MODE EDIT REPORT
      *
      *  COPY MEMBERS:
      *
      *    TABLES:
      *           DSN8110.DEPT
      *           DSN8110.EMP
      *           DSN8110.RUNCTL
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE TRANSACTION FILE IS EXHAUSTED
      *
      *      ABNORMAL:  (WAASABND ABEND CODE)
      *             3577 - A DB2 RETURN CODE THE OTHER PROGRAMS
      *                    WOULD ALSO TREAT AS FATAL (SEE
      *                    P9999-ABEND-DB2-ERROR)
      *             3578 - THE DEPTTRAN BATCH FAILS ITS HEADER/
      *                    TRAILER CHECK
      *             3579 - THE BATCH HAS ALREADY BEEN APPLIED
      *             3587 - DEPTTRAN FAILS TO OPEN
      *
      *    RETURN CODES:
      *
      *    SPECIAL LOGIC:  A CARD THAT FAILS FIELD OR DATABASE
      *                    VALIDATION IS REJECTED TO DEPTREJ RATHER
      *                    THAN ABENDING THE JOB.  THE DATABASE CHECKS
      *                    RUN IN BOTH MODES, JUST AHEAD OF THE APPLY,
      *                    SO A LATER CARD SEES THE DEPARTMENTS AN
      *                    EARLIER CARD OF THE SAME BATCH ADDED,
      *                    RE-PARENTED OR CLOSED.  A TRIAL RUN APPLIES
      *                    NOTHING, SO IT KEEPS THOSE CHANGES IN A
      *                    TABLE OF ITS OWN (WS-TRIAL-DEPT-TABLE) AND
      *                    ITS EXISTENCE, ADMRDEPT, CIRCULAR-CHAIN AND
      *                    CHILD-DEPARTMENT CHECKS LOOK THERE BEFORE
      *                    DSN8110.DEPT.  A BATCH IS SMALL AND IS
      *                    APPLIED AS ONE UNIT OF WORK - AN ABEND ROLLS
      *                    IT BACK WHOLE AND THE STEP IS SIMPLY RERUN.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-10-14      *
      *  R WAGNER - TRIAL RUN CARRIES EARLIER CARDS'   2026-10-15      *
      *             ADDS, RE-PARENTS AND CLOSES TO                     *
      *             LATER CARDS; OWN ABEND CODE FOR                    *
      *             A DEPTTRAN OPEN FAILURE                            *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DEPT-TRANS-FILE     ASSIGN TO DEPTTRAN
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DEPT-REJECT-FILE    ASSIGN TO DEPTREJ.

           SELECT DEPT-AUDIT-FILE     ASSIGN TO DEPTAUD.

           SELECT DEPT-EDIT-FILE      ASSIGN TO DEPTEDIT.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  DEPT-TRANS-FILE                    DDNAME - DEPTTRAN    *
      *        ONE DEPARTMENT CHANGE PER RECORD - SEE REMARKS FOR THE  *
      *        ACTION CODES.  THE FILE MUST OPEN WITH A BATCH HEADER   *
      *        ('H', REQUESTER ID AND BATCH DATE) AND END WITH A BATCH *
      *        TRAILER ('T', DETAIL CARD COUNT AND A HASH TOTAL OF THE *
      *        NUMERIC DT-MGRNO FIELDS) OR THE WHOLE FILE IS REJECTED. *
      ******************************************************************

       FD  DEPT-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-TRANS-RECORD.

       01  DEPT-TRANS-RECORD.
           05  DT-ACTION-CODE           PIC X(01).
           05  DT-DEPTNO                PIC X(03).
           05  DT-DEPTNAME              PIC X(36).
           05  DT-MGRNO                 PIC X(06).
           05  DT-MGRNO-NUM  REDEFINES  DT-MGRNO
                                        PIC 9(06).
           05  DT-ADMRDEPT              PIC X(03).
           05  DT-LOCATION              PIC X(16).
           05  FILLER                   PIC X(15).

       01  DEPT-BATCH-HEADER.
           05  BH-RECORD-TYPE           PIC X(01).
           05  BH-REQUESTER-ID          PIC X(08).
           05  BH-BATCH-DATE            PIC X(10).
           05  FILLER                   PIC X(61).

       01  DEPT-BATCH-TRAILER.
           05  BT-RECORD-TYPE           PIC X(01).
           05  BT-DETAIL-COUNT          PIC 9(06).
           05  BT-MGRNO-HASH            PIC 9(11).
           05  FILLER                   PIC X(62).

      /
      ******************************************************************
      * FILE:  DEPT-REJECT-FILE                   DDNAME - DEPTREJ     *
      *        THE INPUT CARD PLUS WHY IT WAS REJECTED.                *
      ******************************************************************

       FD  DEPT-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-REJECT-RECORD.

       01  DEPT-REJECT-RECORD.
           05  RJ-TRANS-DATA            PIC X(80).
           05  RJ-REASON                PIC X(40).

      /
      ******************************************************************
      * FILE:  DEPT-AUDIT-FILE                    DDNAME - DEPTAUD     *
      *        ONE RECORD PER APPLIED CARD: THE DEPT ROW AS IT STOOD   *
      *        BEFORE THE CHANGE AND AS IT STOOD AFTER.  BEFORE-IMAGE  *
      *        IS BLANK ON AN ADD, AFTER-IMAGE IS BLANK ON A CLOSE.    *
      ******************************************************************

       FD  DEPT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-AUDIT-RECORD.

       01  DEPT-AUDIT-RECORD.
           05  DA-SEQ-NBR               PIC 9(06).
           05  DA-RUN-DATE              PIC X(10).
           05  DA-ACTION-CODE           PIC X(01).
           05  DA-DEPTNO                PIC X(03).
           05  DA-BEF-IMAGE.
               10  DA-BEF-DEPTNAME      PIC X(36).
               10  DA-BEF-MGRNO         PIC X(06).
               10  DA-BEF-ADMRDEPT      PIC X(03).
               10  DA-BEF-LOCATION      PIC X(16).
           05  DA-AFT-IMAGE.
               10  DA-AFT-DEPTNAME      PIC X(36).
               10  DA-AFT-MGRNO         PIC X(06).
               10  DA-AFT-ADMRDEPT      PIC X(03).
               10  DA-AFT-LOCATION      PIC X(16).
           05  FILLER                   PIC X(18).

      /
      ******************************************************************
      * FILE:  DEPT-EDIT-FILE                     DDNAME - DEPTEDIT    *
      *        TRIAL-MODE EDIT REPORT - ONE LINE PER CARD SHOWING      *
      *        WHETHER IT WOULD APPLY OR WOULD REJECT AND WHY, JUDGED  *
      *        AS IF EVERY EARLIER WOULD-APPLY CARD HAD BEEN APPLIED.  *
      *        OPENED IN TRIAL MODE ONLY.                              *
      ******************************************************************

       FD  DEPT-EDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-EDIT-RECORD.

       01  DEPT-EDIT-RECORD.
           05  DE-ACTION-CODE           PIC X(01).
           05  FILLER                   PIC X(01).
           05  DE-DEPTNO                PIC X(03).
           05  FILLER                   PIC X(01).
           05  DE-DISPOSITION           PIC X(14).
           05  FILLER                   PIC X(01).
           05  DE-REASON                PIC X(40).
           05  FILLER                   PIC X(19).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'DEPTMAINT START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DEPTMAIN'.
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
            05 DB2-DUPLICATE-KEY     PIC S9(04) COMP VALUE -803.
            05 DB2-REF-INTEGRITY     PIC S9(04) COMP VALUE -532.
            05 DB2-INVALID-FOR-KEY   PIC S9(04) COMP VALUE -530.
      /
       01  WS-TRANS-STATUS             PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-EOF-SW                PIC X(01) VALUE 'N'.
               88  END-OF-TRANS               VALUE 'Y'.
           05  WS-DETAIL-FOUND-SW       PIC X(01) VALUE 'N'.

      ***********              ***********
      *   B A T C H  I N T E G R I T Y  W O R K  A R E A           *
      *   THE WHOLE DEPTTRAN FILE IS READ ONCE UP FRONT TO PROVE   *
      *   THE HEADER AND TRAILER ARE PRESENT AND THAT THE TRAILER  *
      *   COUNT AND MGRNO HASH MATCH WHAT WAS ACTUALLY READ, THEN  *
      *   REWOUND AND APPLIED.  A BAD BATCH NEVER APPLIES AT ALL.  *
      ***********              ***********

       01  WS-BATCH-CONTROL.
           05  WS-VERIFY-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-VERIFY-PASS          VALUE 'Y'.
           05  WS-BATCH-TRAILER-SW      PIC X(01) VALUE 'N'.
               88  BATCH-TRAILER-SEEN          VALUE 'Y'.
           05  WS-BATCH-REQUESTER       PIC X(08)  VALUE SPACES.
           05  WS-BATCH-DATE            PIC X(10)  VALUE SPACES.
           05  WS-BATCH-DETAIL-COUNT    PIC S9(8) COMP  VALUE ZERO.
           05  WS-BATCH-MGRNO-HASH      PIC S9(11) COMP-3  VALUE ZERO.
           05  WS-TRAILER-COUNT         PIC 9(06)  VALUE ZERO.
           05  WS-TRAILER-HASH          PIC 9(11)  VALUE ZERO.

       01  WS-BATCH-ERROR-MSG           PIC X(60)  VALUE SPACES.

       01  WS-VALIDATION-SWITCHES.
           05  WS-VALID-TRANS-SW        PIC X(01) VALUE 'Y'.
               88  TRANS-IS-VALID              VALUE 'Y'.
               88  TRANS-IS-INVALID            VALUE 'N'.

       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.

      ***********              ***********
      *   R U N  M O D E                                           *
      *   'A' APPLIES THE FILE.  'T' (PARM=TRIAL) RUNS EVERY CARD  *
      *   THROUGH FIELD AND DATABASE VALIDATION AND WRITES THE     *
      *   DEPTEDIT REPORT, BUT NEVER TOUCHES THE TABLE.            *
      ***********              ***********

       01  WS-RUN-MODE-SW               PIC X(01) VALUE 'A'.
           88  APPLY-MODE                      VALUE 'A'.
           88  TRIAL-MODE                      VALUE 'T'.

      ***********              ***********
      *   T R I A L  C H A N G E S                                 *
      *   EVERY DEPARTMENT A WOULD-APPLY 'A', 'P' OR 'D' CARD OF A *
      *   TRIAL RUN TOUCHED, AS THE CARD WOULD HAVE LEFT IT: ON    *
      *   FILE UNDER WS-TD-ADMRDEPT, OR CLOSED.  WS-TD-DB-ADMRDEPT *
      *   IS ITS ADMRDEPT ON DSN8110.DEPT BEFORE THE RUN (BLANK IF *
      *   IT WAS NOT THERE), SO A CLOSE CAN ALLOW FOR CHILDREN     *
      *   MOVED AWAY OR IN BY EARLIER CARDS.                       *
      ***********              ***********

       01  WS-TRIAL-DEPT-TABLE.
           05  C-TRIAL-DEPT-MAX          PIC S9(4) COMP  VALUE +500.
           05  WS-TRIAL-DEPT-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  WS-TRIAL-DEPT-ENTRY       OCCURS 500 TIMES.
               10  WS-TD-DEPTNO          PIC X(03).
               10  WS-TD-ADMRDEPT        PIC X(03).
               10  WS-TD-DB-ADMRDEPT     PIC X(03).
               10  WS-TD-STATUS          PIC X(01).
                   88  TD-ON-FILE               VALUE 'Y'.
                   88  TD-CLOSED                VALUE 'D'.

       01  WS-TD-LOOKUP-DEPTNO          PIC X(03) VALUE SPACES.
       01  WS-TD-FOUND-SW               PIC X(01) VALUE 'N'.
           88  TRIAL-DEPT-FOUND                VALUE 'Y'.

      ***********              ***********
      *   D E P T  R O W  H O S T  V A R I A B L E S               *
      *   WS-DEPT-ROW IS WHAT AN INSERT OR UPDATE WRITES.  MGRNO   *
      *   AND LOCATION ARE NULLABLE; A BLANK CARD FIELD GOES TO    *
      *   THE TABLE AS NULL THROUGH WS-DEPT-IND.                   *
      ***********              ***********

       01  WS-DEPT-ROW.
           05  WS-DEPTNO                 PIC X(03).
           05  WS-DEPTNAME.
               49  WS-DEPTNAME-LEN       PIC S9(4) COMP.
               49  WS-DEPTNAME-TEXT      PIC X(36).
           05  WS-MGRNO                  PIC X(06).
           05  WS-ADMRDEPT               PIC X(03).
           05  WS-LOCATION               PIC X(16).

      * NULL INDICATORS FOR MGRNO AND LOCATION, IN THAT ORDER.
       01  WS-DEPT-NULL-AREA.
           05  WS-DEPT-IND               PIC S9(4) COMP OCCURS 2 TIMES.

      ***********              ***********
      *   D A T A B A S E  C H E C K S                             *
      *   COUNTS FROM EMP AND DEPT FOR THE ADD/MANAGER/CLOSE       *
      *   CHECKS, AND THE ADMRDEPT WALK FOR THE RE-PARENT CHECK.   *
      ***********              ***********

       01  WS-DEPT-COUNT                PIC S9(8) COMP  VALUE ZERO.
       01  WS-EMPNO-COUNT               PIC S9(8) COMP  VALUE ZERO.
       01  WS-STAFF-COUNT               PIC S9(8) COMP  VALUE ZERO.
       01  WS-CHILD-COUNT               PIC S9(8) COMP  VALUE ZERO.
       01  WS-CHECK-DEPTNO              PIC X(03)  VALUE SPACES.
       01  WS-CHECK-EMPNO               PIC X(06)  VALUE SPACES.

      ***********              ***********
      *   A D M R D E P T  C H A I N  W A L K                      *
      *   A RE-PARENT CLIMBS FROM THE NEW ADMRDEPT TOWARD THE      *
      *   SELF-ADMINISTERING ROOT.  REACHING THE DEPARTMENT BEING  *
      *   RE-PARENTED MEANS THE CHANGE WOULD CLOSE A LOOP.         *
      *   C-WALK-LEVEL-MAX STOPS A CHAIN THAT ALREADY LOOPS        *
      *   ELSEWHERE FROM HOLDING THE PROGRAM.                      *
      ***********              ***********

       01  WS-WALK-CONTROL.
           05  C-WALK-LEVEL-MAX          PIC S9(4) COMP  VALUE +50.
           05  WS-WALK-LEVEL             PIC S9(4) COMP  VALUE ZERO.
           05  WS-WALK-DEPT              PIC X(03)  VALUE SPACES.
           05  WS-WALK-PARENT            PIC X(03)  VALUE SPACES.
           05  WS-WALK-DONE-SW           PIC X(01)  VALUE 'N'.
               88  WS-WALK-DONE                 VALUE 'Y'.

      ***********              ***********
      *   R U N  C O N T R O L                                     *
      *   ONE DSN8110.RUNCTL ROW PER EXECUTION - INSERTED 'S' AND  *
      *   COMMITTED ONCE THE BATCH HEADER/TRAILER HAVE BEEN        *
      *   PROVEN, CLOSED OUT WITH THE FINAL TOTALS AND STATUS      *
      *   ('N' APPLY, 'T' TRIAL) AT END OF RUN.  BATCH_ID IS THE   *
      *   BATCH HEADER REQUESTER ID PLUS BATCH DATE; A 'N' ROW     *
      *   ALREADY ON FILE FOR THE SAME BATCH_ID STOPS AN APPLY     *
      *   RUN - THAT BATCH HAS ALREADY GONE IN.                    *
      ***********              ***********

       01  WS-RUN-CONTROL.
           05  WS-RUN-TS                PIC X(26)  VALUE SPACES.
           05  WS-PRIOR-RUN-COUNT       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RUNCTL-PARM           PIC X(50)  VALUE SPACES.
           05  WS-RUNCTL-STATUS         PIC X(01)  VALUE 'N'.
           05  WS-BATCH-ID.
               10  WS-BATCH-ID-REQ      PIC X(08).
               10  WS-BATCH-ID-DATE     PIC X(10).

       01  WS-PARM-INFO.
           05  FILLER                   PIC X(05)  VALUE 'MODE='.
           05  WS-PI-MODE               PIC X(01).
           05  FILLER                   PIC X(44)  VALUE SPACES.

      ***********              ***********
      *   A U D I T  T R A I L  W O R K  A R E A                   *
      *   WS-BEFORE-IMAGE IS THE DEPT ROW AS FETCHED JUST AHEAD OF *
      *   THE CHANGE; WS-AFTER-IMAGE IS THE ROW AS THE CARD LEAVES *
      *   IT.  THE RUN DATE IS TAKEN FROM DB2 ONCE AT START OF RUN.*
      ***********              ***********

       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-BEFORE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  BEFORE-IMAGE-FOUND              VALUE 'Y'.

       01  WS-BEFORE-IMAGE.
           05  WS-BEF-DEPTNAME.
               49  WS-BEF-DEPTNAME-LEN  PIC S9(4) COMP.
               49  WS-BEF-DEPTNAME-TEXT PIC X(36).
           05  WS-BEF-MGRNO             PIC X(06).
           05  WS-BEF-ADMRDEPT          PIC X(03).
           05  WS-BEF-LOCATION          PIC X(16).

      * NULL INDICATORS FOR THE BEFORE-IMAGE MGRNO AND LOCATION.
       01  WS-BEF-NULL-AREA.
           05  WS-BEF-IND               PIC S9(4) COMP OCCURS 2 TIMES.

       01  WS-AFTER-IMAGE.
           05  WS-AFT-DEPTNAME          PIC X(36).
           05  WS-AFT-MGRNO             PIC X(06).
           05  WS-AFT-ADMRDEPT          PIC X(03).
           05  WS-AFT-LOCATION          PIC X(16).

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3577.
            05  C-BATCH-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3578.
            05  C-DUPRUN-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3579.
            05  C-OPEN-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3587.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  ACCUMULATORS.
          05  A-TRANS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-APPLIED          PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-SEQ              PIC S9(8) COMP  VALUE ZERO.

       01  SUBSCRIPTS.
           05  W-NAME-SUB               PIC S9(4) COMP VALUE ZERO.
           05  W-TRIAL-SUB              PIC S9(4) COMP VALUE ZERO.

      /
       LINKAGE SECTION.

       01  PARM-DATA.
           05  PARM-LENGTH              PIC S9(4) COMP.
           05  PARM-TEXT.
               10  PARM-MODE            PIC X(05).
               10  FILLER               PIC X(15).

       PROCEDURE DIVISION USING PARM-DATA.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1050-SET-RUN-MODE.

           OPEN INPUT  DEPT-TRANS-FILE.

           IF  WS-TRANS-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P1500-VERIFY-BATCH.
           PERFORM P1590-REWIND-TRANS-FILE.

           PERFORM P1600-CHECK-RUN-CONTROL.
           PERFORM P1610-INSERT-RUN-CONTROL.

           OPEN OUTPUT DEPT-REJECT-FILE.

           IF  APPLY-MODE
               OPEN OUTPUT DEPT-AUDIT-FILE
           ELSE
               OPEN OUTPUT DEPT-EDIT-FILE
           END-IF.

           PERFORM P1100-GET-RUN-DATE.

           PERFORM P1000-READ-TRANSACTION.
           PERFORM P2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.

           PERFORM P8000-UPDATE-RUN-CONTROL.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           CLOSE DEPT-TRANS-FILE.
           CLOSE DEPT-REJECT-FILE.

           IF  APPLY-MODE
               CLOSE DEPT-AUDIT-FILE
           ELSE
               CLOSE DEPT-EDIT-FILE
           END-IF.

           IF  TRIAL-MODE
               DISPLAY 'DEPTMAINT - TRIAL MODE - NO CHANGES APPLIED'
               DISPLAY 'TOTAL TRANSACTIONS READ    '  A-TRANS-READ
               DISPLAY 'TOTAL WOULD APPLY          '  A-TRANS-APPLIED
               DISPLAY 'TOTAL WOULD REJECT         '  A-TRANS-REJECTED
           ELSE
               DISPLAY 'TOTAL TRANSACTIONS READ    '  A-TRANS-READ
               DISPLAY 'TOTAL TRANSACTIONS APPLIED '  A-TRANS-APPLIED
               DISPLAY 'TOTAL TRANSACTIONS REJECTED'  A-TRANS-REJECTED
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   THE DEPTTRAN DD FAILED TO OPEN - ABEND HERE INSTEAD OF       *
      *   READING FROM A FILE THAT NEVER ACTUALLY OPENED.              *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'DEPTMAINT - DEPT-TRANS-FILE OPEN FAILED - STATUS = '
                   WS-TRANS-STATUS.
           DISPLAY 'DEPTMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-OPEN-ABEND-CODE.

           CALL C-ABEND-PGM USING C-OPEN-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   THE DEPTTRAN BATCH FAILED ITS HEADER/TRAILER INTEGRITY       *
      *   CHECK - NOTHING HAS BEEN APPLIED.  ABEND SO THE FILE IS      *
      *   REJECTED WHOLE AND IS RESENT.                                *
      ******************************************************************
       P9997-ABEND-BATCH-ERROR.

           DISPLAY 'DEPTMAINT - BATCH INTEGRITY ERROR - DEPTTRAN '
                   'REJECTED WHOLE - NOTHING APPLIED'.
           DISPLAY 'DEPTMAINT - ' WS-BATCH-ERROR-MSG.
           DISPLAY 'DEPTMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-BATCH-ABEND-CODE.

           CALL C-ABEND-PGM USING C-BATCH-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   A DB2 RETURN CODE THE CARD CHECKS DO NOT EXPECT IS           *
      *   UNRECOVERABLE - ROLL BACK THE BATCH (ONE UNIT OF WORK),      *
      *   MARK THIS RUN'S DSN8110.RUNCTL ROW ABENDED AND CALL THE      *
      *   STANDARD SHOP ABEND ROUTINE.  RETURN CODES OF THE CLEAN-UP   *
      *   ARE NOT CHECKED - IF DB2 ITSELF IS DOWN THE ROW STAYS 'S'.   *
      ******************************************************************
       P9999-ABEND-DB2-ERROR.

           DISPLAY 'DEPTMAINT - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.

           IF  WS-RUN-TS  NOT =  SPACES
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXEC SQL
                   UPDATE DSN8110.RUNCTL
                      SET RUN_STATUS    =  'A'
                    WHERE PROGRAM_NAME  =  :C-THIS-PGM
                      AND RUN_TS        =  :WS-RUN-TS
               END-EXEC
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.

           DISPLAY 'DEPTMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   SET THE RUN MODE FROM THE EXEC PARM.  PARM=TRIAL VALIDATES   *
      *   ONLY; ANYTHING ELSE (INCLUDING NO PARM) APPLIES.             *
      ******************************************************************
       P1050-SET-RUN-MODE.

           IF  PARM-LENGTH  >=  5
               AND  PARM-MODE  =  'TRIAL'
               MOVE 'T'  TO  WS-RUN-MODE-SW
               DISPLAY 'DEPTMAINT - TRIAL MODE - VALIDATE ONLY'
           ELSE
               MOVE 'A'  TO  WS-RUN-MODE-SW
           END-IF.
      /
      ******************************************************************
      *   TAKE THE RUN DATE FROM DB2 ONCE AT START OF RUN SO EVERY     *
      *   AUDIT RECORD WRITTEN BY THIS RUN CARRIES THE SAME DATE.      *
      ******************************************************************
       P1100-GET-RUN-DATE.

           EXEC SQL
               SET :WS-RUN-DATE = CURRENT DATE
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *     R E A D  T H E  N E X T  D E P A R T M E N T  C A R D      *
      *     THE BATCH HEADER AND TRAILER WERE PROVEN BY P1500 AND      *
      *     ARE SKIPPED HERE - ONLY DETAIL CARDS REACH THE MAIN LOOP.  *
      ******************************************************************
       P1000-READ-TRANSACTION.

           MOVE 'N'  TO  WS-DETAIL-FOUND-SW.

           PERFORM P1010-READ-ONE-RECORD
               UNTIL END-OF-TRANS
                  OR WS-DETAIL-FOUND-SW  =  'Y'.
      /
       P1010-READ-ONE-RECORD.

           READ DEPT-TRANS-FILE
               AT END
                   SET END-OF-TRANS  TO  TRUE
               NOT AT END
                   IF  DT-ACTION-CODE  =  'H'
                       OR  DT-ACTION-CODE  =  'T'
                       CONTINUE
                   ELSE
                       MOVE 'Y'  TO  WS-DETAIL-FOUND-SW
                       ADD 1  TO  A-TRANS-READ
                   END-IF
           END-READ.
      /
      ******************************************************************
      *   B A T C H  I N T E G R I T Y  P A S S                        *
      *   READ THE WHOLE FILE BEFORE ANYTHING IS APPLIED: FIRST        *
      *   RECORD MUST BE A VALID 'H' HEADER, LAST MUST BE A 'T'        *
      *   TRAILER, AND THE TRAILER COUNT AND MGRNO HASH MUST MATCH     *
      *   THE DETAIL CARDS ACTUALLY READ.  ANY FAILURE ABENDS AND      *
      *   THE FILE IS REJECTED WHOLE.                                  *
      ******************************************************************
       P1500-VERIFY-BATCH.

           PERFORM P1510-READ-VERIFY-RECORD.

           IF  END-OF-VERIFY-PASS
               MOVE 'DEPTTRAN IS EMPTY - NO BATCH HEADER'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  BH-RECORD-TYPE  NOT =  'H'
               MOVE 'FIRST RECORD IS NOT A BATCH HEADER (H)'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  BH-REQUESTER-ID  =  SPACES
               MOVE 'BATCH HEADER REQUESTER ID IS BLANK'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  BH-BATCH-DATE  =  SPACES
               MOVE 'BATCH HEADER BATCH DATE IS BLANK'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           MOVE BH-REQUESTER-ID  TO  WS-BATCH-REQUESTER.
           MOVE BH-BATCH-DATE    TO  WS-BATCH-DATE.

           PERFORM P1510-READ-VERIFY-RECORD.
           PERFORM P1520-TALLY-VERIFY-RECORD
               UNTIL END-OF-VERIFY-PASS
                  OR BATCH-TRAILER-SEEN.

           IF  NOT BATCH-TRAILER-SEEN
               MOVE 'NO BATCH TRAILER (T) ON DEPTTRAN'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           PERFORM P1510-READ-VERIFY-RECORD.

           IF  NOT END-OF-VERIFY-PASS
               MOVE 'RECORDS FOUND AFTER THE BATCH TRAILER'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  WS-TRAILER-COUNT  NOT =  WS-BATCH-DETAIL-COUNT
               DISPLAY 'DEPTMAINT - TRAILER COUNT  ' WS-TRAILER-COUNT
               DISPLAY 'DEPTMAINT - DETAILS READ   '
                       WS-BATCH-DETAIL-COUNT
               MOVE 'TRAILER CARD COUNT DOES NOT MATCH DETAILS READ'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  WS-TRAILER-HASH  NOT =  WS-BATCH-MGRNO-HASH
               DISPLAY 'DEPTMAINT - TRAILER HASH   ' WS-TRAILER-HASH
               DISPLAY 'DEPTMAINT - COMPUTED HASH  '
                       WS-BATCH-MGRNO-HASH
               MOVE 'TRAILER MGRNO HASH DOES NOT MATCH DETAILS READ'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           DISPLAY 'DEPTMAINT - BATCH FROM REQUESTER '
                   WS-BATCH-REQUESTER ' DATED ' WS-BATCH-DATE.
           DISPLAY 'DEPTMAINT - BATCH VERIFIED - '
                   WS-BATCH-DETAIL-COUNT ' DETAIL CARDS'.
      /
       P1510-READ-VERIFY-RECORD.

           READ DEPT-TRANS-FILE
               AT END
                   SET END-OF-VERIFY-PASS  TO  TRUE
           END-READ.
      /
      ******************************************************************
      *   TALLY ONE RECORD OF THE INTEGRITY PASS.  DETAIL CARDS ARE    *
      *   COUNTED AND THEIR MGRNO FIELDS (WHEN NUMERIC) HASHED; A      *
      *   SECOND HEADER IS AN ERROR; THE TRAILER ENDS THE TALLY.       *
      ******************************************************************
       P1520-TALLY-VERIFY-RECORD.

           EVALUATE BT-RECORD-TYPE
               WHEN 'T'
                   SET BATCH-TRAILER-SEEN  TO  TRUE
                   IF  BT-DETAIL-COUNT  NOT NUMERIC
                       MOVE 'BATCH TRAILER CARD COUNT NOT NUMERIC'
                                            TO  WS-BATCH-ERROR-MSG
                       PERFORM P9997-ABEND-BATCH-ERROR
                   END-IF
                   IF  BT-MGRNO-HASH  NOT NUMERIC
                       MOVE 'BATCH TRAILER MGRNO HASH NOT NUMERIC'
                                            TO  WS-BATCH-ERROR-MSG
                       PERFORM P9997-ABEND-BATCH-ERROR
                   END-IF
                   MOVE BT-DETAIL-COUNT  TO  WS-TRAILER-COUNT
                   MOVE BT-MGRNO-HASH    TO  WS-TRAILER-HASH
               WHEN 'H'
                   MOVE 'MORE THAN ONE BATCH HEADER ON DEPTTRAN'
                                            TO  WS-BATCH-ERROR-MSG
                   PERFORM P9997-ABEND-BATCH-ERROR
               WHEN OTHER
                   ADD 1  TO  WS-BATCH-DETAIL-COUNT
                   IF  DT-MGRNO  NUMERIC
                       ADD DT-MGRNO-NUM  TO  WS-BATCH-MGRNO-HASH
                   END-IF
                   PERFORM P1510-READ-VERIFY-RECORD
           END-EVALUATE.
      /
      ******************************************************************
      *   REWIND DEPTTRAN AFTER THE INTEGRITY PASS SO THE MAIN LOOP    *
      *   PROCESSES THE PROVEN FILE FROM THE TOP.                      *
      ******************************************************************
       P1590-REWIND-TRANS-FILE.

           CLOSE DEPT-TRANS-FILE.
           OPEN INPUT DEPT-TRANS-FILE.

           IF  WS-TRANS-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.
      /
      ******************************************************************
      *   A L R E A D Y - A P P L I E D  B A T C H  G U A R D          *
      *   A DSN8110.RUNCTL ROW THAT COMPLETED NORMALLY FOR THIS SAME   *
      *   BATCH HEADER MEANS THE FILE HAS ALREADY GONE IN - STOP       *
      *   BEFORE ANYTHING IS APPLIED A SECOND TIME.  A TRIAL RUN       *
      *   NEVER APPLIES, SO IT MAY PROOF ANY BATCH.                    *
      ******************************************************************
       P1600-CHECK-RUN-CONTROL.

           MOVE WS-BATCH-REQUESTER  TO  WS-BATCH-ID-REQ.
           MOVE WS-BATCH-DATE       TO  WS-BATCH-ID-DATE.

           IF  TRIAL-MODE
               DISPLAY 'DEPTMAINT - TRIAL MODE - APPLIED-BATCH '
                       'GUARD BYPASSED'
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-PRIOR-RUN-COUNT
                     FROM DSN8110.RUNCTL
                    WHERE PROGRAM_NAME  =  :C-THIS-PGM
                      AND BATCH_ID      =  :WS-BATCH-ID
                      AND RUN_STATUS    =  'N'
               END-EXEC
               IF  SQLCODE  NOT =  DB2-OK
                   PERFORM P9999-ABEND-DB2-ERROR
               END-IF
               IF  WS-PRIOR-RUN-COUNT  >  ZERO
                   PERFORM P9996-ABEND-DUPLICATE-BATCH
               END-IF
           END-IF.
      /
      ******************************************************************
      *   INSERT AND COMMIT THIS RUN'S DSN8110.RUNCTL ROW ('S') SO A   *
      *   ROW SURVIVES EVEN IF THE RUN LATER ABENDS.                   *
      ******************************************************************
       P1610-INSERT-RUN-CONTROL.

           EXEC SQL
               SET :WS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE WS-RUN-MODE-SW   TO  WS-PI-MODE.
           MOVE WS-PARM-INFO     TO  WS-RUNCTL-PARM.

           EXEC SQL
               INSERT INTO DSN8110.RUNCTL
                      (PROGRAM_NAME, RUN_TS, RUN_DATE,
                       BATCH_ID, PARM_INFO, RUN_MODE,
                       RECS_READ, RECS_WRITTEN,
                       RECS_REJECTED, AUDIT_SEQ, RUN_STATUS)
               VALUES (:C-THIS-PGM, :WS-RUN-TS, CURRENT DATE,
                       :WS-BATCH-ID, :WS-RUNCTL-PARM,
                       :WS-RUN-MODE-SW,
                       0, 0, 0, 0, 'S')
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.
      /
      ******************************************************************
      *   CLOSE OUT THIS RUN'S DSN8110.RUNCTL ROW - FINAL TOTALS AND   *
      *   STATUS ('N' APPLY, 'T' TRIAL).  COMMITTED TOGETHER WITH THE  *
      *   BATCH'S CHANGES BY THE MAIN LOOP.                            *
      ******************************************************************
       P8000-UPDATE-RUN-CONTROL.

           IF  TRIAL-MODE
               MOVE 'T'  TO  WS-RUNCTL-STATUS
           ELSE
               MOVE 'N'  TO  WS-RUNCTL-STATUS
           END-IF.

           EXEC SQL
               UPDATE DSN8110.RUNCTL
                  SET RUN_STATUS     =  :WS-RUNCTL-STATUS,
                      RECS_READ      =  :A-TRANS-READ,
                      RECS_WRITTEN   =  :A-TRANS-APPLIED,
                      RECS_REJECTED  =  :A-TRANS-REJECTED,
                      AUDIT_SEQ      =  :A-AUDIT-SEQ
                WHERE PROGRAM_NAME   =  :C-THIS-PGM
                  AND RUN_TS         =  :WS-RUN-TS
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.
      /
      ******************************************************************
      *   THIS BATCH HEADER HAS ALREADY BEEN APPLIED - STOP INSTEAD    *
      *   OF APPLYING THE FILE A SECOND TIME.                          *
      ******************************************************************
       P9996-ABEND-DUPLICATE-BATCH.

           DISPLAY 'DEPTMAINT - BATCH FROM REQUESTER '
                   WS-BATCH-REQUESTER ' DATED ' WS-BATCH-DATE
                   ' HAS ALREADY BEEN APPLIED'.
           DISPLAY 'DEPTMAINT - SEE DSN8110.RUNCTL - NOT APPLYING '
                   'TWICE'.
           DISPLAY 'DEPTMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-DUPRUN-ABEND-CODE.

           CALL C-ABEND-PGM USING C-DUPRUN-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   VALIDATE THE CARD AGAINST ITS FIELDS AND THE DATABASE, THEN  *
      *   APPLY IT OR REJECT IT (OR, IN TRIAL MODE, REPORT WHICH IT    *
      *   WOULD DO).  ONE CARD PER CALL.                               *
      ******************************************************************
       P2000-PROCESS-TRANSACTION.

           PERFORM P2100-VALIDATE-TRANSACTION.

           IF  TRANS-IS-VALID
               PERFORM P2200-CHECK-DATABASE
           END-IF.

           IF  TRIAL-MODE
               PERFORM P2500-WRITE-EDIT-LINE
               IF  TRANS-IS-VALID
                   AND  (DT-ACTION-CODE  =  'A'  OR  'P'  OR  'D')
                   PERFORM P2260-NOTE-TRIAL-CHANGE
               END-IF
           ELSE
               IF  TRANS-IS-VALID
                   PERFORM P3000-APPLY-TRANSACTION
               ELSE
                   PERFORM P2900-WRITE-REJECT
               END-IF
           END-IF.

           PERFORM P1000-READ-TRANSACTION.
      /
      ******************************************************************
      *   BASIC FIELD VALIDATION BEFORE THE TABLE IS EVER TOUCHED:     *
      *   A RECOGNIZED ACTION CODE, A NON-BLANK DEPTNO, AND THE FIELD  *
      *   THE ACTION MAINTAINS WHERE IT MAY NOT BE BLANK.              *
      ******************************************************************
       P2100-VALIDATE-TRANSACTION.

           SET TRANS-IS-VALID  TO  TRUE.
           MOVE SPACES  TO  WS-REJECT-REASON.

           IF  DT-ACTION-CODE  NOT =  'A'  AND
               DT-ACTION-CODE  NOT =  'N'  AND
               DT-ACTION-CODE  NOT =  'M'  AND
               DT-ACTION-CODE  NOT =  'P'  AND
               DT-ACTION-CODE  NOT =  'L'  AND
               DT-ACTION-CODE  NOT =  'D'
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'ACTION CODE MUST BE A, N, M, P, L OR D'
                                       TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  DT-DEPTNO  =  SPACES
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'DEPTNO IS BLANK'  TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  (DT-ACTION-CODE  =  'A'  OR  DT-ACTION-CODE  =  'N')
               IF  DT-DEPTNAME  =  SPACES
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'DEPTNAME IS BLANK'  TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  (DT-ACTION-CODE  =  'A'  OR  DT-ACTION-CODE  =  'P')
               IF  DT-ADMRDEPT  =  SPACES
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'ADMRDEPT IS BLANK'  TO  WS-REJECT-REASON
               END-IF
           END-IF.
      /
      ******************************************************************
      *   D A T A B A S E  C H E C K S                                 *
      *   THE DEPARTMENT MUST EXIST (OR, FOR AN ADD, MUST NOT), A      *
      *   MANAGER MUST BE ON DSN8110.EMP, A NEW ADMRDEPT MUST BE A     *
      *   REAL DEPARTMENT THAT DOES NOT LEAD BACK TO THIS ONE, AND A   *
      *   CLOSE NEEDS THE DEPARTMENT EMPTY OF STAFF AND CHILDREN.      *
      *   THE CURRENT ROW FETCHED HERE IS ALSO THE AUDIT BEFORE-IMAGE. *
      *   IN TRIAL MODE AN EARLIER CARD'S ADD OR CLOSE OF THE SAME     *
      *   DEPARTMENT OVERRIDES WHAT DSN8110.DEPT SAYS.                 *
      ******************************************************************
       P2200-CHECK-DATABASE.

           MOVE DT-DEPTNO  TO  WS-DEPTNO.

           PERFORM P3015-FETCH-BEFORE-IMAGE.

           IF  TRIAL-MODE
               MOVE DT-DEPTNO  TO  WS-TD-LOOKUP-DEPTNO
               PERFORM P2250-FIND-TRIAL-DEPT
               IF  TRIAL-DEPT-FOUND
                   IF  TD-CLOSED (W-TRIAL-SUB)
                       MOVE 'N'  TO  WS-BEFORE-FOUND-SW
                   ELSE
                       MOVE 'Y'  TO  WS-BEFORE-FOUND-SW
                   END-IF
               END-IF
           END-IF.

           IF  DT-ACTION-CODE  =  'A'
               IF  BEFORE-IMAGE-FOUND
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'DEPTNO ALREADY EXISTS ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
               END-IF
           ELSE
               IF  NOT BEFORE-IMAGE-FOUND
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'DEPTNO NOT FOUND ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  (DT-ACTION-CODE  =  'A'  OR  DT-ACTION-CODE  =  'M')
               AND  DT-MGRNO  NOT =  SPACES
               MOVE DT-MGRNO  TO  WS-CHECK-EMPNO
               PERFORM P2210-COUNT-EMPNO
               IF  WS-EMPNO-COUNT  =  ZERO
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'MGRNO NOT ON DSN8110.EMP'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  (DT-ACTION-CODE  =  'A'  OR  DT-ACTION-CODE  =  'P')
               AND  DT-ADMRDEPT  NOT =  DT-DEPTNO
               MOVE DT-ADMRDEPT  TO  WS-CHECK-DEPTNO
               PERFORM P2220-COUNT-DEPTNO
               IF  WS-DEPT-COUNT  =  ZERO
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'ADMRDEPT NOT ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  DT-ACTION-CODE  =  'P'
               AND  DT-ADMRDEPT  NOT =  DT-DEPTNO
               PERFORM P2300-CHECK-CIRCULAR-CHAIN
           END-IF.

           IF  TRANS-IS-VALID
               AND  DT-ACTION-CODE  =  'D'
               PERFORM P2400-CHECK-CLOSE
           END-IF.
      /
      ******************************************************************
      *   IS WS-CHECK-EMPNO ON DSN8110.EMP                             *
      ******************************************************************
       P2210-COUNT-EMPNO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EMPNO-COUNT
                 FROM DSN8110.EMP
                WHERE EMPNO = :WS-CHECK-EMPNO
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *   IS WS-CHECK-DEPTNO ON DSN8110.DEPT                           *
      ******************************************************************
       P2220-COUNT-DEPTNO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPT-COUNT
                 FROM DSN8110.DEPT
                WHERE DEPTNO = :WS-CHECK-DEPTNO
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.

           IF  TRIAL-MODE
               MOVE WS-CHECK-DEPTNO  TO  WS-TD-LOOKUP-DEPTNO
               PERFORM P2250-FIND-TRIAL-DEPT
               IF  TRIAL-DEPT-FOUND
                   IF  TD-CLOSED (W-TRIAL-SUB)
                       MOVE ZERO  TO  WS-DEPT-COUNT
                   ELSE
                       MOVE 1     TO  WS-DEPT-COUNT
                   END-IF
               END-IF
           END-IF.
      /
      ******************************************************************
      *   IS WS-TD-LOOKUP-DEPTNO IN THE TRIAL CHANGES TABLE - IF SO,   *
      *   W-TRIAL-SUB POINTS AT IT.                                    *
      ******************************************************************
       P2250-FIND-TRIAL-DEPT.

           MOVE 'N'  TO  WS-TD-FOUND-SW.

           PERFORM P2255-SCAN-TRIAL-SUB
               VARYING W-TRIAL-SUB FROM 1 BY 1
                 UNTIL W-TRIAL-SUB  >  WS-TRIAL-DEPT-COUNT
                    OR WS-TD-DEPTNO (W-TRIAL-SUB)
                                         =  WS-TD-LOOKUP-DEPTNO.

           IF  W-TRIAL-SUB  NOT >  WS-TRIAL-DEPT-COUNT
               MOVE 'Y'  TO  WS-TD-FOUND-SW
           END-IF.
      /
      ******************************************************************
      *   EMPTY BODY - PERFORMED PURELY FOR ITS VARYING/UNTIL CLAUSES, *
      *   WHICH STOP W-TRIAL-SUB ON THE DEPARTMENT BEING LOOKED FOR.   *
      ******************************************************************
       P2255-SCAN-TRIAL-SUB.

           CONTINUE.
      /
      ******************************************************************
      *   A TRIAL-MODE CARD THAT WOULD APPLY - RECORD WHAT IT WOULD    *
      *   HAVE DONE TO THE DEPARTMENT, FOR THE CARDS BEHIND IT.  THE   *
      *   FIRST TIME A DEPARTMENT IS SEEN, ITS BEFORE-IMAGE ADMRDEPT   *
      *   IS ITS ADMRDEPT ON DSN8110.DEPT (AN ADD HAS NONE).           *
      ******************************************************************
       P2260-NOTE-TRIAL-CHANGE.

           MOVE DT-DEPTNO  TO  WS-TD-LOOKUP-DEPTNO.
           PERFORM P2250-FIND-TRIAL-DEPT.

           IF  NOT TRIAL-DEPT-FOUND
               IF  WS-TRIAL-DEPT-COUNT  <  C-TRIAL-DEPT-MAX
                   ADD 1  TO  WS-TRIAL-DEPT-COUNT
                   MOVE WS-TRIAL-DEPT-COUNT  TO  W-TRIAL-SUB
                   MOVE DT-DEPTNO  TO  WS-TD-DEPTNO (W-TRIAL-SUB)
                   IF  DT-ACTION-CODE  =  'A'
                       MOVE SPACES
                           TO  WS-TD-DB-ADMRDEPT (W-TRIAL-SUB)
                   ELSE
                       MOVE WS-BEF-ADMRDEPT
                           TO  WS-TD-DB-ADMRDEPT (W-TRIAL-SUB)
                   END-IF
                   MOVE 'Y'  TO  WS-TD-FOUND-SW
               ELSE
                   DISPLAY 'DEPTMAINT - TRIAL CHANGES TABLE FULL - '
                           DT-DEPTNO ' NOT CARRIED TO LATER CARDS'
               END-IF
           END-IF.

           IF  TRIAL-DEPT-FOUND
               IF  DT-ACTION-CODE  =  'D'
                   MOVE 'D'  TO  WS-TD-STATUS (W-TRIAL-SUB)
               ELSE
                   MOVE 'Y'  TO  WS-TD-STATUS (W-TRIAL-SUB)
                   MOVE DT-ADMRDEPT  TO  WS-TD-ADMRDEPT (W-TRIAL-SUB)
               END-IF
           END-IF.
      /
      ******************************************************************
      *   C I R C U L A R  C H A I N  C H E C K                        *
      *   CLIMB FROM THE NEW ADMRDEPT ONE LEVEL AT A TIME.  REACHING   *
      *   THE DEPARTMENT BEING RE-PARENTED MEANS IT WOULD END UP       *
      *   ADMINISTERING ITS OWN ADMINISTRATOR - REFUSE.  THE CLIMB     *
      *   ENDS CLEANLY AT A SELF-ADMINISTERING ROOT OR AT A            *
      *   DEPARTMENT WITH NO PARENT ROW.                               *
      ******************************************************************
       P2300-CHECK-CIRCULAR-CHAIN.

           MOVE 'N'          TO  WS-WALK-DONE-SW.
           MOVE ZERO         TO  WS-WALK-LEVEL.
           MOVE DT-ADMRDEPT  TO  WS-WALK-DEPT.

           PERFORM P2310-CLIMB-ONE-LEVEL
               UNTIL WS-WALK-DONE.
      /
       P2310-CLIMB-ONE-LEVEL.

           ADD 1  TO  WS-WALK-LEVEL.

           IF  WS-WALK-DEPT  =  DT-DEPTNO
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'RE-PARENT WOULD MAKE ADMRDEPT CIRCULAR'
                                        TO  WS-REJECT-REASON
               MOVE 'Y'  TO  WS-WALK-DONE-SW
           ELSE
               IF  WS-WALK-LEVEL  >  C-WALK-LEVEL-MAX
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'ADMRDEPT CHAIN ALREADY LOOPS - FIX FIRST'
                                        TO  WS-REJECT-REASON
                   MOVE 'Y'  TO  WS-WALK-DONE-SW
               ELSE
                   PERFORM P2320-GET-WALK-PARENT
               END-IF
           END-IF.
      /
      ******************************************************************
      *   THE ADMRDEPT OF WS-WALK-DEPT - THE NEXT LEVEL UP.  NO ROW,   *
      *   OR A SELF-ADMINISTERING ROOT, ENDS THE CLIMB.  IN TRIAL MODE *
      *   AN EARLIER CARD'S ADD, RE-PARENT OR CLOSE OF WS-WALK-DEPT    *
      *   IS TAKEN INSTEAD OF ITS DSN8110.DEPT ROW.                    *
      ******************************************************************
       P2320-GET-WALK-PARENT.

           MOVE 'N'  TO  WS-TD-FOUND-SW.

           IF  TRIAL-MODE
               MOVE WS-WALK-DEPT  TO  WS-TD-LOOKUP-DEPTNO
               PERFORM P2250-FIND-TRIAL-DEPT
           END-IF.

           IF  TRIAL-DEPT-FOUND
               IF  TD-CLOSED (W-TRIAL-SUB)
                   MOVE 'Y'  TO  WS-WALK-DONE-SW
               ELSE
                   MOVE WS-TD-ADMRDEPT (W-TRIAL-SUB)  TO  WS-WALK-PARENT
                   PERFORM P2330-STEP-TO-PARENT
               END-IF
           ELSE
               PERFORM P2325-SELECT-WALK-PARENT
           END-IF.
      /
       P2325-SELECT-WALK-PARENT.

           EXEC SQL
               SELECT ADMRDEPT
                 INTO :WS-WALK-PARENT
                 FROM DSN8110.DEPT
                WHERE DEPTNO = :WS-WALK-DEPT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   PERFORM P2330-STEP-TO-PARENT
               WHEN DB2-NO-ROWS-FOUND
                   MOVE 'Y'  TO  WS-WALK-DONE-SW
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
       P2330-STEP-TO-PARENT.

           IF  WS-WALK-PARENT  =  WS-WALK-DEPT
               OR  WS-WALK-PARENT  =  SPACES
               MOVE 'Y'  TO  WS-WALK-DONE-SW
           ELSE
               MOVE WS-WALK-PARENT  TO  WS-WALK-DEPT
           END-IF.
      /
      ******************************************************************
      *   A CLOSE NEEDS THE DEPARTMENT EMPTY: NO EMPLOYEE STILL ON IT  *
      *   (MOVE THEM FIRST WITH AN EMPMAINT 'M' CARD) AND NO OTHER     *
      *   DEPARTMENT STILL ADMINISTERED BY IT (RE-PARENT THEM FIRST).  *
      *   IN TRIAL MODE THE CHILD COUNT ALLOWS FOR CHILDREN AN EARLIER *
      *   CARD ADDED, MOVED IN, MOVED AWAY OR CLOSED.                  *
      ******************************************************************
       P2400-CHECK-CLOSE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-STAFF-COUNT
                 FROM DSN8110.EMP
                WHERE WORKDEPT = :WS-DEPTNO
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           IF  WS-STAFF-COUNT  >  ZERO
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'DEPARTMENT STILL HAS EMPLOYEES'
                                        TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CHILD-COUNT
                     FROM DSN8110.DEPT
                    WHERE ADMRDEPT  =  :WS-DEPTNO
                      AND DEPTNO   <>  :WS-DEPTNO
               END-EXEC
               IF  SQLCODE  NOT =  DB2-OK
                   PERFORM P9999-ABEND-DB2-ERROR
               END-IF
               IF  TRIAL-MODE
                   PERFORM P2410-ADJUST-CHILD-COUNT
                       VARYING W-TRIAL-SUB FROM 1 BY 1
                         UNTIL W-TRIAL-SUB  >  WS-TRIAL-DEPT-COUNT
               END-IF
               IF  WS-CHILD-COUNT  >  ZERO
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'DEPARTMENT STILL HAS CHILD DEPARTMENTS'
                                        TO  WS-REJECT-REASON
               END-IF
           END-IF.
      /
      ******************************************************************
      *   ONE TRIAL CHANGE AGAINST THE CHILD COUNT OF WS-DEPTNO - OUT  *
      *   IF IT WAS A CHILD ON DSN8110.DEPT, BACK IN IF IT IS STILL ON *
      *   FILE UNDER WS-DEPTNO NOW.                                    *
      ******************************************************************
       P2410-ADJUST-CHILD-COUNT.

           IF  WS-TD-DEPTNO (W-TRIAL-SUB)  NOT =  WS-DEPTNO
               IF  WS-TD-DB-ADMRDEPT (W-TRIAL-SUB)  =  WS-DEPTNO
                   SUBTRACT 1  FROM  WS-CHILD-COUNT
               END-IF
               IF  TD-ON-FILE (W-TRIAL-SUB)
                   AND  WS-TD-ADMRDEPT (W-TRIAL-SUB)  =  WS-DEPTNO
                   ADD 1  TO  WS-CHILD-COUNT
               END-IF
           END-IF.
      /
      ******************************************************************
      *   ONE DEPTEDIT LINE PER CARD IN TRIAL MODE - WHAT THE CARD     *
      *   WOULD DO IN A REAL APPLY AND, ON A WOULD-REJECT, WHY.        *
      ******************************************************************
       P2500-WRITE-EDIT-LINE.

           MOVE SPACES          TO  DEPT-EDIT-RECORD.
           MOVE DT-ACTION-CODE  TO  DE-ACTION-CODE.
           MOVE DT-DEPTNO       TO  DE-DEPTNO.

           IF  TRANS-IS-INVALID
               MOVE 'WOULD REJECT'     TO  DE-DISPOSITION
               MOVE WS-REJECT-REASON   TO  DE-REASON
               ADD 1  TO  A-TRANS-REJECTED
           ELSE
               MOVE 'WOULD APPLY'      TO  DE-DISPOSITION
               ADD 1  TO  A-TRANS-APPLIED
           END-IF.

           WRITE DEPT-EDIT-RECORD.
      /
      ******************************************************************
      *   WRITE A FAILED CARD TO DEPTREJ SO THE REQUESTER CAN SEE WHY  *
      *   IT DID NOT APPLY AND RESUBMIT A CORRECTED CARD.              *
      ******************************************************************
       P2900-WRITE-REJECT.

           MOVE SPACES             TO  DEPT-REJECT-RECORD.
           MOVE DEPT-TRANS-RECORD  TO  RJ-TRANS-DATA.
           MOVE WS-REJECT-REASON   TO  RJ-REASON.

           WRITE DEPT-REJECT-RECORD.

           ADD 1  TO  A-TRANS-REJECTED.
      /
      ******************************************************************
      *   EMPTY BODY - PERFORMED PURELY FOR ITS VARYING/UNTIL CLAUSES, *
      *   WHICH SCAN THE CARD'S DEPTNAME BACKWARD FROM ITS LAST BYTE   *
      *   TO FIND THE LENGTH TO STORE AS THE VARCHAR LEN FIELD.        *
      ******************************************************************
       P3002-SCAN-NAME-SUB.

           CONTINUE.
      /
      ******************************************************************
      *   BUILD THE AFTER-IMAGE FROM THE CURRENT ROW (NOTHING, FOR AN  *
      *   ADD) WITH THE CARD'S ONE CHANGE LAID OVER IT, LOAD THE HOST  *
      *   VARIABLES FROM IT AND DISPATCH ON THE ACTION CODE.           *
      ******************************************************************
       P3000-APPLY-TRANSACTION.

           PERFORM P3005-BUILD-AFTER-IMAGE.

           MOVE DT-DEPTNO        TO  WS-DEPTNO.
           MOVE WS-AFT-DEPTNAME  TO  WS-DEPTNAME-TEXT.
           PERFORM P3002-SCAN-NAME-SUB
               VARYING W-NAME-SUB  FROM  36  BY  -1
               UNTIL   W-NAME-SUB  =  0
                  OR   WS-AFT-DEPTNAME(W-NAME-SUB:1)  NOT =  SPACE.
           MOVE W-NAME-SUB       TO  WS-DEPTNAME-LEN.
           MOVE WS-AFT-MGRNO     TO  WS-MGRNO.
           MOVE WS-AFT-ADMRDEPT  TO  WS-ADMRDEPT.
           MOVE WS-AFT-LOCATION  TO  WS-LOCATION.

           INITIALIZE WS-DEPT-NULL-AREA.

           IF  WS-AFT-MGRNO  =  SPACES
               MOVE -1  TO  WS-DEPT-IND(1)
           END-IF.

           IF  WS-AFT-LOCATION  =  SPACES
               MOVE -1  TO  WS-DEPT-IND(2)
           END-IF.

           EVALUATE DT-ACTION-CODE
               WHEN 'A'
                   PERFORM P3010-ADD-DEPARTMENT
               WHEN 'D'
                   PERFORM P3030-CLOSE-DEPARTMENT
               WHEN OTHER
                   PERFORM P3020-UPDATE-DEPARTMENT
           END-EVALUATE.
      /
       P3005-BUILD-AFTER-IMAGE.

           MOVE SPACES  TO  WS-AFTER-IMAGE.

           IF  BEFORE-IMAGE-FOUND
               IF  WS-BEF-DEPTNAME-LEN  >  ZERO
                   MOVE WS-BEF-DEPTNAME-TEXT(1:WS-BEF-DEPTNAME-LEN)
                                        TO  WS-AFT-DEPTNAME
               END-IF
               MOVE WS-BEF-MGRNO        TO  WS-AFT-MGRNO
               MOVE WS-BEF-ADMRDEPT     TO  WS-AFT-ADMRDEPT
               MOVE WS-BEF-LOCATION     TO  WS-AFT-LOCATION
           END-IF.

           EVALUATE DT-ACTION-CODE
               WHEN 'A'
                   MOVE DT-DEPTNAME     TO  WS-AFT-DEPTNAME
                   MOVE DT-MGRNO        TO  WS-AFT-MGRNO
                   MOVE DT-ADMRDEPT     TO  WS-AFT-ADMRDEPT
                   MOVE DT-LOCATION     TO  WS-AFT-LOCATION
               WHEN 'N'
                   MOVE DT-DEPTNAME     TO  WS-AFT-DEPTNAME
               WHEN 'M'
                   MOVE DT-MGRNO        TO  WS-AFT-MGRNO
               WHEN 'P'
                   MOVE DT-ADMRDEPT     TO  WS-AFT-ADMRDEPT
               WHEN 'L'
                   MOVE DT-LOCATION     TO  WS-AFT-LOCATION
           END-EVALUATE.
      /
      ******************************************************************
      *   ADD A NEW DEPARTMENT.  THE CHECKS ABOVE PROVED THE DEPTNO    *
      *   NEW AND THE ADMRDEPT AND MGRNO REAL; DB2 HAS THE LAST WORD.  *
      ******************************************************************
       P3010-ADD-DEPARTMENT.

           EXEC SQL
               INSERT INTO DSN8110.DEPT
                      (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION)
               VALUES (:WS-DEPTNO,
                       :WS-DEPTNAME,
                       :WS-MGRNO     :WS-DEPT-IND(1),
                       :WS-ADMRDEPT,
                       :WS-LOCATION  :WS-DEPT-IND(2))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   ADD 1  TO  A-TRANS-APPLIED
                   PERFORM P3200-WRITE-AUDIT-RECORD
               WHEN DB2-DUPLICATE-KEY
                   MOVE 'DEPTNO ALREADY EXISTS ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN DB2-INVALID-FOR-KEY
                   MOVE 'ADMRDEPT OR MGRNO NOT ON FILE'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   RENAME, NEW MANAGER, RE-PARENT OR NEW LOCATION - THE ROW IS  *
      *   REWRITTEN FROM THE AFTER-IMAGE, IN WHICH ONLY THE CARD'S     *
      *   ONE COLUMN DIFFERS FROM THE ROW AS FETCHED.                  *
      ******************************************************************
       P3020-UPDATE-DEPARTMENT.

           EXEC SQL
               UPDATE DSN8110.DEPT
                  SET DEPTNAME = :WS-DEPTNAME,
                      MGRNO    = :WS-MGRNO     :WS-DEPT-IND(1),
                      ADMRDEPT = :WS-ADMRDEPT,
                      LOCATION = :WS-LOCATION  :WS-DEPT-IND(2)
                WHERE DEPTNO   = :WS-DEPTNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   ADD 1  TO  A-TRANS-APPLIED
                   PERFORM P3200-WRITE-AUDIT-RECORD
               WHEN DB2-NO-ROWS-FOUND
                   MOVE 'DEPTNO NOT FOUND ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN DB2-INVALID-FOR-KEY
                   MOVE 'ADMRDEPT OR MGRNO NOT ON FILE'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   CLOSE A DEPARTMENT.  DSN8110.DEPT HAS NO STATUS COLUMN, SO   *
      *   THE ROW IS REMOVED; THE AUDIT BEFORE-IMAGE KEEPS IT.         *
      ******************************************************************
       P3030-CLOSE-DEPARTMENT.

           EXEC SQL
               DELETE FROM DSN8110.DEPT
                WHERE DEPTNO = :WS-DEPTNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   ADD 1  TO  A-TRANS-APPLIED
                   PERFORM P3200-WRITE-AUDIT-RECORD
               WHEN DB2-NO-ROWS-FOUND
                   MOVE 'DEPTNO NOT FOUND ON DSN8110.DEPT'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN DB2-REF-INTEGRITY
                   MOVE 'DEPTNO STILL REFERENCED - CANNOT CLOSE'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   FETCH THE DEPT ROW AS IT STANDS BEFORE THE CARD TOUCHES IT - *
      *   THE EXISTENCE CHECK AND THE DEPTAUD BEFORE-IMAGE.  NO ROW    *
      *   FOUND IS NOT AN ERROR HERE; THE CALLER DECIDES.              *
      ******************************************************************
       P3015-FETCH-BEFORE-IMAGE.

           MOVE 'N'  TO  WS-BEFORE-FOUND-SW.
           INITIALIZE WS-BEFORE-IMAGE.

           EXEC SQL
               SELECT DEPTNAME,
                      MGRNO,
                      ADMRDEPT,
                      LOCATION
                 INTO :WS-BEF-DEPTNAME,
                      :WS-BEF-MGRNO     INDICATOR :WS-BEF-IND(1),
                      :WS-BEF-ADMRDEPT,
                      :WS-BEF-LOCATION  INDICATOR :WS-BEF-IND(2)
                 FROM DSN8110.DEPT
                WHERE DEPTNO = :WS-DEPTNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   MOVE 'Y'  TO  WS-BEFORE-FOUND-SW
                   IF  WS-BEF-IND(1)  <  ZERO
                       MOVE SPACES  TO  WS-BEF-MGRNO
                   END-IF
                   IF  WS-BEF-IND(2)  <  ZERO
                       MOVE SPACES  TO  WS-BEF-LOCATION
                   END-IF
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   WRITE ONE DEPTAUD RECORD FOR THE CARD JUST APPLIED.  BEFORE- *
      *   IMAGE IS BLANK ON AN ADD AND AFTER-IMAGE IS BLANK ON A CLOSE.*
      ******************************************************************
       P3200-WRITE-AUDIT-RECORD.

           ADD 1  TO  A-AUDIT-SEQ.

           MOVE SPACES          TO  DEPT-AUDIT-RECORD.
           MOVE A-AUDIT-SEQ     TO  DA-SEQ-NBR.
           MOVE WS-RUN-DATE     TO  DA-RUN-DATE.
           MOVE DT-ACTION-CODE  TO  DA-ACTION-CODE.
           MOVE DT-DEPTNO       TO  DA-DEPTNO.

           IF  DT-ACTION-CODE  NOT =  'A'
               AND  BEFORE-IMAGE-FOUND
               IF  WS-BEF-DEPTNAME-LEN  >  ZERO
                   MOVE WS-BEF-DEPTNAME-TEXT(1:WS-BEF-DEPTNAME-LEN)
                                         TO  DA-BEF-DEPTNAME
               END-IF
               MOVE WS-BEF-MGRNO     TO  DA-BEF-MGRNO
               MOVE WS-BEF-ADMRDEPT  TO  DA-BEF-ADMRDEPT
               MOVE WS-BEF-LOCATION  TO  DA-BEF-LOCATION
           END-IF.

           IF  DT-ACTION-CODE  NOT =  'D'
               MOVE WS-AFTER-IMAGE   TO  DA-AFT-IMAGE
           END-IF.

           WRITE DEPT-AUDIT-RECORD.
      /

      *
