      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBKOUT.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    BACKOUT OF ONE WHOLE EMPMAINT BATCH.  WHEN A COORDINATOR'S
      *    BATCH GOES IN WRONG (WRONG FILE SENT, WRONG DEPARTMENT
      *    KEYED ON EVERY CARD, A BAD 'M' MASS TRANSFER) THIS STEP
      *    READS THAT RUN'S EMPAUDIT FILE AND PUTS EVERY AFFECTED
      *    DSN8110.EMP ROW BACK THE WAY IT WAS: AN 'A' IS DELETED,
      *    A 'D' IS RE-INSERTED FROM ITS FULL BEFORE-IMAGE, AND A
      *    'C', 'M' OR 'S' HAS ITS BEFORE COLUMNS RESTORED.
      *
      *    THE BATCH IS NAMED BY ITS BATCH_ID ON THE EXEC PARM AND
      *    MUST HAVE A COMPLETED ('N') EMPMAINT APPLY ROW ON
      *    DSN8110.RUNCTL; THE EMPAUDIT SUPPLIED MUST TIE TO THAT
      *    ROW'S AUDIT_SEQ_BASE AND AUDIT_SEQ OR NOTHING IS
      *    REVERSED.  ONE EMPMAINT EXECUTION MAY APPLY SEVERAL
      *    COORDINATOR BATCHES TO ONE EMPAUDIT - ONLY THE RECORDS
      *    CARRYING THE NAMED BATCH_ID ARE TAKEN, THE REST PASS BY.
      *    FOR A BATCH THAT WAS RESTARTED, CONCATENATE THE EMPAUDIT
      *    OF EVERY ATTEMPT, OLDEST FIRST.  A RESTART RESUMES THE
      *    AUDIT SEQUENCE FROM ITS LAST COMMIT, SO THE RECORDS AN
      *    ABENDED ATTEMPT WROTE PAST THAT POINT (ROLLED BACK IN DB2)
      *    COME AGAIN UNDER THE SAME SEQUENCE NUMBERS - FOR EACH
      *    SEQUENCE NUMBER THE LAST OCCURRENCE IN THE CONCATENATION
      *    WINS, AND ONE OUTSIDE THE RUNCTL ROW'S RANGE IS DROPPED.
      *
      *    AN EMPNO IS NEVER REVERSED OVER A LATER CHANGE.  EACH
      *    EMPNO IS CHECKED FIRST AGAINST THE CHANGE-HISTORY MASTER
      *    (ANY HISTMSTR RECORD KEYED AFTER THE BATCH'S LAST CHANGE
      *    TO IT) AND AGAINST ITS CURRENT DSN8110.EMP ROW (WHICH
      *    MUST STILL MATCH THE BATCH'S AFTER-IMAGE); AN EMPNO THAT
      *    FAILS EITHER IS LISTED AS A CONFLICT AND LEFT ALONE.
      *
      *    THE REVERSAL IS ITSELF AUDITED: EVERY ROW PUT BACK GETS
      *    AN EMPAUDIT RECORD IN THE EMPMAINT FORMAT (ACTION CODE
      *    OF THE REVERSING CHANGE - A DELETE IS A 'D', A RE-INSERT
      *    AN 'A'), SO THE OUTPUT FEEDS EMPHLOAD LIKE ANY OTHER RUN,
      *    AND A RUNCTL ROW UNDER THE SAME BATCH_ID STOPS A SECOND
      *    BACKOUT OF THE SAME BATCH.
      *
      *  INPUT PARMS:  BATCH_ID OF THE EMPMAINT BATCH TO BACK OUT -
      *                COORDINATOR ID (8) PLUS BATCH DATE (10),
      *                EXACTLY AS ON DSN8110.RUNCTL
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EMPAUDIT - THE EMPMAINT AUDIT TRAIL OF THE
      *                           BATCH BEING BACKED OUT
      *                HISTMSTR - THE CHANGE-HISTORY MASTER (VSAM
      *                           KSDS, READ ONLY)
      *
      *  OUTPUT FILES: BKOAUDIT - THE BACKOUT'S OWN AUDIT TRAIL, IN
      *                           EMPAUDIT FORMAT, FOR EMPHLOAD
      *                BKORPT   - BACKOUT REPORT - EVERY CHANGE
      *                           REVERSED AND EVERY CONFLICT
      *                AUDSRT   - AUDIT RECORDS OF THE BATCH, ONE
      *                           PER SEQUENCE NUMBER, SORTED BY EMPNO
      *
      *  COPY MEMBERS: EMPHREC
      *
      *    TABLES:
      *           DSN8110.EMP
      *           DSN8110.DEPT
      *           DSN8110.RUNCTL
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE SORTED AUDIT FILE IS EXHAUSTED
      *
      *      ABNORMAL:
      *             NO COMPLETED EMPMAINT RUN FOR THE BATCH_ID, THE
      *             EMPAUDIT DOES NOT TIE TO IT, THE BATCH HAS
      *             ALREADY BEEN BACKED OUT, A FILE FAILS TO OPEN,
      *             OR A DB2 RETURN CODE THE OTHER PROGRAMS WOULD
      *             ALSO TREAT AS FATAL
      *
      *    RETURN CODES:
      *             0 - EVERY CHANGE OF THE BATCH REVERSED
      *             4 - ONE OR MORE EMPNOS LEFT IN PLACE AS
      *                 CONFLICTS - SEE BKORPT
      *
      *    SPECIAL LOGIC:  THE WHOLE BACKOUT IS ONE UNIT OF WORK.  AN
      *                    ABEND ROLLS EVERY REVERSAL BACK, SO THE
      *                    STEP IS SIMPLY RERUN - THERE IS NO RESTART
      *                    POSITION TO KEEP.  ONE EMPNO'S CHANGES ARE
      *                    REVERSED NEWEST FIRST.  THE BACKOUT'S AUDIT
      *                    SEQUENCE CONTINUES PAST THE HIGHEST
      *                    EMPMAINT OR EMPBKOUT AUDIT_SEQ ON RUNCTL FOR
      *                    ITS OWN RUN DATE, SO IT NEVER COLLIDES WITH
      *                    A SAME-DAY RUN ON THE HISTMSTR KEY.
      *                    A NULL COLUMN CAME THROUGH EMPAUDIT AS
      *                    BLANK (OR ZERO); A RE-INSERTED OR
      *                    SUPPLEMENT-RESTORED ROW GETS NULL BACK FOR
      *                    THE BLANK CHARACTER AND DATE COLUMNS AND
      *                    FOR A ZERO BONUS OR COMM.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-10-14      *
      *  R WAGNER - 240-BYTE EMPAUDIT WITH FULL-ROW    2026-10-14      *
      *             AFTER-IMAGE; SUPPLEMENTARY 'S'                     *
      *             CHANGES REVERSED; CONFLICT CHECK                   *
      *             COVERS EVERY COLUMN                                *
      *  R WAGNER - ONLY THE NAMED BATCH'S RECORDS ARE 2026-10-15      *
      *             TAKEN FROM A MULTI-BATCH EMPAUDIT;                 *
      *             PROOF AGAINST AUDIT_SEQ_BASE; OWN                  *
      *             AUDIT SEQUENCE SEEDED FROM THE DAY'S               *
      *             RUNCTL ROWS; BATCH_ID ON BKOAUDIT                  *
      *  R WAGNER - RESTARTED BATCH: LAST OCCURRENCE   2026-10-15      *
      *             OF EACH AUDIT SEQUENCE NUMBER                      *
      *             WINS, PROOF ON DISTINCT SEQUENCE                   *
      *             NUMBERS; ZERO BONUS/COMM RESTORED                  *
      *             AS NULL                                            *
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

           SELECT HIST-MASTER-FILE    ASSIGN TO HISTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-SORTED-FILE   ASSIGN TO AUDSRT.

           SELECT BACKOUT-AUDIT-FILE  ASSIGN TO BKOAUDIT.

           SELECT BACKOUT-RPT-FILE    ASSIGN TO BKORPT.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  AUDIT-IN-FILE                      DDNAME - EMPAUDIT    *
      *        THE AUDIT TRAIL OF THE BATCH BEING BACKED OUT, AS       *
      *        EMPMAINT WROTE IT - EVERY ATTEMPT'S, OLDEST FIRST, FOR  *
      *        A BATCH THAT WAS RESTARTED.                             *
      ******************************************************************

       FD  AUDIT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-IN-RECORD.

       01  AUDIT-IN-RECORD.
           05  AI-SEQ-NBR               PIC 9(06).
           05  AI-RUN-DATE              PIC X(10).
           05  AI-ACTION-CODE           PIC X(01).
           05  AI-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(192).
           05  AI-BATCH-ID              PIC X(18).
           05  FILLER                   PIC X(07).

      /
      ******************************************************************
      * FILE:  HIST-MASTER-FILE                   DDNAME - HISTMSTR    *
      *        THE CUMULATIVE CHANGE-HISTORY MASTER - SEE EMPHREC.     *
      ******************************************************************

       FD  HIST-MASTER-FILE
           DATA RECORD IS HIST-MASTER-RECORD.

       COPY EMPHREC.

      /
      ******************************************************************
      * FILE:  AUDIT-SORTED-FILE                  DDNAME - AUDSRT      *
      *        THE BATCH'S AUDIT RECORDS, ONE PER SEQUENCE NUMBER.     *
      *        WRITTEN FIRST IN SEQUENCE ORDER BY P1250, THEN SORTED   *
      *        IN PLACE TO EMPNO ORDER, NEWEST CHANGE FIRST WITHIN     *
      *        EACH EMPNO, SO ONE EMPLOYEE'S CHANGES ARRIVE TOGETHER   *
      *        IN THE ORDER THEY MUST BE UNDONE.                       *
      ******************************************************************

       FD  AUDIT-SORTED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-SORTED-RECORD.

       01  AUDIT-SORTED-RECORD.
           05  AS-SEQ-NBR               PIC 9(06).
           05  AS-RUN-DATE              PIC X(10).
           05  AS-ACTION-CODE           PIC X(01).
           05  AS-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(217).

      /
      ******************************************************************
      * FILE:  BACKOUT-AUDIT-FILE                 DDNAME - BKOAUDIT    *
      *        ONE RECORD PER ROW PUT BACK, IN THE EMPMAINT EMPAUDIT   *
      *        FORMAT: THE ROW AS IT STOOD BEFORE THE REVERSAL AND     *
      *        THE WHOLE ROW AS RESTORED.  BEFORE-IMAGE IS             *
      *        BLANK ON A RE-INSERT ('A'), AFTER-IMAGE IS BLANK ON A   *
      *        DELETE ('D').                                           *
      ******************************************************************

       FD  BACKOUT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKOUT-AUDIT-RECORD.

       01  BACKOUT-AUDIT-RECORD.
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
           05  AU-BATCH-ID              PIC X(18).
           05  FILLER                   PIC X(07).

      /
      ******************************************************************
      * FILE:  BACKOUT-RPT-FILE                   DDNAME - BKORPT      *
      *        THE BACKOUT REPORT                                      *
      ******************************************************************

       FD  BACKOUT-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKOUT-RPT-RECORD.

       01  BACKOUT-RPT-RECORD    PIC X(80).

      /
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SW-SEQ-NBR               PIC 9(06).
           05  SW-RUN-DATE              PIC X(10).
           05  SW-ACTION-CODE           PIC X(01).
           05  SW-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(217).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPBKOUT START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPBKOUT'.
           05 C-MAINT-PGM              PIC X(08) VALUE 'EMPMAINT'.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * DCLGEN FOR EMP TABLE
           EXEC SQL INCLUDE DCLEMP END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-NO-ROWS-FOUND     PIC S9(04) COMP VALUE 100.
      /
       01  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-AUDIT-IN-EOF-SW       PIC X(01) VALUE 'N'.
               88  END-OF-AUDIT-INPUT         VALUE 'Y'.
           05  WS-AUDSRT-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-AUDIT-SORTED        VALUE 'Y'.
           05  WS-SEQ-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  END-OF-SEQ-SORTED          VALUE 'Y'.

      ***********              ***********
      *   T H E  B A T C H  B E I N G  B A C K E D  O U T          *
      *   BATCH_ID FROM THE EXEC PARM, AND THE CONTROL FIGURES OF  *
      *   ITS COMPLETED EMPMAINT APPLY ROW ON DSN8110.RUNCTL.  THE *
      *   BATCH'S RECORDS IN THE EMPAUDIT SUPPLIED MUST TIE TO IT  *
      *   EXACTLY - ONE DISTINCT SEQUENCE NUMBER FOR EVERY ONE     *
      *   FROM AUDIT_SEQ_BASE + 1 UP TO AUDIT_SEQ.                 *
      ***********              ***********

       01  WS-BATCH-CONTROL.
           05  WS-BATCH-ID.
               10  WS-BATCH-ID-COORD    PIC X(08)  VALUE SPACES.
               10  WS-BATCH-ID-DATE     PIC X(10)  VALUE SPACES.
           05  WS-ORIG-RUN-DATE         PIC X(10)  VALUE SPACES.
           05  WS-ORIG-RECS-WRITTEN     PIC S9(08) COMP  VALUE ZERO.
           05  WS-ORIG-AUDIT-SEQ        PIC S9(08) COMP  VALUE ZERO.
           05  WS-ORIG-AUDIT-SEQ-BASE   PIC S9(08) COMP  VALUE ZERO.
           05  WS-ORIG-AUDIT-COUNT      PIC S9(08) COMP  VALUE ZERO.
           05  WS-HIGH-AUDIT-SEQ        PIC S9(08) COMP  VALUE ZERO.
           05  WS-LOW-AUDIT-SEQ         PIC S9(08) COMP
                                                   VALUE +99999999.
           05  WS-BAD-ACTION-COUNT      PIC S9(08) COMP  VALUE ZERO.

       01  WS-BATCH-ERROR-MSG           PIC X(60)  VALUE SPACES.

      * THE LAST RECORD RETURNED FOR THE SEQUENCE NUMBER IN HAND - IT
      * REPLACES ANY EARLIER ATTEMPT'S RECORD OF THE SAME NUMBER.
       01  WS-KEPT-AUDIT.
           05  KA-SEQ-NBR               PIC 9(06).
           05  KA-RUN-DATE              PIC X(10).
           05  KA-ACTION-CODE           PIC X(01).
           05  KA-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(217).

      ***********              ***********
      *   R U N  C O N T R O L                                     *
      *   THE BACKOUT'S OWN DSN8110.RUNCTL ROW CARRIES THE SAME    *
      *   BATCH_ID AS THE BATCH IT REVERSES - A 'N' ROW ALREADY ON *
      *   FILE UNDER THIS PROGRAM NAME MEANS THE BATCH HAS ALREADY *
      *   BEEN BACKED OUT.                                         *
      ***********              ***********

       01  WS-RUN-CONTROL.
           05  WS-RUN-TS                PIC X(26)  VALUE SPACES.
           05  WS-PRIOR-RUN-COUNT       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RUNCTL-PARM           PIC X(50)  VALUE SPACES.
           05  WS-AUDIT-SEQ-BASE        PIC S9(08) COMP  VALUE ZERO.

       01  WS-PARM-INFO.
           05  FILLER                   PIC X(15)  VALUE
                                        'BACKOUT OF RUN '.
           05  WS-PI-ORIG-RUN-DATE      PIC X(10).
           05  FILLER                   PIC X(25)  VALUE SPACES.

      ***********              ***********
      *   E M P N O  G R O U P                                     *
      *   EVERY AUDIT RECORD OF ONE EMPNO, NEWEST FIRST, HELD SO   *
      *   THE WHOLE GROUP IS PROVEN FREE OF CONFLICTS BEFORE ANY   *
      *   OF IT IS REVERSED.  AN EMPNO CHANGED MORE THAN           *
      *   C-GROUP-MAX TIMES IN ONE BATCH IS LEFT FOR HAND REPAIR.  *
      ***********              ***********

       01  WS-GROUP-CONTROL.
           05  C-GROUP-MAX              PIC S9(4) COMP  VALUE +50.
           05  WS-GRP-EMP-NBR           PIC X(06)  VALUE SPACES.
           05  WS-CONFLICT-SW           PIC X(01)  VALUE 'N'.
               88  EMPNO-IN-CONFLICT           VALUE 'Y'.
           05  WS-CONFLICT-REASON       PIC X(40)  VALUE SPACES.

       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY             PIC X(240)
                                        OCCURS 50 TIMES.

      * THE GROUP ENTRY CURRENTLY BEING CHECKED OR REVERSED, AS THE
      * EMPMAINT EMPAUDIT LAYOUT.
       01  WS-ORIG-AUDIT.
           05  OA-SEQ-NBR               PIC 9(06).
           05  OA-RUN-DATE              PIC X(10).
           05  OA-ACTION-CODE           PIC X(01).
           05  OA-EMP-NBR               PIC X(06).
           05  OA-BEF-IMAGE.
               10  OA-BEF-WORK-DEPT     PIC X(03).
               10  OA-BEF-LAST-NAME     PIC X(15).
               10  OA-BEF-FIRST-NAME    PIC X(12).
               10  OA-BEF-SALARY        PIC 9(07).99.
               10  OA-BEF-MIDINIT       PIC X(01).
               10  OA-BEF-PHONENO       PIC X(04).
               10  OA-BEF-HIRE-DATE     PIC X(10).
               10  OA-BEF-JOB-CODE      PIC X(08).
               10  OA-BEF-EDLEVEL       PIC 9(02).
               10  OA-BEF-SEX           PIC X(01).
               10  OA-BEF-BIRTH-DATE    PIC X(10).
               10  OA-BEF-BONUS         PIC 9(07).99.
               10  OA-BEF-COMM          PIC 9(07).99.
           05  OA-AFT-IMAGE.
               10  OA-AFT-WORK-DEPT     PIC X(03).
               10  OA-AFT-LAST-NAME     PIC X(15).
               10  OA-AFT-FIRST-NAME    PIC X(12).
               10  OA-AFT-SALARY        PIC 9(07).99.
               10  OA-AFT-MIDINIT       PIC X(01).
               10  OA-AFT-PHONENO       PIC X(04).
               10  OA-AFT-HIRE-DATE     PIC X(10).
               10  OA-AFT-JOB-CODE      PIC X(08).
               10  OA-AFT-EDLEVEL       PIC 9(02).
               10  OA-AFT-SEX           PIC X(01).
               10  OA-AFT-BIRTH-DATE    PIC X(10).
               10  OA-AFT-BONUS         PIC 9(07).99.
               10  OA-AFT-COMM          PIC 9(07).99.
           05  FILLER                   PIC X(25).

      ***********              ***********
      *   C O N F L I C T  C H E C K S                             *
      *   THE CURRENT ROW'S NAMES AS FIXED-LENGTH FIELDS, AND THE  *
      *   AFTER-IMAGE SALARY AS A NUMBER, SO THE ROW CAN BE        *
      *   COMPARED WITH WHAT THE BATCH LEFT BEHIND.                *
      ***********              ***********

       01  WS-COMPARE-AREA.
           05  WS-CUR-LAST-NAME         PIC X(15)  VALUE SPACES.
           05  WS-CUR-FIRST-NAME        PIC X(12)  VALUE SPACES.
           05  WS-AFT-SALARY-NUM        PIC S9(7)V99 COMP-3
                                                   VALUE ZERO.
           05  WS-AFT-BONUS-NUM         PIC S9(7)V99 COMP-3
                                                   VALUE ZERO.
           05  WS-AFT-COMM-NUM          PIC S9(7)V99 COMP-3
                                                   VALUE ZERO.
           05  WS-DEPT-COUNT            PIC S9(8) COMP  VALUE ZERO.
           05  WS-MGR-COUNT             PIC S9(8) COMP  VALUE ZERO.

       01  WS-LATER-CHANGE-REASON.
           05  FILLER                   PIC X(17)  VALUE
                                        'CHANGED AGAIN ON '.
           05  WS-LCR-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(05)  VALUE ' SEQ '.
           05  WS-LCR-SEQ-NBR           PIC 9(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.

      ***********              ***********
      *   A U D I T  T R A I L  W O R K  A R E A                   *
      *   WS-BEFORE-IMAGE IS THE EMP ROW AS FETCHED JUST AHEAD OF  *
      *   A REVERSAL, EXACTLY AS EMPMAINT FETCHES IT.  THE RUN     *
      *   DATE IS TAKEN FROM DB2 ONCE AT START OF RUN.             *
      ***********              ***********

       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-BKO-ACTION-CODE           PIC X(01) VALUE SPACE.

       01  WS-BEFORE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  BEFORE-IMAGE-FOUND              VALUE 'Y'.

       01  WS-BEFORE-IMAGE.
           05  WS-BEF-WORKDEPT          PIC X(03).
           05  WS-BEF-LASTNAME.
               49  WS-BEF-LASTNAME-LEN  PIC S9(4) COMP.
               49  WS-BEF-LASTNAME-TEXT PIC X(15).
           05  WS-BEF-FIRSTNME.
               49  WS-BEF-FIRSTNME-LEN  PIC S9(4) COMP.
               49  WS-BEF-FIRSTNME-TEXT PIC X(12).
           05  WS-BEF-SALARY            PIC S9(7)V99 COMP-3.
           05  WS-BEF-MIDINIT           PIC X(01).
           05  WS-BEF-PHONENO           PIC X(04).
           05  WS-BEF-HIREDATE          PIC X(10).
           05  WS-BEF-JOB               PIC X(08).
           05  WS-BEF-EDLEVEL           PIC S9(4) COMP.
           05  WS-BEF-SEX               PIC X(01).
           05  WS-BEF-BIRTHDATE         PIC X(10).
           05  WS-BEF-BONUS             PIC S9(7)V99 COMP-3.
           05  WS-BEF-COMM              PIC S9(7)V99 COMP-3.

      * NULL INDICATORS FOR THE NULLABLE BEFORE-IMAGE COLUMNS, IN THE
      * ORDER FETCHED BY P3015 (MIDINIT THROUGH COMM).
       01  WS-BEF-NULL-AREA.
           05  WS-BEF-IND               PIC S9(4) COMP OCCURS 9 TIMES.

      * NULL INDICATORS FOR A RE-INSERTED ROW, IN INSERT ORDER
      * (PHONENO, HIREDATE, JOB, SEX, BIRTHDATE, BONUS, COMM).
       01  WS-INS-NULL-AREA.
           05  WS-INS-IND               PIC S9(4) COMP OCCURS 7 TIMES.

      ***********              ***********
      *   R E P O R T  P R I N T  L I N E S                        *
      ***********              ***********

       01  W-BKO-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  BKO-TITLE      PIC X(28) VALUE
                                       ' EMPMAINT BATCH BACKOUT    '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  BKT-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  W-BKO-BATCH-LINE.
           05  BBL-BATCH-LIT           PIC X(09) VALUE 'BATCH ID '.
           05  BBL-BATCH-ID            PIC X(18).
           05  BBL-RUN-LIT             PIC X(17) VALUE
                                       '  APPLIED RUN OF '.
           05  BBL-ORIG-RUN-DATE       PIC X(10).
           05  BBL-SEQ-LIT             PIC X(15) VALUE
                                       '  AUDIT RECS  '.
           05  BBL-AUDIT-SEQ           PIC ZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  W-BKO-DETAIL-LINE.
           05  BDL-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BDL-SEQ-LIT             PIC X(04) VALUE 'SEQ '.
           05  BDL-SEQ-NBR             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BDL-ORIG-ACTION         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BDL-REVERSAL            PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BDL-DEPT-LIT            PIC X(05) VALUE 'DEPT '.
           05  BDL-WORK-DEPT           PIC X(03).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  W-BKO-CONFLICT-LINE.
           05  BCL-EMP-NBR             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BCL-LIT                 PIC X(13) VALUE
                                       'NOT REVERSED '.
           05  BCL-REASON              PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  W-BKO-TOTAL-LINE.
           05  BTL-REV-LIT             PIC X(10) VALUE 'REVERSED: '.
           05  BTL-REVERSED            PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BTL-CON-LIT             PIC X(11) VALUE 'CONFLICTS: '.
           05  BTL-CONFLICTS           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BTL-REF-LIT             PIC X(09) VALUE 'REFUSED: '.
           05  BTL-REFUSED             PIC ZZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3572.
            05  C-OPEN-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3573.
            05  C-BATCH-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3574.
            05  C-DUPRUN-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3575.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CONFLICT-RC    PIC S9(04) COMP      VALUE +4.

       01  ACCUMULATORS.
          05  A-AUDIT-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-PASSED           PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-DISTINCT         PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-SUPERSEDED       PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-OUT-OF-RANGE     PIC S9(8) COMP  VALUE ZERO.
          05  A-RECS-REVERSED          PIC S9(8) COMP  VALUE ZERO.
          05  A-RECS-REFUSED           PIC S9(8) COMP  VALUE ZERO.
          05  A-CONFLICT-EMPNOS        PIC S9(8) COMP  VALUE ZERO.
          05  A-AUDIT-SEQ              PIC S9(8) COMP  VALUE ZERO.

       01  SUBSCRIPTS.
           05  W-GRP-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  W-GRP-SUB                PIC S9(4) COMP VALUE ZERO.
           05  W-NAME-SUB               PIC S9(4) COMP VALUE ZERO.

      /
       LINKAGE SECTION.

       01  PARM-DATA.
           05  PARM-LENGTH              PIC S9(4) COMP.
           05  PARM-TEXT.
               10  PARM-BATCH-ID        PIC X(18).
               10  FILLER               PIC X(02).

       PROCEDURE DIVISION USING PARM-DATA.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1050-GET-BATCH-ID.
           PERFORM P1100-GET-RUN-DATE.
           PERFORM P1150-GET-ORIGINAL-RUN.
           PERFORM P1600-CHECK-RUN-CONTROL.

      * ONE RECORD PER SEQUENCE NUMBER - THE LAST ATTEMPT'S - THEN
      * EMPNO ORDER, NEWEST CHANGE FIRST.
           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SW-SEQ-NBR
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS P1200-RELEASE-AUDIT
               OUTPUT PROCEDURE IS P1250-KEEP-LAST-ATTEMPT.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SW-EMP-NBR
               ON DESCENDING KEY SW-SEQ-NBR
               USING  AUDIT-SORTED-FILE
               GIVING AUDIT-SORTED-FILE.

           PERFORM P1300-PROVE-AUDIT-FILE.
           PERFORM P1170-GET-AUDIT-SEQ-BASE.
           PERFORM P1610-INSERT-RUN-CONTROL.

           OPEN INPUT  HIST-MASTER-FILE.

           IF  WS-MASTER-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           OPEN INPUT  AUDIT-SORTED-FILE.
           OPEN OUTPUT BACKOUT-AUDIT-FILE.
           OPEN OUTPUT BACKOUT-RPT-FILE.

           PERFORM P1400-WRITE-REPORT-HEADING.

      * THE BACKOUT'S AUDIT SEQUENCE CARRIES ON FROM THE DAY'S LAST.
           MOVE WS-AUDIT-SEQ-BASE  TO  A-AUDIT-SEQ.

           PERFORM P2000-READ-SORTED-AUDIT.
           PERFORM P3000-BACK-OUT-ONE-EMPNO
               UNTIL END-OF-AUDIT-SORTED.

           PERFORM P4000-WRITE-TOTALS.

           PERFORM P8000-UPDATE-RUN-CONTROL.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           CLOSE HIST-MASTER-FILE.
           CLOSE AUDIT-SORTED-FILE.
           CLOSE BACKOUT-AUDIT-FILE.
           CLOSE BACKOUT-RPT-FILE.

           DISPLAY 'EMPBKOUT - BATCH ' WS-BATCH-ID ' BACKED OUT'.
           DISPLAY 'TOTAL AUDIT RECORDS READ   '  A-AUDIT-READ.
           DISPLAY 'OTHER BATCHES PASSED BY    '  A-AUDIT-PASSED.
           DISPLAY 'SUPERSEDED BY A LATER TRY  '  A-AUDIT-SUPERSEDED.
           DISPLAY 'OUTSIDE THE RUNCTL RANGE   '  A-AUDIT-OUT-OF-RANGE.
           DISPLAY 'TOTAL CHANGES REVERSED     '  A-RECS-REVERSED.
           DISPLAY 'TOTAL CHANGES REFUSED      '  A-RECS-REFUSED.
           DISPLAY 'TOTAL CONFLICT EMPNOS      '  A-CONFLICT-EMPNOS.

           IF  A-CONFLICT-EMPNOS  >  ZERO
               MOVE C-CONFLICT-RC  TO  RETURN-CODE
               DISPLAY 'EMPBKOUT - CONFLICTS LEFT IN PLACE - RC 4'
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   A FILE FAILED TO OPEN - WITHOUT THE AUDIT TRAIL THERE IS     *
      *   NOTHING TO REVERSE, AND WITHOUT THE HISTORY MASTER NO EMPNO  *
      *   CAN BE PROVEN UNCHANGED SINCE THE BATCH.                     *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPBKOUT - FILE OPEN FAILED - AUDIT STATUS = '
                   WS-AUDIT-STATUS ' MASTER STATUS = '
                   WS-MASTER-STATUS.

           PERFORM P9990-MARK-RUN-ABENDED.

           DISPLAY 'EMPBKOUT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-OPEN-ABEND-CODE.

           CALL C-ABEND-PGM USING C-OPEN-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   THE BATCH CANNOT BE BACKED OUT AS SUPPLIED - NO COMPLETED    *
      *   EMPMAINT RUN FOR THE BATCH_ID, OR AN EMPAUDIT THAT DOES NOT  *
      *   TIE TO IT.  NOTHING HAS BEEN REVERSED.                       *
      ******************************************************************
       P9997-ABEND-BATCH-ERROR.

           DISPLAY 'EMPBKOUT - BATCH ' WS-BATCH-ID
                   ' CANNOT BE BACKED OUT - NOTHING REVERSED'.
           DISPLAY 'EMPBKOUT - ' WS-BATCH-ERROR-MSG.
           DISPLAY 'EMPBKOUT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-BATCH-ABEND-CODE.

           CALL C-ABEND-PGM USING C-BATCH-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   THIS BATCH HAS ALREADY BEEN BACKED OUT - STOP INSTEAD OF     *
      *   REVERSING IT A SECOND TIME.                                  *
      ******************************************************************
       P9996-ABEND-DUPLICATE-BACKOUT.

           DISPLAY 'EMPBKOUT - BATCH ' WS-BATCH-ID
                   ' HAS ALREADY BEEN BACKED OUT'.
           DISPLAY 'EMPBKOUT - SEE DSN8110.RUNCTL - NOT REVERSING '
                   'TWICE'.
           DISPLAY 'EMPBKOUT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-DUPRUN-ABEND-CODE.

           CALL C-ABEND-PGM USING C-DUPRUN-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   A DB2 RETURN CODE OTHER THAN DB2-OK OR DB2-NO-ROWS-FOUND IS  *
      *   UNRECOVERABLE - ROLL BACK EVERY REVERSAL MADE SO FAR (THE    *
      *   BACKOUT IS ONE UNIT OF WORK) AND CALL THE SHOP ABEND         *
      *   ROUTINE.  THE STEP IS SIMPLY RERUN ONCE THE CAUSE IS FIXED.  *
      ******************************************************************
       P9999-ABEND-DB2-ERROR.

           DISPLAY 'EMPBKOUT - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPBKOUT - EMPNO IN PROGRESS ' WS-GRP-EMP-NBR.

           PERFORM P9990-MARK-RUN-ABENDED.

           DISPLAY 'EMPBKOUT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   BEST-EFFORT: ROLL BACK THE IN-FLIGHT UNIT OF WORK, THEN MARK *
      *   THIS RUN'S DSN8110.RUNCTL ROW ABENDED AND COMMIT JUST THAT.  *
      *   RETURN CODES ARE NOT CHECKED - IF DB2 ITSELF IS DOWN THE     *
      *   ROW SIMPLY STAYS 'S'.                                        *
      ******************************************************************
       P9990-MARK-RUN-ABENDED.

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
      /
      ******************************************************************
      *   THE BATCH_ID TO BACK OUT COMES FROM THE EXEC PARM - ALL      *
      *   EIGHTEEN BYTES, COORDINATOR ID PLUS BATCH DATE.              *
      ******************************************************************
       P1050-GET-BATCH-ID.

           IF  PARM-LENGTH  >=  18
               MOVE PARM-BATCH-ID  TO  WS-BATCH-ID
           END-IF.

           IF  WS-BATCH-ID-COORD  =  SPACES
               OR  WS-BATCH-ID-DATE  =  SPACES
               MOVE 'EXEC PARM MUST CARRY THE 18-BYTE BATCH_ID'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           DISPLAY 'EMPBKOUT - BACKING OUT BATCH ' WS-BATCH-ID.
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
      *   THE COMPLETED EMPMAINT APPLY ROW FOR THE BATCH - ITS         *
      *   AUDIT_SEQ_BASE AND AUDIT_SEQ ARE THE CONTROL FIGURES THE     *
      *   EMPAUDIT MUST TIE TO.                                        *
      *   A BATCH THAT NEVER COMPLETED AN APPLY HAS NOTHING PROVEN     *
      *   TO BACK OUT (A RESTART FINISHES IT FIRST).                   *
      ******************************************************************
       P1150-GET-ORIGINAL-RUN.

           EXEC SQL
               SELECT CHAR(RUN_DATE, ISO),
                      RECS_WRITTEN,
                      AUDIT_SEQ,
                      AUDIT_SEQ_BASE
                 INTO :WS-ORIG-RUN-DATE,
                      :WS-ORIG-RECS-WRITTEN,
                      :WS-ORIG-AUDIT-SEQ,
                      :WS-ORIG-AUDIT-SEQ-BASE
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                  AND BATCH_ID      =  :WS-BATCH-ID
                  AND RUN_MODE      =  'A'
                  AND RUN_STATUS    =  'N'
                  AND RUN_TS        =
                      (SELECT MAX(RUN_TS)
                         FROM DSN8110.RUNCTL
                        WHERE PROGRAM_NAME  =  :C-MAINT-PGM
                          AND BATCH_ID      =  :WS-BATCH-ID
                          AND RUN_MODE      =  'A'
                          AND RUN_STATUS    =  'N')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   COMPUTE WS-ORIG-AUDIT-COUNT  =
                           WS-ORIG-AUDIT-SEQ  -  WS-ORIG-AUDIT-SEQ-BASE
                   DISPLAY 'EMPBKOUT - EMPMAINT APPLIED THE BATCH ON '
                           WS-ORIG-RUN-DATE ' - '
                           WS-ORIG-AUDIT-COUNT ' AUDIT RECORDS'
               WHEN DB2-NO-ROWS-FOUND
                   MOVE 'NO COMPLETED EMPMAINT APPLY RUN FOR BATCH_ID'
                                        TO  WS-BATCH-ERROR-MSG
                   PERFORM P9997-ABEND-BATCH-ERROR
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   THE BACKOUT'S OWN AUDIT SEQUENCE STARTS PAST THE HIGHEST     *
      *   AUDIT_SEQ ANY EMPMAINT OR EARLIER BACKOUT HAS LOGGED FOR     *
      *   TODAY'S RUN DATE, SO ITS RECORDS NEVER SHARE A HISTMSTR KEY  *
      *   WITH A SAME-DAY RUN.                                         *
      ******************************************************************
       P1170-GET-AUDIT-SEQ-BASE.

           EXEC SQL
               SELECT VALUE(MAX(AUDIT_SEQ), 0)
                 INTO :WS-AUDIT-SEQ-BASE
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME IN (:C-MAINT-PGM, :C-THIS-PGM)
                  AND RUN_MODE      =  'A'
                  AND RUN_DATE      =  :WS-RUN-DATE
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.
      /
      ******************************************************************
      *   A L R E A D Y - B A C K E D - O U T  G U A R D               *
      *   A COMPLETED BACKOUT ROW FOR THE SAME BATCH_ID MEANS THE      *
      *   BATCH HAS ALREADY BEEN REVERSED.  AN ABENDED EARLIER         *
      *   BACKOUT ROLLED BACK WHOLE AND DOES NOT BLOCK A RERUN.        *
      ******************************************************************
       P1600-CHECK-RUN-CONTROL.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRIOR-RUN-COUNT
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-THIS-PGM
                  AND BATCH_ID      =  :WS-BATCH-ID
                  AND RUN_STATUS    =  'N'
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           IF  WS-PRIOR-RUN-COUNT  >  ZERO
               PERFORM P9996-ABEND-DUPLICATE-BACKOUT
           END-IF.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - RELEASE EVERY AUDIT RECORD OF THE     *
      *   BATCH WHOLE, IN THE ORDER READ, SO THE SEQUENCE SORT KEEPS   *
      *   A LATER ATTEMPT'S RECORD BEHIND AN EARLIER ONE OF THE SAME   *
      *   NUMBER.  OTHER BATCHES' RECORDS ARE PASSED BY.               *
      ******************************************************************
       P1200-RELEASE-AUDIT.

           OPEN INPUT AUDIT-IN-FILE.

           IF  WS-AUDIT-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P1210-READ-RELEASE-AUDIT
               UNTIL END-OF-AUDIT-INPUT.

           CLOSE AUDIT-IN-FILE.
      /
       P1210-READ-RELEASE-AUDIT.

           READ AUDIT-IN-FILE
               AT END
                   SET END-OF-AUDIT-INPUT  TO  TRUE
               NOT AT END
                   IF  AI-BATCH-ID  =  WS-BATCH-ID
                       PERFORM P1220-RELEASE-BATCH-AUDIT
                   ELSE
                       ADD 1  TO  A-AUDIT-PASSED
                   END-IF
           END-READ.
      /
       P1220-RELEASE-BATCH-AUDIT.

           ADD 1  TO  A-AUDIT-READ.

           MOVE AUDIT-IN-RECORD  TO  SORT-WORK-RECORD.
           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - THE BATCH'S RECORDS IN SEQUENCE      *
      *   NUMBER ORDER, EACH NUMBER'S RECORDS IN THE ORDER READ.  THE  *
      *   LAST OF EACH NUMBER IS KEPT AND WRITTEN TO AUDSRT; THE REST  *
      *   ARE AN ABENDED ATTEMPT'S ROLLED-BACK CHANGES THAT A RESTART  *
      *   MADE AGAIN.                                                  *
      ******************************************************************
       P1250-KEEP-LAST-ATTEMPT.

           OPEN OUTPUT AUDIT-SORTED-FILE.

           PERFORM P1255-RETURN-SEQ-SORTED.
           PERFORM P1260-KEEP-ONE-SEQ-NBR
               UNTIL END-OF-SEQ-SORTED.

           CLOSE AUDIT-SORTED-FILE.
      /
       P1255-RETURN-SEQ-SORTED.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SEQ-SORTED  TO  TRUE
           END-RETURN.
      /
       P1260-KEEP-ONE-SEQ-NBR.

           MOVE SORT-WORK-RECORD  TO  WS-KEPT-AUDIT.
           PERFORM P1255-RETURN-SEQ-SORTED.

           PERFORM P1265-SUPERSEDE-KEPT
               UNTIL END-OF-SEQ-SORTED
                  OR SW-SEQ-NBR  NOT =  KA-SEQ-NBR.

           PERFORM P1270-WRITE-KEPT-AUDIT.
      /
       P1265-SUPERSEDE-KEPT.

           ADD 1  TO  A-AUDIT-SUPERSEDED.
           MOVE SORT-WORK-RECORD  TO  WS-KEPT-AUDIT.
           PERFORM P1255-RETURN-SEQ-SORTED.
      /
      ******************************************************************
      *   A KEPT RECORD INSIDE THE RUNCTL ROW'S RANGE IS PART OF THE   *
      *   BATCH - COUNT IT, NOTE THE LOWEST AND HIGHEST NUMBER AND ANY *
      *   UNKNOWN ACTION CODE FOR THE PROOF THAT FOLLOWS.  ONE OUTSIDE *
      *   IT WAS NEVER COMMITTED (AN ATTEMPT THAT ROLLED BACK PAST     *
      *   WHERE THE COMPLETED RUN ENDED) AND IS DROPPED.               *
      ******************************************************************
       P1270-WRITE-KEPT-AUDIT.

           IF  KA-SEQ-NBR  NOT >  WS-ORIG-AUDIT-SEQ-BASE
               OR  KA-SEQ-NBR  >  WS-ORIG-AUDIT-SEQ
               ADD 1  TO  A-AUDIT-OUT-OF-RANGE
               DISPLAY 'EMPBKOUT - AUDIT SEQ ' KA-SEQ-NBR
                       ' OUTSIDE THE BATCH RUNCTL ROW - DROPPED'
           ELSE
               ADD 1  TO  A-AUDIT-DISTINCT

               IF  KA-SEQ-NBR  >  WS-HIGH-AUDIT-SEQ
                   MOVE KA-SEQ-NBR  TO  WS-HIGH-AUDIT-SEQ
               END-IF

               IF  KA-SEQ-NBR  <  WS-LOW-AUDIT-SEQ
                   MOVE KA-SEQ-NBR  TO  WS-LOW-AUDIT-SEQ
               END-IF

               IF  KA-ACTION-CODE  NOT =  'A'  AND
                   KA-ACTION-CODE  NOT =  'C'  AND
                   KA-ACTION-CODE  NOT =  'D'  AND
                   KA-ACTION-CODE  NOT =  'M'  AND
                   KA-ACTION-CODE  NOT =  'S'
                   ADD 1  TO  WS-BAD-ACTION-COUNT
               END-IF

               WRITE AUDIT-SORTED-RECORD  FROM  WS-KEPT-AUDIT
           END-IF.
      /
      ******************************************************************
      *   PROVE THE EMPAUDIT IS THE WHOLE AUDIT TRAIL OF THE BATCH     *
      *   BEFORE ANYTHING IS REVERSED: A DISTINCT SEQUENCE NUMBER FOR  *
      *   EVERY ONE FROM THE RUNCTL AUDIT_SEQ_BASE + 1 UP TO           *
      *   AUDIT_SEQ, AND NOTHING BUT A/C/D/M/S ACTIONS.  A WRONG OR    *
      *   PARTIAL FILE WOULD LEAVE HALF A BATCH IN PLACE.              *
      ******************************************************************
       P1300-PROVE-AUDIT-FILE.

           IF  A-AUDIT-DISTINCT  =  ZERO
               MOVE ZERO  TO  WS-LOW-AUDIT-SEQ
           END-IF.

           IF  A-AUDIT-DISTINCT  NOT =  WS-ORIG-AUDIT-COUNT
               OR  WS-HIGH-AUDIT-SEQ  NOT =  WS-ORIG-AUDIT-SEQ
               OR  WS-LOW-AUDIT-SEQ  NOT >  WS-ORIG-AUDIT-SEQ-BASE
               DISPLAY 'EMPBKOUT - RUNCTL AUDIT_SEQ_BASE '
                       WS-ORIG-AUDIT-SEQ-BASE
               DISPLAY 'EMPBKOUT - RUNCTL AUDIT_SEQ   '
                       WS-ORIG-AUDIT-SEQ
               DISPLAY 'EMPBKOUT - EMPAUDIT RECORDS   ' A-AUDIT-READ
               DISPLAY 'EMPBKOUT - DISTINCT SEQUENCES '
                       A-AUDIT-DISTINCT
               DISPLAY 'EMPBKOUT - LOWEST SEQUENCE    '
                       WS-LOW-AUDIT-SEQ
               DISPLAY 'EMPBKOUT - HIGHEST SEQUENCE   '
                       WS-HIGH-AUDIT-SEQ
               MOVE 'EMPAUDIT DOES NOT TIE TO THE BATCH RUNCTL ROW'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           IF  WS-BAD-ACTION-COUNT  >  ZERO
               MOVE 'EMPAUDIT HOLDS AN UNKNOWN ACTION CODE'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.
      /
      ******************************************************************
      *   INSERT AND COMMIT THIS RUN'S DSN8110.RUNCTL ROW ('S') SO A   *
      *   ROW SURVIVES EVEN IF THE BACKOUT LATER ABENDS.               *
      ******************************************************************
       P1610-INSERT-RUN-CONTROL.

           EXEC SQL
               SET :WS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE WS-ORIG-RUN-DATE  TO  WS-PI-ORIG-RUN-DATE.
           MOVE WS-PARM-INFO      TO  WS-RUNCTL-PARM.

           EXEC SQL
               INSERT INTO DSN8110.RUNCTL
                      (PROGRAM_NAME, RUN_TS, RUN_DATE,
                       BATCH_ID, PARM_INFO, RUN_MODE,
                       RECS_READ, RECS_WRITTEN,
                       RECS_REJECTED, AUDIT_SEQ, AUDIT_SEQ_BASE,
                       RUN_STATUS)
               VALUES (:C-THIS-PGM, :WS-RUN-TS, CURRENT DATE,
                       :WS-BATCH-ID, :WS-RUNCTL-PARM, 'A',
                       0, 0, 0, :WS-AUDIT-SEQ-BASE,
                       :WS-AUDIT-SEQ-BASE, 'S')
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
       P1400-WRITE-REPORT-HEADING.

           MOVE WS-RUN-DATE  TO  BKT-RUN-DATE.
           WRITE BACKOUT-RPT-RECORD  FROM  W-BKO-TITLE.

           MOVE WS-BATCH-ID        TO  BBL-BATCH-ID.
           MOVE WS-ORIG-RUN-DATE   TO  BBL-ORIG-RUN-DATE.
           MOVE WS-ORIG-AUDIT-COUNT  TO  BBL-AUDIT-SEQ.
           WRITE BACKOUT-RPT-RECORD  FROM  W-BKO-BATCH-LINE.

           MOVE SPACES  TO  BACKOUT-RPT-RECORD.
           WRITE BACKOUT-RPT-RECORD.
      /
       P2000-READ-SORTED-AUDIT.

           READ AUDIT-SORTED-FILE
               AT END
                   SET END-OF-AUDIT-SORTED  TO  TRUE
           END-READ.
      /
      ******************************************************************
      *   ONE EMPNO: GATHER ALL OF ITS AUDIT RECORDS (NEWEST FIRST),   *
      *   PROVE NOTHING HAS CHANGED IT SINCE THE BATCH, THEN REVERSE   *
      *   THEM IN THAT ORDER - OR LIST THE EMPNO AS A CONFLICT AND     *
      *   LEAVE EVERY ONE OF ITS CHANGES IN PLACE.                     *
      ******************************************************************
       P3000-BACK-OUT-ONE-EMPNO.

           MOVE AS-EMP-NBR  TO  WS-GRP-EMP-NBR.
           MOVE ZERO        TO  W-GRP-COUNT.
           MOVE 'N'         TO  WS-CONFLICT-SW.
           MOVE SPACES      TO  WS-CONFLICT-REASON.

           PERFORM P3010-LOAD-GROUP-ENTRY
               UNTIL END-OF-AUDIT-SORTED
                  OR AS-EMP-NBR  NOT =  WS-GRP-EMP-NBR.

           PERFORM P3100-CHECK-CONFLICTS.

           IF  EMPNO-IN-CONFLICT
               PERFORM P3800-WRITE-CONFLICT-LINE
           ELSE
               PERFORM P3200-REVERSE-ONE-ENTRY
                   VARYING W-GRP-SUB  FROM  1  BY  1
                   UNTIL   W-GRP-SUB  >  W-GRP-COUNT
           END-IF.
      /
       P3010-LOAD-GROUP-ENTRY.

           ADD 1  TO  W-GRP-COUNT.

           IF  W-GRP-COUNT  NOT >  C-GROUP-MAX
               MOVE AUDIT-SORTED-RECORD
                                 TO  WS-GRP-ENTRY (W-GRP-COUNT)
           END-IF.

           PERFORM P2000-READ-SORTED-AUDIT.
      /
      ******************************************************************
      *   C O N F L I C T  C H E C K S                                 *
      *   THE GROUP'S FIRST ENTRY IS THE BATCH'S LAST CHANGE TO THE    *
      *   EMPNO.  NOTHING MAY FOLLOW IT ON THE HISTORY MASTER, THE     *
      *   CURRENT ROW MUST STILL BE WHAT IT LEFT BEHIND, AND EVERY     *
      *   ENTRY MUST BE REVERSIBLE AGAINST TODAY'S DSN8110.DEPT.       *
      ******************************************************************
       P3100-CHECK-CONFLICTS.

           IF  W-GRP-COUNT  >  C-GROUP-MAX
               MOVE 'Y'  TO  WS-CONFLICT-SW
               MOVE 'TOO MANY CHANGES IN BATCH - REVERSE BY HAND'
                                        TO  WS-CONFLICT-REASON
           END-IF.

           IF  NOT EMPNO-IN-CONFLICT
               MOVE WS-GRP-ENTRY (1)  TO  WS-ORIG-AUDIT
               PERFORM P3110-CHECK-HISTORY
           END-IF.

           IF  NOT EMPNO-IN-CONFLICT
               PERFORM P3120-CHECK-CURRENT-ROW
           END-IF.

           IF  NOT EMPNO-IN-CONFLICT
               PERFORM P3130-CHECK-GROUP-ENTRY
                   VARYING W-GRP-SUB  FROM  1  BY  1
                   UNTIL   W-GRP-SUB  >  W-GRP-COUNT
                      OR   EMPNO-IN-CONFLICT
           END-IF.
      /
      ******************************************************************
      *   POSITION THE HISTORY MASTER JUST PAST THE BATCH'S LAST       *
      *   CHANGE TO THE EMPNO - ANY RECORD STILL UNDER THE SAME EMPNO  *
      *   IS A LATER CHANGE THE BACKOUT MUST NOT OVERWRITE.            *
      ******************************************************************
       P3110-CHECK-HISTORY.

           MOVE OA-EMP-NBR   TO  HM-EMP-NBR.
           MOVE OA-RUN-DATE  TO  HM-RUN-DATE.
           MOVE OA-SEQ-NBR   TO  HM-SEQ-NBR.

           START HIST-MASTER-FILE
               KEY IS GREATER THAN HM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P3115-READ-LATER-HISTORY
           END-START.
      /
       P3115-READ-LATER-HISTORY.

           READ HIST-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF  HM-EMP-NBR  =  OA-EMP-NBR
                       MOVE 'Y'          TO  WS-CONFLICT-SW
                       MOVE HM-RUN-DATE  TO  WS-LCR-RUN-DATE
                       MOVE HM-SEQ-NBR   TO  WS-LCR-SEQ-NBR
                       MOVE WS-LATER-CHANGE-REASON
                                         TO  WS-CONFLICT-REASON
                   END-IF
           END-READ.
      /
      ******************************************************************
      *   THE CURRENT DSN8110.EMP ROW AGAINST THE BATCH'S LAST CHANGE  *
      *   - CATCHES A LATER CHANGE MADE OUTSIDE EMPMAINT, OR ONE NOT   *
      *   YET LOADED TO THE HISTORY MASTER.  A DEACTIVATED EMPNO MUST  *
      *   STILL BE ABSENT; ANY OTHER MUST STILL CARRY THE AFTER-IMAGE. *
      ******************************************************************
       P3120-CHECK-CURRENT-ROW.

           INITIALIZE DCLEMP.
           MOVE OA-EMP-NBR  TO  EMPNO.

           PERFORM P3015-FETCH-BEFORE-IMAGE.

           IF  OA-ACTION-CODE  =  'D'
               IF  BEFORE-IMAGE-FOUND
                   MOVE 'Y'  TO  WS-CONFLICT-SW
                   MOVE 'EMPNO BACK ON DSN8110.EMP SINCE THE BATCH'
                                        TO  WS-CONFLICT-REASON
               END-IF
           ELSE
               IF  BEFORE-IMAGE-FOUND
                   PERFORM P3125-COMPARE-AFTER-IMAGE
               ELSE
                   MOVE 'Y'  TO  WS-CONFLICT-SW
                   MOVE 'EMPNO NO LONGER ON DSN8110.EMP'
                                        TO  WS-CONFLICT-REASON
               END-IF
           END-IF.
      /
       P3125-COMPARE-AFTER-IMAGE.

           MOVE SPACES  TO  WS-CUR-LAST-NAME
                            WS-CUR-FIRST-NAME.

           IF  WS-BEF-LASTNAME-LEN  >  ZERO
               MOVE WS-BEF-LASTNAME-TEXT(1:WS-BEF-LASTNAME-LEN)
                                        TO  WS-CUR-LAST-NAME
           END-IF.

           IF  WS-BEF-FIRSTNME-LEN  >  ZERO
               MOVE WS-BEF-FIRSTNME-TEXT(1:WS-BEF-FIRSTNME-LEN)
                                        TO  WS-CUR-FIRST-NAME
           END-IF.

           MOVE OA-AFT-SALARY  TO  WS-AFT-SALARY-NUM.
           MOVE OA-AFT-BONUS   TO  WS-AFT-BONUS-NUM.
           MOVE OA-AFT-COMM    TO  WS-AFT-COMM-NUM.

           IF  WS-BEF-WORKDEPT    NOT =  OA-AFT-WORK-DEPT
               OR  WS-CUR-LAST-NAME   NOT =  OA-AFT-LAST-NAME
               OR  WS-CUR-FIRST-NAME  NOT =  OA-AFT-FIRST-NAME
               OR  WS-BEF-SALARY      NOT =  WS-AFT-SALARY-NUM
               OR  WS-BEF-MIDINIT     NOT =  OA-AFT-MIDINIT
               OR  WS-BEF-PHONENO     NOT =  OA-AFT-PHONENO
               OR  WS-BEF-HIREDATE    NOT =  OA-AFT-HIRE-DATE
               OR  WS-BEF-JOB         NOT =  OA-AFT-JOB-CODE
               OR  WS-BEF-EDLEVEL     NOT =  OA-AFT-EDLEVEL
               OR  WS-BEF-SEX         NOT =  OA-AFT-SEX
               OR  WS-BEF-BIRTHDATE   NOT =  OA-AFT-BIRTH-DATE
               OR  WS-BEF-BONUS       NOT =  WS-AFT-BONUS-NUM
               OR  WS-BEF-COMM        NOT =  WS-AFT-COMM-NUM
               MOVE 'Y'  TO  WS-CONFLICT-SW
               MOVE 'ROW CHANGED SINCE THE BATCH - NOT AS LEFT'
                                        TO  WS-CONFLICT-REASON
           END-IF.
      /
      ******************************************************************
      *   ONE GROUP ENTRY MUST BE REVERSIBLE: AN ADD CANNOT BE REMOVED *
      *   ONCE THE EMPLOYEE MANAGES A DEPARTMENT, AND ANY OTHER ENTRY  *
      *   CANNOT PUT THE ROW BACK INTO A DEPARTMENT THAT IS GONE.      *
      ******************************************************************
       P3130-CHECK-GROUP-ENTRY.

           MOVE WS-GRP-ENTRY (W-GRP-SUB)  TO  WS-ORIG-AUDIT.

      * A SUPPLEMENTARY CHANGE NEVER MOVED WORKDEPT, SO IT HAS NO
      * DEPARTMENT TO PUT BACK.
           EVALUATE OA-ACTION-CODE
               WHEN 'A'
                   PERFORM P3135-COUNT-MANAGED-DEPTS
                   IF  WS-MGR-COUNT  >  ZERO
                       MOVE 'Y'  TO  WS-CONFLICT-SW
                       MOVE 'NOW MANAGES A DEPARTMENT - CANNOT REMOVE'
                                        TO  WS-CONFLICT-REASON
                   END-IF
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   PERFORM P3137-COUNT-BEFORE-DEPT
                   IF  WS-DEPT-COUNT  =  ZERO
                       MOVE 'Y'  TO  WS-CONFLICT-SW
                       MOVE 'BEFORE WORKDEPT NO LONGER ON DSN8110.DEPT'
                                        TO  WS-CONFLICT-REASON
                   END-IF
           END-EVALUATE.
      /
       P3135-COUNT-MANAGED-DEPTS.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MGR-COUNT
                 FROM DSN8110.DEPT
                WHERE MGRNO = :OA-EMP-NBR
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.
      /
       P3137-COUNT-BEFORE-DEPT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPT-COUNT
                 FROM DSN8110.DEPT
                WHERE DEPTNO = :OA-BEF-WORK-DEPT
           END-EXEC.

           IF  SQLCODE  =  DB2-OK
               NEXT SENTENCE
           ELSE
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *   REVERSE ONE AUDIT RECORD OF A CONFLICT-FREE GROUP.  THE      *
      *   CONFLICT CHECKS PROVED EVERY ENTRY REVERSIBLE, SO ANY DB2    *
      *   REFUSAL HERE IS UNEXPECTED AND ABENDS THE WHOLE BACKOUT.     *
      ******************************************************************
       P3200-REVERSE-ONE-ENTRY.

           MOVE WS-GRP-ENTRY (W-GRP-SUB)  TO  WS-ORIG-AUDIT.

           INITIALIZE DCLEMP.
           MOVE OA-EMP-NBR  TO  EMPNO.

           EVALUATE OA-ACTION-CODE
               WHEN 'A'
                   PERFORM P3210-REMOVE-ADDED-ROW
               WHEN 'D'
                   PERFORM P3220-REINSERT-DEACTIVATED
               WHEN 'C'
                   PERFORM P3230-RESTORE-CORRECTED-ROW
               WHEN 'M'
                   PERFORM P3240-RESTORE-TRANSFERRED
               WHEN 'S'
                   PERFORM P3245-RESTORE-SUPPLEMENT
           END-EVALUATE.

           ADD 1  TO  A-RECS-REVERSED.

           PERFORM P3300-WRITE-AUDIT-RECORD.
           PERFORM P3700-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *   THE BATCH ADDED THE ROW - DELETE IT.  THE ROW IS FETCHED     *
      *   FIRST SO THE BACKOUT'S OWN AUDIT RECORD HOLDS ALL OF IT.     *
      ******************************************************************
       P3210-REMOVE-ADDED-ROW.

           PERFORM P3015-FETCH-BEFORE-IMAGE.

           EXEC SQL
               DELETE FROM DSN8110.EMP
                WHERE EMPNO = :DCLEMP.EMPNO
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE 'D'  TO  WS-BKO-ACTION-CODE.
           MOVE 'ADD REMOVED'  TO  BDL-REVERSAL.
           MOVE WS-BEF-WORKDEPT  TO  BDL-WORK-DEPT.
      /
      ******************************************************************
      *   THE BATCH DEACTIVATED (DELETED) THE ROW - RE-INSERT ALL OF   *
      *   IT FROM THE FULL BEFORE-IMAGE.                               *
      ******************************************************************
       P3220-REINSERT-DEACTIVATED.

           MOVE 'N'  TO  WS-BEFORE-FOUND-SW.

           PERFORM P3250-LOAD-BEFORE-COLUMNS.
           PERFORM P3260-LOAD-REMAINING-COLUMNS.

           EXEC SQL
               INSERT INTO DSN8110.EMP
                      (EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                       WORKDEPT, PHONENO, HIREDATE, JOB,
                       EDLEVEL, SEX, BIRTHDATE, SALARY,
                       BONUS, COMM)
               VALUES (:DCLEMP.EMPNO,     :DCLEMP.FIRSTNME,
                       :DCLEMP.MIDINIT,   :DCLEMP.LASTNAME,
                       :DCLEMP.WORKDEPT,
                       :DCLEMP.PHONENO    :WS-INS-IND(1),
                       :DCLEMP.HIREDATE   :WS-INS-IND(2),
                       :DCLEMP.JOB        :WS-INS-IND(3),
                       :DCLEMP.EDLEVEL,
                       :DCLEMP.SEX        :WS-INS-IND(4),
                       :DCLEMP.BIRTHDATE  :WS-INS-IND(5),
                       :DCLEMP.SALARY,
                       :DCLEMP.BONUS      :WS-INS-IND(6),
                       :DCLEMP.COMM       :WS-INS-IND(7))
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE 'A'  TO  WS-BKO-ACTION-CODE.
           MOVE 'DEACTIVATION RE-ADDED'  TO  BDL-REVERSAL.
           MOVE OA-BEF-WORK-DEPT  TO  BDL-WORK-DEPT.
      /
      ******************************************************************
      *   THE BATCH CORRECTED THE ROW - PUT BACK THE FOUR COLUMNS A    *
      *   CORRECTION MAINTAINS.                                        *
      ******************************************************************
       P3230-RESTORE-CORRECTED-ROW.

           PERFORM P3015-FETCH-BEFORE-IMAGE.
           PERFORM P3250-LOAD-BEFORE-COLUMNS.

           EXEC SQL
               UPDATE DSN8110.EMP
                  SET FIRSTNME = :DCLEMP.FIRSTNME,
                      LASTNAME = :DCLEMP.LASTNAME,
                      WORKDEPT = :DCLEMP.WORKDEPT,
                      SALARY   = :DCLEMP.SALARY
                WHERE EMPNO    = :DCLEMP.EMPNO
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE 'C'  TO  WS-BKO-ACTION-CODE.
           MOVE 'CORRECTION RESTORED'  TO  BDL-REVERSAL.
           MOVE OA-BEF-WORK-DEPT  TO  BDL-WORK-DEPT.
      /
      ******************************************************************
      *   THE BATCH MOVED THE ROW IN A MASS TRANSFER - PUT WORKDEPT    *
      *   BACK; NOTHING ELSE MOVED.                                    *
      ******************************************************************
       P3240-RESTORE-TRANSFERRED.

           PERFORM P3015-FETCH-BEFORE-IMAGE.

           MOVE OA-BEF-WORK-DEPT  TO  WORKDEPT.

           EXEC SQL
               UPDATE DSN8110.EMP
                  SET WORKDEPT = :DCLEMP.WORKDEPT
                WHERE EMPNO    = :DCLEMP.EMPNO
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE 'M'  TO  WS-BKO-ACTION-CODE.
           MOVE 'MASS XFER RESTORED'  TO  BDL-REVERSAL.
           MOVE OA-BEF-WORK-DEPT  TO  BDL-WORK-DEPT.
      /
      ******************************************************************
      *   THE BATCH CHANGED THE SUPPLEMENTARY COLUMNS - PUT ALL EIGHT  *
      *   BACK FROM THE BEFORE-IMAGE, NULLS AS P3260 RESTORES THEM.    *
      ******************************************************************
       P3245-RESTORE-SUPPLEMENT.

           PERFORM P3015-FETCH-BEFORE-IMAGE.
           PERFORM P3260-LOAD-REMAINING-COLUMNS.

           EXEC SQL
               UPDATE DSN8110.EMP
                  SET MIDINIT   = :DCLEMP.MIDINIT,
                      PHONENO   = :DCLEMP.PHONENO   :WS-INS-IND(1),
                      HIREDATE  = :DCLEMP.HIREDATE  :WS-INS-IND(2),
                      JOB       = :DCLEMP.JOB       :WS-INS-IND(3),
                      EDLEVEL   = :DCLEMP.EDLEVEL,
                      BIRTHDATE = :DCLEMP.BIRTHDATE :WS-INS-IND(5),
                      BONUS     = :DCLEMP.BONUS     :WS-INS-IND(6),
                      COMM      = :DCLEMP.COMM      :WS-INS-IND(7)
                WHERE EMPNO     = :DCLEMP.EMPNO
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE 'S'  TO  WS-BKO-ACTION-CODE.
           MOVE 'SUPPLEMENT RESTORED'  TO  BDL-REVERSAL.
           MOVE WS-BEF-WORKDEPT  TO  BDL-WORK-DEPT.
      /
      ******************************************************************
      *   LOAD DCLEMP WITH THE MAINTAINED COLUMNS OF THE BEFORE-IMAGE, *
      *   NAMES AS VARCHAR WITH THEIR TRAILING BLANKS SCANNED OFF.     *
      ******************************************************************
       P3250-LOAD-BEFORE-COLUMNS.

           MOVE OA-BEF-WORK-DEPT      TO  WORKDEPT.

           MOVE OA-BEF-LAST-NAME      TO  LASTNAME-TEXT.
           PERFORM P3002-SCAN-NAME-SUB
               VARYING W-NAME-SUB  FROM  15  BY  -1
               UNTIL   W-NAME-SUB  =  0
                  OR   OA-BEF-LAST-NAME(W-NAME-SUB:1)  NOT =  SPACE.
           MOVE W-NAME-SUB            TO  LASTNAME-LEN.

           MOVE OA-BEF-FIRST-NAME     TO  FIRSTNME-TEXT.
           PERFORM P3002-SCAN-NAME-SUB
               VARYING W-NAME-SUB  FROM  12  BY  -1
               UNTIL   W-NAME-SUB  =  0
                  OR   OA-BEF-FIRST-NAME(W-NAME-SUB:1)  NOT =  SPACE.
           MOVE W-NAME-SUB            TO  FIRSTNME-LEN.

           MOVE OA-BEF-SALARY         TO  SALARY.
      /
      ******************************************************************
      *   THE REST OF A RE-INSERTED ROW.  A BLANK CHARACTER OR DATE    *
      *   COLUMN WAS NULL WHEN EMPMAINT FETCHED IT AND GOES BACK NULL; *
      *   SO DOES A ZERO BONUS OR COMM, WHICH EMPAUDIT CARRIES FOR A   *
      *   NULL AMOUNT.  MIDINIT AND EDLEVEL ARE NOT NULL AND GO BACK   *
      *   AS THEY STAND.                                               *
      ******************************************************************
       P3260-LOAD-REMAINING-COLUMNS.

           INITIALIZE WS-INS-NULL-AREA.

           MOVE OA-BEF-MIDINIT        TO  MIDINIT.
           MOVE OA-BEF-EDLEVEL        TO  EDLEVEL.
           MOVE OA-BEF-PHONENO        TO  PHONENO.
           MOVE OA-BEF-HIRE-DATE      TO  HIREDATE.
           MOVE OA-BEF-JOB-CODE       TO  JOB.
           MOVE OA-BEF-SEX            TO  SEX.
           MOVE OA-BEF-BIRTH-DATE     TO  BIRTHDATE.
           MOVE OA-BEF-BONUS          TO  BONUS.
           MOVE OA-BEF-COMM           TO  COMM.

           IF  OA-BEF-PHONENO  =  SPACES
               MOVE -1  TO  WS-INS-IND(1)
           END-IF.
           IF  OA-BEF-HIRE-DATE  =  SPACES
               MOVE -1  TO  WS-INS-IND(2)
           END-IF.
           IF  OA-BEF-JOB-CODE  =  SPACES
               MOVE -1  TO  WS-INS-IND(3)
           END-IF.
           IF  OA-BEF-SEX  =  SPACES
               MOVE -1  TO  WS-INS-IND(4)
           END-IF.
           IF  OA-BEF-BIRTH-DATE  =  SPACES
               MOVE -1  TO  WS-INS-IND(5)
           END-IF.
           IF  BONUS  =  ZERO
               MOVE -1  TO  WS-INS-IND(6)
           END-IF.
           IF  COMM  =  ZERO
               MOVE -1  TO  WS-INS-IND(7)
           END-IF.
      /
      ******************************************************************
      *   EMPTY BODY - PERFORMED PURELY FOR ITS VARYING/UNTIL CLAUSES, *
      *   WHICH SCAN A NAME FIELD BACKWARD FROM ITS LAST BYTE TO FIND  *
      *   THE LENGTH TO STORE AS THE VARCHAR LEN FIELD.                *
      ******************************************************************
       P3002-SCAN-NAME-SUB.

           CONTINUE.
      /
      ******************************************************************
      *   FETCH THE FULL EMP ROW AS IT STANDS BEFORE A REVERSAL - THE  *
      *   SAME FETCH EMPMAINT USES FOR ITS BEFORE-IMAGE.  NO ROW       *
      *   FOUND IS NOT AN ERROR HERE; THE CALLER DECIDES.              *
      ******************************************************************
       P3015-FETCH-BEFORE-IMAGE.

           MOVE 'N'  TO  WS-BEFORE-FOUND-SW.
           INITIALIZE WS-BEFORE-IMAGE.

           EXEC SQL
               SELECT WORKDEPT,
                      LASTNAME,
                      FIRSTNME,
                      SALARY,
                      MIDINIT,
                      PHONENO,
                      HIREDATE,
                      JOB,
                      EDLEVEL,
                      SEX,
                      BIRTHDATE,
                      BONUS,
                      COMM
                 INTO :WS-BEF-WORKDEPT,
                      :WS-BEF-LASTNAME,
                      :WS-BEF-FIRSTNME,
                      :WS-BEF-SALARY,
                      :WS-BEF-MIDINIT   INDICATOR :WS-BEF-IND(1),
                      :WS-BEF-PHONENO   INDICATOR :WS-BEF-IND(2),
                      :WS-BEF-HIREDATE  INDICATOR :WS-BEF-IND(3),
                      :WS-BEF-JOB       INDICATOR :WS-BEF-IND(4),
                      :WS-BEF-EDLEVEL   INDICATOR :WS-BEF-IND(5),
                      :WS-BEF-SEX       INDICATOR :WS-BEF-IND(6),
                      :WS-BEF-BIRTHDATE INDICATOR :WS-BEF-IND(7),
                      :WS-BEF-BONUS     INDICATOR :WS-BEF-IND(8),
                      :WS-BEF-COMM      INDICATOR :WS-BEF-IND(9)
                 FROM DSN8110.EMP
                WHERE EMPNO = :DCLEMP.EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   MOVE 'Y'  TO  WS-BEFORE-FOUND-SW
                   PERFORM P3017-CLEAR-NULL-BEFORE-COLS
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   BLANK OR ZERO EVERY NULLABLE BEFORE-IMAGE COLUMN THAT CAME   *
      *   BACK NULL, SO THE AUDIT RECORD SHOWS AN EMPTY FIELD INSTEAD  *
      *   OF WHATEVER THE HOST VARIABLE LAST HELD.                     *
      ******************************************************************
       P3017-CLEAR-NULL-BEFORE-COLS.

           IF  WS-BEF-IND(1)  <  ZERO
               MOVE SPACES  TO  WS-BEF-MIDINIT
           END-IF.
           IF  WS-BEF-IND(2)  <  ZERO
               MOVE SPACES  TO  WS-BEF-PHONENO
           END-IF.
           IF  WS-BEF-IND(3)  <  ZERO
               MOVE SPACES  TO  WS-BEF-HIREDATE
           END-IF.
           IF  WS-BEF-IND(4)  <  ZERO
               MOVE SPACES  TO  WS-BEF-JOB
           END-IF.
           IF  WS-BEF-IND(5)  <  ZERO
               MOVE ZERO    TO  WS-BEF-EDLEVEL
           END-IF.
           IF  WS-BEF-IND(6)  <  ZERO
               MOVE SPACES  TO  WS-BEF-SEX
           END-IF.
           IF  WS-BEF-IND(7)  <  ZERO
               MOVE SPACES  TO  WS-BEF-BIRTHDATE
           END-IF.
           IF  WS-BEF-IND(8)  <  ZERO
               MOVE ZERO    TO  WS-BEF-BONUS
           END-IF.
           IF  WS-BEF-IND(9)  <  ZERO
               MOVE ZERO    TO  WS-BEF-COMM
           END-IF.
      /
      ******************************************************************
      *   WRITE ONE BKOAUDIT RECORD FOR THE REVERSAL JUST MADE, IN THE *
      *   EMPMAINT EMPAUDIT FORMAT.  THE BEFORE-IMAGE IS THE ROW AS    *
      *   THE REVERSAL FOUND IT (BLANK ON A RE-INSERT); THE AFTER-     *
      *   IMAGE IS THE WHOLE ROW AS IT NOW STANDS (BLANK ON A DELETE)  *
      *   - THE ROW AS FOUND WITH THE RESTORED COLUMNS LAID OVER IT,   *
      *   OR ON A RE-INSERT THE ORIGINAL BEFORE-IMAGE WHOLE.           *
      ******************************************************************
       P3300-WRITE-AUDIT-RECORD.

           ADD 1  TO  A-AUDIT-SEQ.

           MOVE SPACES              TO  BACKOUT-AUDIT-RECORD.
           MOVE A-AUDIT-SEQ         TO  AU-SEQ-NBR.
           MOVE WS-RUN-DATE         TO  AU-RUN-DATE.
           MOVE WS-BKO-ACTION-CODE  TO  AU-ACTION-CODE.
           MOVE OA-EMP-NBR          TO  AU-EMP-NBR.
           MOVE WS-BATCH-ID         TO  AU-BATCH-ID.

           IF  BEFORE-IMAGE-FOUND
               MOVE WS-BEF-WORKDEPT  TO  AU-BEF-WORK-DEPT
               IF  WS-BEF-LASTNAME-LEN  >  ZERO
                   MOVE WS-BEF-LASTNAME-TEXT(1:WS-BEF-LASTNAME-LEN)
                                         TO  AU-BEF-LAST-NAME
               END-IF
               IF  WS-BEF-FIRSTNME-LEN  >  ZERO
                   MOVE WS-BEF-FIRSTNME-TEXT(1:WS-BEF-FIRSTNME-LEN)
                                         TO  AU-BEF-FIRST-NAME
               END-IF
               MOVE WS-BEF-SALARY    TO  AU-BEF-SALARY
               MOVE WS-BEF-MIDINIT   TO  AU-BEF-MIDINIT
               MOVE WS-BEF-PHONENO   TO  AU-BEF-PHONENO
               MOVE WS-BEF-HIREDATE  TO  AU-BEF-HIRE-DATE
               MOVE WS-BEF-JOB       TO  AU-BEF-JOB-CODE
               MOVE WS-BEF-EDLEVEL   TO  AU-BEF-EDLEVEL
               MOVE WS-BEF-SEX       TO  AU-BEF-SEX
               MOVE WS-BEF-BIRTHDATE TO  AU-BEF-BIRTH-DATE
               MOVE WS-BEF-BONUS     TO  AU-BEF-BONUS
               MOVE WS-BEF-COMM      TO  AU-BEF-COMM
           END-IF.

           EVALUATE WS-BKO-ACTION-CODE
               WHEN 'A'
                   MOVE OA-BEF-IMAGE      TO  AU-AFT-IMAGE
               WHEN 'M'
      * A RESTORED TRANSFER MOVES ONLY WORKDEPT.
                   MOVE AU-BEF-IMAGE      TO  AU-AFT-IMAGE
                   MOVE OA-BEF-WORK-DEPT  TO  AU-AFT-WORK-DEPT
               WHEN 'C'
                   MOVE AU-BEF-IMAGE      TO  AU-AFT-IMAGE
                   MOVE OA-BEF-WORK-DEPT  TO  AU-AFT-WORK-DEPT
                   MOVE OA-BEF-LAST-NAME  TO  AU-AFT-LAST-NAME
                   MOVE OA-BEF-FIRST-NAME TO  AU-AFT-FIRST-NAME
                   MOVE OA-BEF-SALARY     TO  AU-AFT-SALARY
               WHEN 'S'
                   MOVE AU-BEF-IMAGE      TO  AU-AFT-IMAGE
                   MOVE OA-BEF-MIDINIT    TO  AU-AFT-MIDINIT
                   MOVE OA-BEF-PHONENO    TO  AU-AFT-PHONENO
                   MOVE OA-BEF-HIRE-DATE  TO  AU-AFT-HIRE-DATE
                   MOVE OA-BEF-JOB-CODE   TO  AU-AFT-JOB-CODE
                   MOVE OA-BEF-EDLEVEL    TO  AU-AFT-EDLEVEL
                   MOVE OA-BEF-BIRTH-DATE TO  AU-AFT-BIRTH-DATE
                   MOVE OA-BEF-BONUS      TO  AU-AFT-BONUS
                   MOVE OA-BEF-COMM       TO  AU-AFT-COMM
           END-EVALUATE.

           WRITE BACKOUT-AUDIT-RECORD.
      /
      ******************************************************************
      *   ONE REPORT LINE PER CHANGE REVERSED.  THE REVERSAL PARAGRAPH *
      *   SETS BDL-REVERSAL AND BDL-WORK-DEPT FIRST.                   *
      ******************************************************************
       P3700-WRITE-DETAIL-LINE.

           MOVE OA-EMP-NBR      TO  BDL-EMP-NBR.
           MOVE OA-SEQ-NBR      TO  BDL-SEQ-NBR.
           MOVE OA-ACTION-CODE  TO  BDL-ORIG-ACTION.

           WRITE BACKOUT-RPT-RECORD  FROM  W-BKO-DETAIL-LINE.
      /
      ******************************************************************
      *   AN EMPNO LEFT IN PLACE - ONE LINE WITH THE REASON, AND EVERY *
      *   ONE OF ITS CHANGES COUNTED AS REFUSED.                       *
      ******************************************************************
       P3800-WRITE-CONFLICT-LINE.

           MOVE WS-GRP-EMP-NBR      TO  BCL-EMP-NBR.
           MOVE WS-CONFLICT-REASON  TO  BCL-REASON.

           WRITE BACKOUT-RPT-RECORD  FROM  W-BKO-CONFLICT-LINE.

           ADD 1            TO  A-CONFLICT-EMPNOS.
           ADD W-GRP-COUNT  TO  A-RECS-REFUSED.
      /
       P4000-WRITE-TOTALS.

           MOVE SPACES  TO  BACKOUT-RPT-RECORD.
           WRITE BACKOUT-RPT-RECORD.

           MOVE A-RECS-REVERSED    TO  BTL-REVERSED.
           MOVE A-CONFLICT-EMPNOS  TO  BTL-CONFLICTS.
           MOVE A-RECS-REFUSED     TO  BTL-REFUSED.

           WRITE BACKOUT-RPT-RECORD  FROM  W-BKO-TOTAL-LINE.
      /
      ******************************************************************
      *   CLOSE OUT THIS RUN'S DSN8110.RUNCTL ROW - RECS_READ IS THE   *
      *   AUDIT RECORDS READ, RECS_WRITTEN THE CHANGES REVERSED,       *
      *   RECS_REJECTED THE CHANGES LEFT IN PLACE AS CONFLICTS.        *
      *   COMMITTED TOGETHER WITH EVERY REVERSAL BY THE MAIN LOOP.     *
      ******************************************************************
       P8000-UPDATE-RUN-CONTROL.

           EXEC SQL
               UPDATE DSN8110.RUNCTL
                  SET RUN_STATUS     =  'N',
                      RECS_READ      =  :A-AUDIT-READ,
                      RECS_WRITTEN   =  :A-RECS-REVERSED,
                      RECS_REJECTED  =  :A-RECS-REFUSED,
                      AUDIT_SEQ      =  :A-AUDIT-SEQ
                WHERE PROGRAM_NAME   =  :C-THIS-PGM
                  AND RUN_TS         =  :WS-RUN-TS
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.
      /

      *
