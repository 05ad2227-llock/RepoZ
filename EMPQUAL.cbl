      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPQUAL.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    SCHEDULED DATA-QUALITY SCAN OF DSN8110.EMP AGAINST
      *    DSN8110.DEPT.  EMPMAINT ONLY EDITS WHAT IS ON THE CARD, AND
      *    ROWS LOADED OR CHANGED STRAIGHT INTO DB2 ARE NEVER EDITED
      *    AT ALL, SO BAD DATA ONLY SHOWS UP WHEN A DOWNSTREAM REPORT
      *    QUIETLY SKIPS IT.  EVERY ROW IS CHECKED FOR:
      *
      *      01 WORKDEPT NULL, BLANK OR NOT ON DSN8110.DEPT
      *      02 FIRSTNME OR LASTNAME NULL OR BLANK
      *      03 HIREDATE AFTER THE RUN DATE
      *      04 HIREDATE BEFORE THE 16TH BIRTHDAY
      *      05 SALARY ZERO OR NULL
      *      06 SALARY OUTSIDE THE JOBRANGE CARD RANGE FOR THE JOB
      *      07 EDLEVEL NULL
      *      08 JOB NULL OR BLANK
      *      09 BIRTHDATE NULL
      *      10 ANOTHER EMPNO WITH THE SAME FIRSTNME, LASTNAME AND
      *         BIRTHDATE (A LIKELY DUPLICATE EMPLOYEE)
      *
      *    THE EXCEPTIONS ARE PRINTED BY WORKDEPT AND EXCEPTION TYPE
      *    WITH DEPARTMENT SUBTOTALS IN THE RPTO0010 LAYOUT, THEN
      *    COUNTED BY EXCEPTION TYPE.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  JOBRANGE - OPTIONAL SALARY RANGE CARDS, ONE PER
      *                           JOB CODE - JOB IN BYTES 1-8, THEN
      *                           LOW AND HIGH SALARY 9(7)V99 AS ON
      *                           THE SELCARD.  A JOB WITH NO CARD IS
      *                           NOT RANGE-CHECKED.
      *
      *  OUTPUT FILES: QUAL0010 - THE DATA-QUALITY EXCEPTION REPORT
      *
      *  COPY MEMBERS: QUALRPT
      *
      *    TABLES:
      *           DSN8110.EMP
      *           DSN8110.DEPT
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN A END OF TABLE FETCH RETURN CODE IS RECEIVED
      *
      *      ABNORMAL:
      *             A DB2 RETURN CODE DB2CBLEX WOULD ALSO TREAT AS
      *             FATAL (SEE P9999-ABEND-DB2-ERROR)
      *
      *    RETURN CODES:
      *             0 - NO EXCEPTIONS
      *             4 - ONLY TYPE 04, 06 OR 10 EXCEPTIONS - DATA TO BE
      *                 REVIEWED, NOTHING DROPPED BY OTHER REPORTS
      *             8 - AT LEAST ONE TYPE 01, 02, 03, 05, 07, 08 OR
      *                 09 EXCEPTION - DATA MISSING OR IMPOSSIBLE
      *
      *    SPECIAL LOGIC:  THE DUPLICATE CHECK IS DONE BY DB2 IN THE
      *                    EMP_QUAL CURSOR, WHICH RETURNS THE LOWEST
      *                    OTHER EMPNO SHARING THE ROW'S NAME AND
      *                    BIRTHDATE, SO EACH ROW OF A DUPLICATE PAIR
      *                    IS LISTED AGAINST THE OTHER.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-10-15      *
      *  R WAGNER - DUPLICATE EXCEPTION SHOWS THE      2026-10-15      *
      *             OTHER EMPNO IN FULL                                *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT QUAL-REPORT-FILE    ASSIGN TO QUAL0010.

           SELECT OPTIONAL JOB-RANGE-FILE    ASSIGN TO JOBRANGE
               FILE STATUS IS WS-JOBRANGE-STATUS.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  QUAL-REPORT-FILE                   DDNAME - QUAL0010    *
      *        DATA-QUALITY EXCEPTION PRINT FILE                       *
      ******************************************************************

       FD  QUAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUAL-REPORT-RECORD.

       01  QUAL-REPORT-RECORD    PIC X(80).

      /
      ******************************************************************
      * FILE:  JOB-RANGE-FILE                     DDNAME - JOBRANGE    *
      *        OPTIONAL SALARY RANGE PER JOB CODE, SALARY FIELDS LAID  *
      *        OUT AS ON THE DB2CBLEX SELCARD.  A ZERO BOUND LEAVES    *
      *        THAT SIDE OF THE RANGE OPEN.                            *
      ******************************************************************

       FD  JOB-RANGE-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-RANGE-RECORD.

       01  JOB-RANGE-RECORD.
           05  JR-JOB                  PIC X(08).
           05  JR-SALARY-LOW           PIC 9(07)V99.
           05  JR-SALARY-HIGH          PIC 9(07)V99.
           05  FILLER                  PIC X(54).

      /
      ******************************************************************
      *   SORT WORK - ONE RECORD PER EXCEPTION, IN WORKDEPT, TYPE,     *
      *   EMPNO ORDER.                                                 *
      ******************************************************************
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SR-WORK-DEPT             PIC X(03).
           05  SR-ERR-TYPE              PIC 9(02).
           05  SR-EMP-NBR               PIC X(06).
           05  SR-LAST-NAME             PIC X(15).
           05  SR-VALUE                 PIC X(19).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPQUAL START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPQUAL'.
      /
       COPY QUALRPT.
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
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.
      /
       01 NULL_AREA.
          05 NULL_IND           PIC S9(4) COMP OCCURS 9 TIMES.

       01  WS-JOBRANGE-STATUS          PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-RANGE-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-RANGES              VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.

      ***********              ***********
      *   E X C E P T I O N  T Y P E S                             *
      *   ONE ENTRY PER EXCEPTION TYPE, IN TYPE NUMBER ORDER: THE  *
      *   RETURN CODE THE TYPE RAISES AND ITS REPORT DESCRIPTION.  *
      ***********              ***********

       01  WS-ERROR-TYPE-VALUES.
           05  FILLER                   PIC X(31)  VALUE
               '8WORKDEPT NOT ON DSN8110.DEPT '.
           05  FILLER                   PIC X(31)  VALUE
               '8NAME NULL OR BLANK           '.
           05  FILLER                   PIC X(31)  VALUE
               '8HIRE DATE IN THE FUTURE      '.
           05  FILLER                   PIC X(31)  VALUE
               '4HIRED BEFORE 16TH BIRTHDAY   '.
           05  FILLER                   PIC X(31)  VALUE
               '8SALARY ZERO OR NULL          '.
           05  FILLER                   PIC X(31)  VALUE
               '4SALARY OUTSIDE JOB RANGE     '.
           05  FILLER                   PIC X(31)  VALUE
               '8EDLEVEL NULL                 '.
           05  FILLER                   PIC X(31)  VALUE
               '8JOB NULL OR BLANK            '.
           05  FILLER                   PIC X(31)  VALUE
               '8BIRTHDATE NULL               '.
           05  FILLER                   PIC X(31)  VALUE
               '4LIKELY DUPLICATE EMPLOYEE    '.

       01  WS-ERROR-TYPE-TABLE  REDEFINES  WS-ERROR-TYPE-VALUES.
           05  WS-ERROR-TYPE-ENTRY  OCCURS 10 TIMES.
               10  WS-ET-SEVERITY       PIC 9(01).
               10  WS-ET-TEXT           PIC X(30).

       01  WS-ERROR-CONTROL.
           05  C-ERROR-TYPE-MAX         PIC S9(4) COMP  VALUE +10.
           05  WS-ERR-TYPE              PIC 9(02)  VALUE ZERO.
           05  WS-ERR-VALUE             PIC X(19)  VALUE SPACES.
           05  WS-MAX-SEVERITY          PIC 9(01)  VALUE ZERO.
           05  C-ERR-WORKDEPT           PIC 9(02)  VALUE 01.
           05  C-ERR-NAME               PIC 9(02)  VALUE 02.
           05  C-ERR-HIRE-FUTURE        PIC 9(02)  VALUE 03.
           05  C-ERR-HIRE-UNDER-16      PIC 9(02)  VALUE 04.
           05  C-ERR-SALARY-ZERO        PIC 9(02)  VALUE 05.
           05  C-ERR-SALARY-RANGE       PIC 9(02)  VALUE 06.
           05  C-ERR-EDLEVEL-NULL       PIC 9(02)  VALUE 07.
           05  C-ERR-JOB-NULL           PIC 9(02)  VALUE 08.
           05  C-ERR-BIRTHDATE-NULL     PIC 9(02)  VALUE 09.
           05  C-ERR-DUPLICATE          PIC 9(02)  VALUE 10.

      ***********              ***********
      *   J O B  S A L A R Y  R A N G E S                          *
      *   LOADED FROM JOB-RANGE-FILE BY P1000 BEFORE THE SCAN.     *
      ***********              ***********

       01  WS-JOB-RANGE-TABLE.
           05  C-JOB-RANGE-MAX          PIC S9(4) COMP  VALUE +100.
           05  WS-JOB-RANGE-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  WS-JOB-RANGE-ENTRY  OCCURS 100 TIMES.
               10  WS-JR-JOB            PIC X(08).
               10  WS-JR-SALARY-LOW     PIC S9(07)V99 COMP-3.
               10  WS-JR-SALARY-HIGH    PIC S9(07)V99 COMP-3.

       01  WS-JOB-LOOKUP.
           05  WS-JOB-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-JOB-FOUND               VALUE 'Y'.

      ***********              ***********
      *   T H E  R O W  B E I N G  S C A N N E D                   *
      *   NULL OR EMPTY COLUMNS ARE LEFT BLANK HERE.               *
      ***********              ***********

       01  WS-SCAN-ROW.
           05  WS-ROW-WORKDEPT          PIC X(03)  VALUE SPACES.
           05  WS-ROW-LASTNAME          PIC X(15)  VALUE SPACES.
           05  WS-ROW-FIRSTNME          PIC X(12)  VALUE SPACES.
           05  WS-DUP-EMPNO             PIC X(06)  VALUE SPACES.
           05  WS-SALARY-EDIT           PIC ZZZZZZ9.99.

       01  WS-DATE-WORK.
           05  WS-BIRTH-DATE            PIC X(10)  VALUE SPACES.
           05  WS-AGE16-DATE            PIC X(10)  VALUE SPACES.
           05  WS-AGE16-PARTS  REDEFINES  WS-AGE16-DATE.
               10  WS-AGE16-YYYY        PIC 9(04).
               10  FILLER               PIC X(06).

      ***********              ***********
      *   D E P A R T M E N T  D I R E C T O R Y                   *
      ***********              ***********

       01  WS-DEPT-ROW.
           05  WS-DEPTNO                 PIC X(03).
           05  WS-DEPTNAME.
               49  WS-DEPTNAME-LEN       PIC S9(4) COMP.
               49  WS-DEPTNAME-TEXT      PIC X(36).

       01  WS-DEPT-DIRECTORY.
           05  C-DEPT-DIR-MAX            PIC S9(4) COMP  VALUE +200.
           05  WS-DEPT-DIR-COUNT         PIC S9(4) COMP  VALUE ZERO.
           05  WS-DEPT-DIR-ENTRY  OCCURS 200 TIMES.
               10  WS-DIR-DEPTNO         PIC X(03).
               10  WS-DIR-DEPTNAME       PIC X(36).

       01  WS-DEPT-LOOKUP.
           05  WS-LOOKUP-DEPT            PIC X(03)  VALUE SPACES.
           05  WS-LOOKUP-NAME            PIC X(36)  VALUE SPACES.
           05  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-LOOKUP-FOUND              VALUE 'Y'.

      ****************************************************************
      *   * CURSOR FOR THE SCAN - EVERY DSN8110.EMP ROW WITH THE    **
      *   * LOWEST OTHER EMPNO SHARING ITS NAME AND BIRTHDATE (NULL **
      *   * WHEN THERE IS NONE).                                    **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_QUAL  CURSOR FOR

                     SELECT E.EMPNO,
                            E.FIRSTNME,
                            E.LASTNAME,
                            E.WORKDEPT,
                            E.HIREDATE,
                            E.JOB,
                            E.EDLEVEL,
                            E.BIRTHDATE,
                            E.SALARY,
                            (SELECT MIN(X.EMPNO)
                             FROM DSN8110.EMP X
                             WHERE X.LASTNAME   =  E.LASTNAME
                               AND X.FIRSTNME   =  E.FIRSTNME
                               AND X.BIRTHDATE  =  E.BIRTHDATE
                               AND X.EMPNO     <>  E.EMPNO)
                     FROM DSN8110.EMP E
                     ORDER BY E.EMPNO

                   END-EXEC.

      ****************************************************************
      *   * CURSOR FOR THE DEPARTMENT DIRECTORY                     **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_QUAL  CURSOR FOR

                     SELECT DEPTNO,
                            DEPTNAME
                     FROM DSN8110.DEPT
                     ORDER BY DEPTNO

                   END-EXEC.

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
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3584.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

      *            **PAGE CONTROL WORK STORAGE**

      ***********              ***********
      *   EVERY REPORT LINE GOES OUT THROUGH P0150-WRITE-REPORT-   *
      *   LINE, WHICH STARTS A FRESH 60-LINE PAGE (TITLE, BOTH     *
      *   COLUMN HEADERS) WHENEVER THE CURRENT PAGE IS FULL.       *
      ***********              ***********

       01  WS-PAGE-CONTROL.
           05  C-PAGE-SIZE              PIC S9(4) COMP  VALUE +60.
           05  WS-LINE-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-PAGE-NBR              PIC S9(8) COMP  VALUE ZERO.

       01  WS-PRINT-LINE                PIC X(80) VALUE SPACES.

       01  WS-CONTROL-BREAK.
           05  WS-PREV-WORK-DEPT        PIC X(03) VALUE SPACES.
           05  WS-DEPT-COUNT            PIC S9(08)    COMP   VALUE ZERO.

       01  SUBSCRIPTS.
           05  W-DEPT-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-JOB-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-JOB-FOUND    PIC S9(4) COMP VALUE ZERO.
           05  W-ERR-SUB      PIC S9(4) COMP VALUE ZERO.

       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-RANGE-CARDS-READ       PIC S9(8) COMP  VALUE ZERO.
          05  A-EXCEPTIONS             PIC S9(8) COMP  VALUE ZERO.
          05  A-EXCEPTIONS-PRINTED     PIC S9(8) COMP  VALUE ZERO.
          05  A-ERROR-COUNT            PIC S9(8) COMP  OCCURS 10 TIMES
                                                     VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1000-READ-JOB-RANGES.
           PERFORM P1100-GET-RUN-DATE.
           PERFORM P1200-LOAD-DEPT-DIRECTORY.

           OPEN OUTPUT QUAL-REPORT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SR-WORK-DEPT
                                 SR-ERR-TYPE
                                 SR-EMP-NBR
               INPUT PROCEDURE IS P2000-SCAN-EMP-ROWS
               OUTPUT PROCEDURE IS P3000-PRINT-EXCEPTIONS.

           PERFORM P4000-WRITE-TYPE-SUMMARY.

           CLOSE QUAL-REPORT-FILE.

           DISPLAY 'TOTAL RECORDS READ        '  A-RECORDS-READ.
           DISPLAY 'TOTAL JOB RANGE CARDS     '  A-RANGE-CARDS-READ.
           DISPLAY 'TOTAL EXCEPTIONS FOUND    '  A-EXCEPTIONS.
           DISPLAY 'EMPQUAL - CONDITION CODE  '  WS-MAX-SEVERITY.

           MOVE WS-MAX-SEVERITY  TO  RETURN-CODE.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   A DB2 RETURN CODE OTHER THAN DB2-OK OR DB2-END-OF-TABLE IS   *
      *   UNRECOVERABLE - CALL THE STANDARD SHOP ABEND ROUTINE SO     *
      *   OPERATIONS SEES A FAILED STEP INSTEAD OF A SHORT REPORT.     *
      ******************************************************************
       P9999-ABEND-DB2-ERROR.

           DISPLAY 'EMPQUAL - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPQUAL - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   EVERY REPORT LINE FUNNELS THROUGH HERE.  A FULL PAGE (OR THE *
      *   VERY FIRST LINE OF THE RUN) STARTS A FRESH ONE WITH THE      *
      *   TITLE AND BOTH COLUMN HEADERS BEFORE THE LINE GOES OUT.      *
      ******************************************************************
       P0150-WRITE-REPORT-LINE.

           IF  WS-PAGE-NBR  =  ZERO
               OR  WS-LINE-COUNT  >=  C-PAGE-SIZE
               PERFORM P0160-START-NEW-PAGE
           END-IF.

           WRITE QUAL-REPORT-RECORD  FROM  WS-PRINT-LINE.
           ADD 1  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   START A FRESH 60-LINE PAGE - TITLE WITH RUN DATE AND PAGE    *
      *   NUMBER, THEN THE TWO COLUMN HEADER LINES.                    *
      ******************************************************************
       P0160-START-NEW-PAGE.

           ADD 1  TO  WS-PAGE-NBR.

           MOVE WS-PAGE-NBR      TO  QTL-PAGE-NBR.
           MOVE C-CURR-DATE-YMD  TO  QTL-RUN-DATE.

           WRITE QUAL-REPORT-RECORD  FROM  W-QUAL-TITLE.
           WRITE QUAL-REPORT-RECORD  FROM  W-QUAL-HEADER1.
           WRITE QUAL-REPORT-RECORD  FROM  W-QUAL-HEADER2.

           MOVE 3  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   LOOK A WORKDEPT UP IN THE DEPT DIRECTORY.                    *
      ******************************************************************
       P0600-FIND-DEPT.

           MOVE 'N'     TO  WS-LOOKUP-FOUND-SW.
           MOVE SPACES  TO  WS-LOOKUP-NAME.

           PERFORM P0610-SCAN-DEPT-DIR
               VARYING W-DEPT-SUB  FROM  1  BY  1
               UNTIL   W-DEPT-SUB  >  WS-DEPT-DIR-COUNT
                  OR   WS-LOOKUP-FOUND.

           IF  NOT WS-LOOKUP-FOUND
               MOVE '** NOT ON DSN8110.DEPT **'  TO  WS-LOOKUP-NAME
           END-IF.
      /
       P0610-SCAN-DEPT-DIR.

           IF  WS-DIR-DEPTNO (W-DEPT-SUB)  =  WS-LOOKUP-DEPT
               MOVE 'Y'                           TO  WS-LOOKUP-FOUND-SW
               MOVE WS-DIR-DEPTNAME (W-DEPT-SUB)  TO  WS-LOOKUP-NAME
           END-IF.
      /
      ******************************************************************
      *     R E A D  T H E  J O B  S A L A R Y  R A N G E S            *
      *   NO JOBRANGE DD (OR AN EMPTY ONE) MEANS NO RANGE CHECK - THE  *
      *   ZERO-SALARY CHECK STILL APPLIES TO EVERY ROW.                *
      ******************************************************************
       P1000-READ-JOB-RANGES.

           OPEN INPUT JOB-RANGE-FILE.

           IF  WS-JOBRANGE-STATUS  =  '00'
               PERFORM P1010-READ-RANGE-CARD
               PERFORM P1020-STORE-RANGE-CARD
                   UNTIL END-OF-RANGES
               CLOSE JOB-RANGE-FILE
           ELSE
               DISPLAY 'EMPQUAL - NO JOB RANGE CARDS SUPPLIED'
               DISPLAY 'EMPQUAL - SALARY RANGE CHECK NOT DONE'.
      /
       P1010-READ-RANGE-CARD.

           READ JOB-RANGE-FILE
               AT END
                   SET END-OF-RANGES  TO  TRUE
           END-READ.
      /
      ******************************************************************
      *   STORE ONE RANGE CARD.  A ZERO OR NON-NUMERIC BOUND LEAVES    *
      *   THAT SIDE OPEN, AS THE SELCARD DEFAULTS DO.                  *
      ******************************************************************
       P1020-STORE-RANGE-CARD.

           ADD 1  TO  A-RANGE-CARDS-READ.

           IF  JR-JOB  =  SPACES
               DISPLAY 'EMPQUAL - RANGE CARD ' A-RANGE-CARDS-READ
                       ' HAS NO JOB - SKIPPED'
           ELSE
               IF  WS-JOB-RANGE-COUNT  <  C-JOB-RANGE-MAX
                   ADD 1  TO  WS-JOB-RANGE-COUNT
                   PERFORM P1030-SET-RANGE-ENTRY
               ELSE
                   DISPLAY 'EMPQUAL - JOB RANGE TABLE FULL - JOB '
                           JR-JOB ' NOT RANGE-CHECKED'
               END-IF
           END-IF.

           PERFORM P1010-READ-RANGE-CARD.
      /
       P1030-SET-RANGE-ENTRY.

           MOVE JR-JOB  TO  WS-JR-JOB (WS-JOB-RANGE-COUNT).
           MOVE ZERO    TO  WS-JR-SALARY-LOW (WS-JOB-RANGE-COUNT).
           MOVE 9999999.99
                        TO  WS-JR-SALARY-HIGH (WS-JOB-RANGE-COUNT).

           IF  JR-SALARY-LOW  NUMERIC  AND  JR-SALARY-LOW  >  ZERO
               MOVE JR-SALARY-LOW
                   TO  WS-JR-SALARY-LOW (WS-JOB-RANGE-COUNT)
           END-IF.

           IF  JR-SALARY-HIGH  NUMERIC  AND  JR-SALARY-HIGH  >  ZERO
               MOVE JR-SALARY-HIGH
                   TO  WS-JR-SALARY-HIGH (WS-JOB-RANGE-COUNT)
           END-IF.
      /
      ******************************************************************
      *   TAKE THE RUN DATE FROM DB2 ONCE AT START OF RUN - IT IS THE  *
      *   REPORT DATE AND THE LIMIT FOR THE FUTURE-HIRE CHECK.         *
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
      *   L O A D  T H E  D E P A R T M E N T  D I R E C T O R Y       *
      ******************************************************************
       P1200-LOAD-DEPT-DIRECTORY.

           PERFORM P5100-OPEN-DEPT-QUAL.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5120-FETCH-DEPT-QUAL
               PERFORM P1210-STORE-DEPT-ENTRY UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5110-CLOSE-DEPT-QUAL
           ELSE
               NEXT SENTENCE
           END-IF.
      /
      ******************************************************************
      *   STORE ONE DEPT ROW IN THE DIRECTORY TABLE AND FETCH THE NEXT *
      ******************************************************************
       P1210-STORE-DEPT-ENTRY.

           IF  WS-DEPT-DIR-COUNT  <  C-DEPT-DIR-MAX
               ADD 1  TO  WS-DEPT-DIR-COUNT
               MOVE WS-DEPTNO
                   TO  WS-DIR-DEPTNO (WS-DEPT-DIR-COUNT)
               IF  WS-DEPTNAME-LEN  >  ZERO
                   MOVE WS-DEPTNAME-TEXT(1:WS-DEPTNAME-LEN)
                       TO  WS-DIR-DEPTNAME (WS-DEPT-DIR-COUNT)
               ELSE
                   MOVE SPACES
                       TO  WS-DIR-DEPTNAME (WS-DEPT-DIR-COUNT)
               END-IF
           ELSE
               DISPLAY 'EMPQUAL - DEPT DIRECTORY FULL - DEPT '
                       WS-DEPTNO ' NAME NOT AVAILABLE'
           END-IF.

           PERFORM P5120-FETCH-DEPT-QUAL.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - SCAN EVERY DSN8110.EMP ROW AND        *
      *   RELEASE ONE SORT RECORD PER EXCEPTION FOUND.                 *
      ******************************************************************
       P2000-SCAN-EMP-ROWS.

           PERFORM P5000-OPEN-EMP-QUAL.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5020-FETCH-EMP-QUAL
               PERFORM P2100-SCAN-ONE-ROW UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5010-CLOSE-EMP-QUAL
           ELSE
               NEXT SENTENCE
           END-IF.
      /
      ******************************************************************
      *   RUN EVERY CHECK AGAINST THE ROW IN HAND, THEN FETCH THE NEXT *
      ******************************************************************
       P2100-SCAN-ONE-ROW.

           PERFORM P2110-LOAD-SCAN-ROW.

           PERFORM P2200-CHECK-WORKDEPT.
           PERFORM P2300-CHECK-NAMES.
           PERFORM P2400-CHECK-HIRE-DATE.
           PERFORM P2500-CHECK-SALARY.
           PERFORM P2600-CHECK-NULL-COLUMNS.
           PERFORM P2700-CHECK-DUPLICATE.

           PERFORM P5020-FETCH-EMP-QUAL.
      /
      ******************************************************************
      *   COPY THE FETCHED ROW'S WORKDEPT AND NAMES INTO THE SCAN ROW, *
      *   LEAVING A NULL OR EMPTY COLUMN BLANK.                        *
      ******************************************************************
       P2110-LOAD-SCAN-ROW.

           MOVE SPACES  TO  WS-ROW-WORKDEPT
                            WS-ROW-LASTNAME
                            WS-ROW-FIRSTNME.

           IF  NULL_IND(3)  NOT <  ZERO
               MOVE WORKDEPT  TO  WS-ROW-WORKDEPT
           END-IF.

           IF  NULL_IND(2)  NOT <  ZERO
               AND  LASTNAME-LEN  >  ZERO
               MOVE LASTNAME-TEXT(1:LASTNAME-LEN)  TO  WS-ROW-LASTNAME
           END-IF.

           IF  NULL_IND(1)  NOT <  ZERO
               AND  FIRSTNME-LEN  >  ZERO
               MOVE FIRSTNME-TEXT(1:FIRSTNME-LEN)  TO  WS-ROW-FIRSTNME
           END-IF.
      /
      ******************************************************************
      *   01 - WORKDEPT NULL, BLANK OR NOT ON DSN8110.DEPT             *
      ******************************************************************
       P2200-CHECK-WORKDEPT.

           IF  WS-ROW-WORKDEPT  =  SPACES
               MOVE C-ERR-WORKDEPT  TO  WS-ERR-TYPE
               MOVE '(NULL OR BLANK)'  TO  WS-ERR-VALUE
               PERFORM P2900-RELEASE-EXCEPTION
           ELSE
               MOVE WS-ROW-WORKDEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0600-FIND-DEPT
               IF  NOT WS-LOOKUP-FOUND
                   MOVE C-ERR-WORKDEPT   TO  WS-ERR-TYPE
                   MOVE WS-ROW-WORKDEPT  TO  WS-ERR-VALUE
                   PERFORM P2900-RELEASE-EXCEPTION
               END-IF
           END-IF.
      /
      ******************************************************************
      *   02 - FIRSTNME OR LASTNAME NULL OR BLANK                      *
      ******************************************************************
       P2300-CHECK-NAMES.

           EVALUATE TRUE
               WHEN WS-ROW-LASTNAME  =  SPACES
                AND WS-ROW-FIRSTNME  =  SPACES
                   MOVE 'BOTH NAMES'  TO  WS-ERR-VALUE
               WHEN WS-ROW-LASTNAME  =  SPACES
                   MOVE 'LASTNAME'    TO  WS-ERR-VALUE
               WHEN WS-ROW-FIRSTNME  =  SPACES
                   MOVE 'FIRSTNME'    TO  WS-ERR-VALUE
               WHEN OTHER
                   MOVE SPACES        TO  WS-ERR-VALUE
           END-EVALUATE.

           IF  WS-ERR-VALUE  NOT =  SPACES
               MOVE C-ERR-NAME  TO  WS-ERR-TYPE
               PERFORM P2900-RELEASE-EXCEPTION
           END-IF.
      /
      ******************************************************************
      *   03 - HIREDATE AFTER THE RUN DATE                             *
      *   04 - HIREDATE BEFORE THE 16TH BIRTHDAY (BIRTHDATE PLUS       *
      *        SIXTEEN ON THE YEAR, COMPARED AS ISO DATE STRINGS)      *
      *   A NULL HIREDATE SKIPS BOTH; A NULL BIRTHDATE SKIPS 04 AND    *
      *   IS REPORTED AS ITS OWN EXCEPTION BY P2600.                   *
      ******************************************************************
       P2400-CHECK-HIRE-DATE.

           IF  NULL_IND(4)  NOT <  ZERO
               IF  HIREDATE  >  C-CURR-DATE-YMD
                   MOVE C-ERR-HIRE-FUTURE  TO  WS-ERR-TYPE
                   MOVE HIREDATE           TO  WS-ERR-VALUE
                   PERFORM P2900-RELEASE-EXCEPTION
               END-IF
               IF  NULL_IND(7)  NOT <  ZERO
                   PERFORM P2410-CHECK-AGE-AT-HIRE
               END-IF
           END-IF.
      /
       P2410-CHECK-AGE-AT-HIRE.

           MOVE BIRTHDATE  TO  WS-BIRTH-DATE
                               WS-AGE16-DATE.

           IF  WS-AGE16-YYYY  NUMERIC
               ADD 16  TO  WS-AGE16-YYYY
               IF  HIREDATE  <  WS-AGE16-DATE
                   MOVE C-ERR-HIRE-UNDER-16  TO  WS-ERR-TYPE
                   MOVE SPACES               TO  WS-ERR-VALUE
                   STRING 'BORN '        DELIMITED BY SIZE
                          WS-BIRTH-DATE  DELIMITED BY SIZE
                       INTO WS-ERR-VALUE
                   END-STRING
                   PERFORM P2900-RELEASE-EXCEPTION
               END-IF
           END-IF.
      /
      ******************************************************************
      *   05 - SALARY ZERO OR NULL                                     *
      *   06 - SALARY OUTSIDE THE JOBRANGE CARD RANGE FOR THE JOB      *
      ******************************************************************
       P2500-CHECK-SALARY.

           IF  NULL_IND(8)  <  ZERO
               OR  SALARY  =  ZERO
               MOVE C-ERR-SALARY-ZERO  TO  WS-ERR-TYPE
               IF  NULL_IND(8)  <  ZERO
                   MOVE '(NULL)'  TO  WS-ERR-VALUE
               ELSE
                   MOVE SALARY          TO  WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT  TO  WS-ERR-VALUE
               END-IF
               PERFORM P2900-RELEASE-EXCEPTION
           ELSE
               IF  NULL_IND(5)  NOT <  ZERO
                   AND  JOB  NOT =  SPACES
                   PERFORM P2510-CHECK-JOB-RANGE
               END-IF
           END-IF.
      /
       P2510-CHECK-JOB-RANGE.

           MOVE 'N'   TO  WS-JOB-FOUND-SW.
           MOVE ZERO  TO  W-JOB-FOUND.

           PERFORM P2520-SCAN-JOB-RANGE
               VARYING W-JOB-SUB  FROM  1  BY  1
               UNTIL   W-JOB-SUB  >  WS-JOB-RANGE-COUNT
                  OR   WS-JOB-FOUND.

           IF  WS-JOB-FOUND
               IF  SALARY  <  WS-JR-SALARY-LOW (W-JOB-FOUND)
                   OR  SALARY  >  WS-JR-SALARY-HIGH (W-JOB-FOUND)
                   MOVE C-ERR-SALARY-RANGE  TO  WS-ERR-TYPE
                   MOVE SALARY              TO  WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT      TO  WS-ERR-VALUE
                   PERFORM P2900-RELEASE-EXCEPTION
               END-IF
           END-IF.
      /
       P2520-SCAN-JOB-RANGE.

           IF  WS-JR-JOB (W-JOB-SUB)  =  JOB
               MOVE 'Y'        TO  WS-JOB-FOUND-SW
               MOVE W-JOB-SUB  TO  W-JOB-FOUND
           END-IF.
      /
      ******************************************************************
      *   07 - EDLEVEL NULL                                            *
      *   08 - JOB NULL OR BLANK                                       *
      *   09 - BIRTHDATE NULL                                          *
      ******************************************************************
       P2600-CHECK-NULL-COLUMNS.

           MOVE '(NULL)'  TO  WS-ERR-VALUE.

           IF  NULL_IND(6)  <  ZERO
               MOVE C-ERR-EDLEVEL-NULL  TO  WS-ERR-TYPE
               PERFORM P2900-RELEASE-EXCEPTION
           END-IF.

           IF  NULL_IND(5)  <  ZERO
               OR  JOB  =  SPACES
               MOVE C-ERR-JOB-NULL  TO  WS-ERR-TYPE
               PERFORM P2900-RELEASE-EXCEPTION
           END-IF.

           IF  NULL_IND(7)  <  ZERO
               MOVE C-ERR-BIRTHDATE-NULL  TO  WS-ERR-TYPE
               PERFORM P2900-RELEASE-EXCEPTION
           END-IF.
      /
      ******************************************************************
      *   10 - ANOTHER EMPNO WITH THE SAME NAME AND BIRTHDATE          *
      ******************************************************************
       P2700-CHECK-DUPLICATE.

           IF  NULL_IND(9)  NOT <  ZERO
               MOVE C-ERR-DUPLICATE  TO  WS-ERR-TYPE
               MOVE SPACES           TO  WS-ERR-VALUE
               STRING 'DUP OF EMPNO '   DELIMITED BY SIZE
                      WS-DUP-EMPNO      DELIMITED BY SIZE
                   INTO WS-ERR-VALUE
               END-STRING
               PERFORM P2900-RELEASE-EXCEPTION
           END-IF.
      /
      ******************************************************************
      *   RELEASE ONE EXCEPTION TO THE SORT, COUNT IT BY TYPE AND      *
      *   RAISE THE CONDITION CODE TO THE TYPE'S SEVERITY.             *
      ******************************************************************
       P2900-RELEASE-EXCEPTION.

           MOVE WS-ROW-WORKDEPT  TO  SR-WORK-DEPT.
           MOVE WS-ERR-TYPE      TO  SR-ERR-TYPE.
           MOVE EMPNO            TO  SR-EMP-NBR.
           MOVE WS-ROW-LASTNAME  TO  SR-LAST-NAME.
           MOVE WS-ERR-VALUE     TO  SR-VALUE.

           RELEASE SORT-WORK-RECORD.

           ADD 1  TO  A-EXCEPTIONS.
           ADD 1  TO  A-ERROR-COUNT (WS-ERR-TYPE).

           IF  WS-ET-SEVERITY (WS-ERR-TYPE)  >  WS-MAX-SEVERITY
               MOVE WS-ET-SEVERITY (WS-ERR-TYPE)  TO  WS-MAX-SEVERITY
           END-IF.
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - PRINT THE EXCEPTIONS WITH A HEADER   *
      *   AND SUBTOTAL PER WORKDEPT, AS RPTO0010 DOES.                 *
      ******************************************************************
       P3000-PRINT-EXCEPTIONS.

           PERFORM P3100-RETURN-EXCEPTION.
           PERFORM P3200-PRINT-EXCEPTION-LINE
               UNTIL END-OF-SORTED.

           IF  A-EXCEPTIONS-PRINTED  >  ZERO
               PERFORM P3400-WRITE-DEPT-TOTAL
           END-IF.
      /
       P3100-RETURN-EXCEPTION.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED  TO  TRUE
           END-RETURN.
      /
      ******************************************************************
      *   ONE EXCEPTION LINE.  A NEW WORKDEPT CLOSES THE PREVIOUS      *
      *   ONE'S SUBTOTAL AND OPENS ITS OWN HEADER.                     *
      ******************************************************************
       P3200-PRINT-EXCEPTION-LINE.

           IF  A-EXCEPTIONS-PRINTED  =  ZERO
               PERFORM P3300-WRITE-DEPT-HEADER
           ELSE
               IF  SR-WORK-DEPT  NOT =  WS-PREV-WORK-DEPT
                   PERFORM P3400-WRITE-DEPT-TOTAL
                   PERFORM P3300-WRITE-DEPT-HEADER
               END-IF
           END-IF.

           MOVE SR-WORK-DEPT              TO  QDL-WORK-DEPT.
           MOVE SR-EMP-NBR                TO  QDL-EMP-NBR.
           MOVE SR-LAST-NAME              TO  QDL-LAST-NAME.
           MOVE SR-ERR-TYPE               TO  QDL-ERR-TYPE.
           MOVE WS-ET-TEXT (SR-ERR-TYPE)  TO  QDL-ERR-TEXT.
           MOVE SR-VALUE                  TO  QDL-VALUE.

           MOVE W-QUAL-DETAIL-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           ADD 1  TO  A-EXCEPTIONS-PRINTED.
           ADD 1  TO  WS-DEPT-COUNT.

           PERFORM P3100-RETURN-EXCEPTION.
      /
       P3300-WRITE-DEPT-HEADER.

           MOVE SR-WORK-DEPT  TO  WS-PREV-WORK-DEPT
                                  WS-LOOKUP-DEPT.
           PERFORM P0600-FIND-DEPT.

           MOVE SR-WORK-DEPT    TO  QDH-WORK-DEPT.
           MOVE WS-LOOKUP-NAME  TO  QDH-DEPT-NAME.

           MOVE W-QUAL-DEPT-HEADER  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *          W R I T E  D E P A R T M E N T  S U B T O T A L       *
      ******************************************************************
       P3400-WRITE-DEPT-TOTAL.

           MOVE WS-PREV-WORK-DEPT  TO  WS-LOOKUP-DEPT.
           PERFORM P0600-FIND-DEPT.

           MOVE WS-PREV-WORK-DEPT  TO  QDT-WORK-DEPT.
           MOVE WS-LOOKUP-NAME     TO  QDT-DEPT-NAME.
           MOVE WS-DEPT-COUNT      TO  QDT-COUNT.

           MOVE W-QUAL-DEPT-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           MOVE ZERO  TO  WS-DEPT-COUNT.
      /
      ******************************************************************
      *   W R I T E  T H E  E X C E P T I O N  T Y P E  S U M M A R Y  *
      *   ONE LINE PER TYPE WITH ITS COUNT AND SEVERITY, THEN THE RUN  *
      *   TOTALS AND THE CONDITION CODE THE STEP ENDS WITH.            *
      ******************************************************************
       P4000-WRITE-TYPE-SUMMARY.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-QUAL-SUMM-HEADER  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           PERFORM P4100-WRITE-TYPE-LINE
               VARYING W-ERR-SUB  FROM  1  BY  1
               UNTIL   W-ERR-SUB  >  C-ERROR-TYPE-MAX.

           MOVE A-EXCEPTIONS     TO  QST-COUNT.
           MOVE A-RECORDS-READ   TO  QST-ROWS.
           MOVE WS-MAX-SEVERITY  TO  QST-RC.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-QUAL-SUMM-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
       P4100-WRITE-TYPE-LINE.

           MOVE W-ERR-SUB                     TO  QSL-ERR-TYPE.
           MOVE WS-ET-TEXT (W-ERR-SUB)        TO  QSL-ERR-TEXT.
           MOVE WS-ET-SEVERITY (W-ERR-SUB)    TO  QSL-SEVERITY.
           MOVE A-ERROR-COUNT (W-ERR-SUB)     TO  QSL-COUNT.

           MOVE W-QUAL-SUMM-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *          O P E N  E M P  Q U A L  C U R S O R                  *
      ******************************************************************
       P5000-OPEN-EMP-QUAL.

             EXEC SQL
               OPEN EMP_QUAL
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP QUAL'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-QUAL'.
      /
      ******************************************************************
      *        C L O S E  E M P  Q U A L  C U R S O R                  *
      ******************************************************************
       P5010-CLOSE-EMP-QUAL.

             EXEC SQL
               CLOSE EMP_QUAL
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-QUAL'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  E M P  Q U A L  D A T A                    *
      ******************************************************************
       P5020-FETCH-EMP-QUAL.

           INITIALIZE DCLEMP.
           MOVE SPACES  TO  WS-DUP-EMPNO.

           EXEC SQL
              FETCH EMP_QUAL

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.FIRSTNME  INDICATOR :NULL_IND(1),
                    :DCLEMP.LASTNAME  INDICATOR :NULL_IND(2),
                    :DCLEMP.WORKDEPT  INDICATOR :NULL_IND(3),
                    :DCLEMP.HIREDATE  INDICATOR :NULL_IND(4),
                    :DCLEMP.JOB       INDICATOR :NULL_IND(5),
                    :DCLEMP.EDLEVEL   INDICATOR :NULL_IND(6),
                    :DCLEMP.BIRTHDATE INDICATOR :NULL_IND(7),
                    :DCLEMP.SALARY    INDICATOR :NULL_IND(8),
                    :WS-DUP-EMPNO     INDICATOR :NULL_IND(9)

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                  ELSE
                      PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *          O P E N  D E P T  Q U A L  C U R S O R                *
      ******************************************************************
       P5100-OPEN-DEPT-QUAL.

             EXEC SQL
               OPEN DEPT_QUAL
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT QUAL'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5100-OPEN-DEPT-QUAL'.
      /
      ******************************************************************
      *        C L O S E  D E P T  Q U A L  C U R S O R                *
      ******************************************************************
       P5110-CLOSE-DEPT-QUAL.

             EXEC SQL
               CLOSE DEPT_QUAL
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5110-CLOSE-DEPT-QUAL'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  D E P T  Q U A L  D A T A                  *
      ******************************************************************
       P5120-FETCH-DEPT-QUAL.

           INITIALIZE WS-DEPT-ROW.

           EXEC SQL
              FETCH DEPT_QUAL

              INTO  :WS-DEPTNO,
                    :WS-DEPTNAME

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  NEXT SENTENCE
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE WS-DEPT-ROW
                  ELSE
                      PERFORM P9999-ABEND-DB2-ERROR.
      /

      *
