      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPORG.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    ORGANIZATION CHART AND MANAGER SPAN-OF-CONTROL REPORT.
      *    WALKS THE DSN8110.DEPT ADMRDEPT TREE FROM EACH SELF-
      *    ADMINISTERING TOP DEPARTMENT DOWN, ONE INDENT PER LEVEL,
      *    AND FOR EVERY DEPARTMENT PRINTS ITS NAME, LOCATION, THE
      *    MGRNO MANAGER'S NAME AND JOB (JOINED FROM DSN8110.EMP),
      *    THE DEPARTMENT'S OWN HEADCOUNT AND THE HEADCOUNT OF THE
      *    DEPARTMENT AND EVERYTHING BENEATH IT.  EACH DEPARTMENT IS
      *    FLAGGED WHEN IT HAS NO MANAGER, WHEN MGRNO IS NOT ON EMP,
      *    WHEN THE MANAGER HAS BEEN DEACTIVATED (LAST HISTMSTR
      *    ACTION 'D'), WHEN THE MANAGER'S WORKDEPT IS ANOTHER
      *    DEPARTMENT, AND WHEN THE MANAGER'S SPAN OF CONTROL IS
      *    OVER THE SPANCARD LIMIT.
      *
      *    SPAN OF CONTROL IS COUNTED OVER EVERY DEPARTMENT THE
      *    MANAGER RUNS: THE DEPARTMENT'S STAFF (LESS THE MANAGER
      *    THEMSELVES) PLUS THE MANAGER OF EACH DEPARTMENT IT
      *    ADMINISTERS DIRECTLY, WHEN THAT IS SOMEONE ELSE.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  SPANCARD - OPTIONAL SPAN-OF-CONTROL LIMIT,
      *                           9(04) IN COLUMNS 1-4.  NO CARD OR A
      *                           ZERO LIMIT MEANS SPANS ARE PRINTED
      *                           BUT NOT FLAGGED.
      *                HISTMSTR - THE CHANGE-HISTORY MASTER (VSAM
      *                           KSDS, READ ONLY) - BROWSED ONLY FOR
      *                           A MGRNO THAT IS NOT ON DSN8110.EMP
      *
      *  OUTPUT FILES: ORG0010  - THE ORGANIZATION CHART
      *
      *  COPY MEMBERS: ORGRPT, EMPHREC
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
      *             FATAL (SEE P9999-ABEND-DB2-ERROR), OR HISTMSTR
      *             FAILS TO OPEN (SEE P9998)
      *
      *    RETURN CODES:
      *             0 - NO EXCEPTIONS
      *             4 - AT LEAST ONE DEPARTMENT FLAGGED
      *
      *    SPECIAL LOGIC:  THE PRINT ORDER COMES FROM SORTING EACH
      *                    DEPARTMENT ON ITS ADMRDEPT PATH FROM THE
      *                    TOP DEPARTMENT DOWN.  THE CLIMB THAT BUILDS
      *                    THE PATH IS CAPPED AT TEN LEVELS AS IN
      *                    DEPTSTAT; A DEPARTMENT WHOSE CHAIN REACHES
      *                    NO TOP DEPARTMENT WITHIN TEN LEVELS, OR
      *                    WHOSE ADMRDEPT IS NOT ON DSN8110.DEPT, IS
      *                    PRINTED AS A TOP DEPARTMENT AND FLAGGED.
      *                    A WORKDEPT WITH STAFF THAT IS NOT ON
      *                    DSN8110.DEPT IS PRINTED THE SAME WAY SO THE
      *                    HEADCOUNTS STILL TIE TO DSN8110.EMP.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-10-15      *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ORG-REPORT-FILE     ASSIGN TO ORG0010.

           SELECT OPTIONAL SPAN-CARD-FILE    ASSIGN TO SPANCARD
               FILE STATUS IS WS-SPANCARD-STATUS.

           SELECT HIST-MASTER-FILE    ASSIGN TO HISTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  ORG-REPORT-FILE                    DDNAME - ORG0010     *
      *        ORGANIZATION CHART PRINT FILE                           *
      ******************************************************************

       FD  ORG-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORG-REPORT-RECORD.

       01  ORG-REPORT-RECORD     PIC X(80).

      /
      ******************************************************************
      * FILE:  SPAN-CARD-FILE                     DDNAME - SPANCARD    *
      *        OPTIONAL SPAN-OF-CONTROL LIMIT.  IF THE DD IS NOT       *
      *        SUPPLIED NO MANAGER IS FLAGGED FOR SPAN.                *
      ******************************************************************

       FD  SPAN-CARD-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPAN-CARD-RECORD.

       01  SPAN-CARD-RECORD.
           05  SP-SPAN-LIMIT           PIC 9(04).
           05  FILLER                  PIC X(76).

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
      *   SORT WORK - ONE RECORD PER DEPARTMENT, KEYED ON ITS ADMRDEPT *
      *   PATH FROM THE TOP DEPARTMENT DOWN, SO A PARENT SORTS AHEAD   *
      *   OF ITS CHILDREN AND SIBLINGS SORT IN DEPTNO ORDER.           *
      ******************************************************************
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SR-PATH                  PIC X(33).
           05  SR-LEVEL                 PIC 9(02).
           05  SR-DEPT-SUB              PIC 9(04).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPORG START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPORG'.
      /
       COPY ORGRPT.
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
      * NULL INDICATORS FOR MGRNO, LOCATION AND THE MANAGER'S EMPNO,
      * FIRSTNME, LASTNAME, JOB AND WORKDEPT, IN THAT ORDER.
       01 NULL_AREA.
          05 NULL_IND           PIC S9(4) COMP OCCURS 7 TIMES.

       01  WS-SPANCARD-STATUS          PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
               88  BROWSE-DONE                VALUE 'Y'.

       01  WS-SPAN-CONTROL.
           05  WS-SPAN-LIMIT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-SPAN-LIMIT-EDIT       PIC ZZZ9.
           05  WS-SPAN-EDIT             PIC ZZZ9.

      ***********              ***********
      *   D E P T  R O W  H O S T  V A R I A B L E S               *
      *   ONE DSN8110.DEPT ROW JOINED TO ITS MGRNO EMP ROW, WHICH  *
      *   COMES BACK IN DCLEMP (ALL NULL WHEN THERE IS NO MATCH).  *
      ***********              ***********

       01  WS-DEPT-ROW.
           05  WS-DEPTNO                 PIC X(03).
           05  WS-DEPTNAME.
               49  WS-DEPTNAME-LEN       PIC S9(4) COMP.
               49  WS-DEPTNAME-TEXT      PIC X(36).
           05  WS-MGRNO                  PIC X(06).
           05  WS-ADMRDEPT               PIC X(03).
           05  WS-LOCATION               PIC X(16).

       01  WS-HEAD-ROW.
           05  WS-HEAD-WORKDEPT          PIC X(03).
           05  WS-HEAD-COUNT             PIC S9(9) COMP.

      ***********              ***********
      *   O R G A N I Z A T I O N  T A B L E                       *
      *   ONE ENTRY PER DSN8110.DEPT ROW (PLUS ONE PER EMP         *
      *   WORKDEPT MISSING FROM DEPT).  DIRECT IS THE DEPARTMENT'S *
      *   OWN STAFF; TOTAL ADDS EVERY DEPARTMENT BENEATH IT.  SPAN *
      *   IS THIS DEPARTMENT'S SHARE OF ITS MANAGER'S SPAN; MGR-   *
      *   SPAN IS THE MANAGER'S SPAN OVER EVERY DEPARTMENT THEY    *
      *   RUN.                                                     *
      ***********              ***********

       01  WS-ORG-TABLE.
           05  C-ORG-MAX                 PIC S9(4) COMP  VALUE +200.
           05  WS-ORG-COUNT              PIC S9(4) COMP  VALUE ZERO.
           05  WS-ORG-ENTRY  OCCURS 200 TIMES.
               10  WS-OT-DEPTNO          PIC X(03).
               10  WS-OT-DEPTNAME        PIC X(36).
               10  WS-OT-ADMRDEPT        PIC X(03).
               10  WS-OT-LOCATION        PIC X(16).
               10  WS-OT-MGRNO           PIC X(06).
               10  WS-OT-MGR-NAME        PIC X(20).
               10  WS-OT-MGR-JOB         PIC X(08).
               10  WS-OT-MGR-DEPT        PIC X(03).
               10  WS-OT-MGR-DEACT-DATE  PIC X(10).
               10  WS-OT-MGR-STATUS      PIC X(01).
                   88  OT-MGR-NONE              VALUE 'N'.
                   88  OT-MGR-ON-EMP            VALUE 'E'.
                   88  OT-MGR-MISSING           VALUE 'X'.
                   88  OT-MGR-DEACTIVATED       VALUE 'D'.
               10  WS-OT-TREE-STATUS     PIC X(01).
                   88  OT-IN-TREE               VALUE 'Y'.
                   88  OT-ADMR-MISSING          VALUE 'O'.
                   88  OT-NO-ROOT               VALUE 'L'.
                   88  OT-NOT-ON-DEPT           VALUE 'U'.
               10  WS-OT-DIRECT          PIC S9(08) COMP.
               10  WS-OT-TOTAL           PIC S9(08) COMP.
               10  WS-OT-SPAN            PIC S9(08) COMP.
               10  WS-OT-MGR-SPAN        PIC S9(08) COMP.

       01  WS-DEPT-LOOKUP.
           05  WS-LOOKUP-DEPT            PIC X(03)  VALUE SPACES.
           05  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-LOOKUP-FOUND              VALUE 'Y'.

       01  WS-MGR-NAME-WORK.
           05  WS-MGR-LAST               PIC X(15)  VALUE SPACES.
           05  WS-MGR-FIRST              PIC X(12)  VALUE SPACES.
           05  WS-MGR-NAME               PIC X(20)  VALUE SPACES.

      ***********              ***********
      *   A D M R D E P T  P A T H  W A L K  C O N T R O L         *
      *   THE WALK CLIMBS FROM A DEPARTMENT'S ADMRDEPT UP TO THE  *
      *   SELF-ADMINISTERING TOP DEPARTMENT, NOTING EACH ANCESTOR *
      *   ON THE WAY.  THE ANCESTORS, TOP FIRST, FOLLOWED BY THE  *
      *   DEPARTMENT ITSELF, ARE ITS SORT PATH; ITS DIRECT STAFF  *
      *   IS ADDED TO EVERY ANCESTOR'S TOTAL.  C-WALK-LEVEL-MAX   *
      *   GUARDS AGAINST A MISKEYED CIRCULAR HIERARCHY.           *
      ***********              ***********

       01  WS-WALK-CONTROL.
           05  C-WALK-LEVEL-MAX          PIC S9(4) COMP  VALUE +10.
           05  WS-WALK-LEVEL             PIC S9(4) COMP  VALUE ZERO.
           05  WS-WALK-DONE-SW           PIC X(01)  VALUE 'N'.
               88  WS-WALK-DONE                 VALUE 'Y'.
           05  WS-WALK-RESULT-SW         PIC X(01)  VALUE 'Y'.
               88  WALK-REACHED-TOP             VALUE 'Y'.
               88  WALK-ADMR-MISSING            VALUE 'O'.
               88  WALK-NO-TOP                  VALUE 'L'.
           05  WS-WALK-ANCESTOR  OCCURS 11 TIMES
                                         PIC S9(4) COMP.

       01  WS-SORT-PATH.
           05  WS-PATH-DEPTNO  OCCURS 11 TIMES
                                         PIC X(03).

      ***********              ***********
      *   E X C E P T I O N  T Y P E S                             *
      *   ONE ENTRY PER EXCEPTION TYPE, IN TYPE NUMBER ORDER, FOR  *
      *   THE SUMMARY; THE FLAG LINE ITSELF CARRIES THE DETAIL.    *
      ***********              ***********

       01  WS-FLAG-TYPE-VALUES.
           05  FILLER                   PIC X(40)  VALUE
               'NO MANAGER'.
           05  FILLER                   PIC X(40)  VALUE
               'MANAGER NOT ON DSN8110.EMP'.
           05  FILLER                   PIC X(40)  VALUE
               'MANAGER DEACTIVATED'.
           05  FILLER                   PIC X(40)  VALUE
               'MANAGER WORKDEPT IS ANOTHER DEPARTMENT'.
           05  FILLER                   PIC X(40)  VALUE
               'MANAGER SPAN OVER LIMIT'.
           05  FILLER                   PIC X(40)  VALUE
               'ADMRDEPT NOT ON DSN8110.DEPT'.
           05  FILLER                   PIC X(40)  VALUE
               'NO TOP DEPARTMENT WITHIN TEN LEVELS'.
           05  FILLER                   PIC X(40)  VALUE
               'WORKDEPT NOT ON DSN8110.DEPT'.

       01  WS-FLAG-TYPE-TABLE  REDEFINES  WS-FLAG-TYPE-VALUES.
           05  WS-FT-TEXT  OCCURS 8 TIMES
                                        PIC X(40).

       01  WS-FLAG-CONTROL.
           05  C-FLAG-TYPE-MAX          PIC S9(4) COMP  VALUE +8.
           05  WS-FLAG-TYPE             PIC S9(4) COMP  VALUE ZERO.
           05  WS-FLAG-TEXT             PIC X(50)  VALUE SPACES.
           05  C-FLAG-NO-MGR            PIC S9(4) COMP  VALUE +1.
           05  C-FLAG-MGR-MISSING       PIC S9(4) COMP  VALUE +2.
           05  C-FLAG-MGR-DEACT         PIC S9(4) COMP  VALUE +3.
           05  C-FLAG-MGR-OTHER-DEPT    PIC S9(4) COMP  VALUE +4.
           05  C-FLAG-SPAN              PIC S9(4) COMP  VALUE +5.
           05  C-FLAG-ADMR-MISSING      PIC S9(4) COMP  VALUE +6.
           05  C-FLAG-NO-TOP            PIC S9(4) COMP  VALUE +7.
           05  C-FLAG-NOT-ON-DEPT       PIC S9(4) COMP  VALUE +8.

      ****************************************************************
      *   * CURSOR FOR THE DEPARTMENT TABLE - EVERY DSN8110.DEPT    **
      *   * ROW JOINED TO THE EMP ROW OF ITS MANAGER.  NO EMP ROW   **
      *   * (NO MGRNO, OR A MGRNO NOT ON EMP) LEAVES THE MANAGER    **
      *   * COLUMNS NULL.                                           **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_ORG  CURSOR FOR

                     SELECT D.DEPTNO,
                            D.DEPTNAME,
                            D.MGRNO,
                            D.ADMRDEPT,
                            D.LOCATION,
                            M.EMPNO,
                            M.FIRSTNME,
                            M.LASTNAME,
                            M.JOB,
                            M.WORKDEPT
                     FROM DSN8110.DEPT D
                          LEFT OUTER JOIN DSN8110.EMP M
                            ON M.EMPNO  =  D.MGRNO
                     ORDER BY D.DEPTNO

                   END-EXEC.

      ****************************************************************
      *   * CURSOR FOR THE HEADCOUNTS - DSN8110.EMP STAFF PER       **
      *   * WORKDEPT.                                               **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_ORG  CURSOR FOR

                     SELECT WORKDEPT,
                            COUNT(*)
                     FROM DSN8110.EMP
                     WHERE WORKDEPT IS NOT NULL
                     GROUP BY WORKDEPT
                     ORDER BY WORKDEPT

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
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3585.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-EXCEPTION-RC   PIC S9(04) COMP VALUE +4.

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
           05  WS-TREE-PTR              PIC S9(4) COMP  VALUE ZERO.

       01  WS-PRINT-LINE                PIC X(80) VALUE SPACES.

       01  SUBSCRIPTS.
           05  W-DEPT-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-FOUND-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-ORG-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-CUR-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-CHILD-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-PATH-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-ANC-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-FLAG-SUB     PIC S9(4) COMP VALUE ZERO.

       01  ACCUMULATORS.
          05  A-DEPTS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPTS-PRINTED          PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPLOYEES              PIC S9(8) COMP  VALUE ZERO.
          05  A-EXCEPTIONS             PIC S9(8) COMP  VALUE ZERO.
          05  A-FLAG-COUNT             PIC S9(8) COMP  OCCURS 8 TIMES
                                                     VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1000-READ-SPAN-CARD.
           PERFORM P1100-GET-RUN-DATE.

           OPEN INPUT HIST-MASTER-FILE.

           IF  WS-MASTER-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P1200-LOAD-ORG-TABLE.
           PERFORM P1300-LOAD-HEADCOUNTS.
           PERFORM P1400-CHECK-MISSING-MANAGERS.

           CLOSE HIST-MASTER-FILE.

           PERFORM P0800-COMPUTE-SPANS.

           OPEN OUTPUT ORG-REPORT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SR-PATH
               INPUT PROCEDURE IS P2000-BUILD-TREE-PATHS
               OUTPUT PROCEDURE IS P3000-PRINT-ORG-CHART.

           PERFORM P4000-WRITE-EXCEPTION-SUMMARY.

           CLOSE ORG-REPORT-FILE.

           DISPLAY 'TOTAL DEPARTMENTS READ    '  A-DEPTS-READ.
           DISPLAY 'TOTAL DEPARTMENTS PRINTED '  A-DEPTS-PRINTED.
           DISPLAY 'TOTAL EMPLOYEES COUNTED   '  A-EMPLOYEES.
           DISPLAY 'TOTAL EXCEPTIONS FLAGGED  '  A-EXCEPTIONS.

           IF  A-EXCEPTIONS  >  ZERO
               MOVE C-EXCEPTION-RC  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   A DB2 RETURN CODE OTHER THAN DB2-OK OR DB2-END-OF-TABLE IS   *
      *   UNRECOVERABLE - CALL THE STANDARD SHOP ABEND ROUTINE SO     *
      *   OPERATIONS SEES A FAILED STEP INSTEAD OF A SHORT REPORT.     *
      ******************************************************************
       P9999-ABEND-DB2-ERROR.

           DISPLAY 'EMPORG - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPORG - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   HISTMSTR FAILED TO OPEN - ABEND HERE INSTEAD OF REPORTING    *
      *   EVERY DEACTIVATED MANAGER AS SIMPLY NOT ON EMP.              *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPORG - FILE OPEN FAILED - MASTER STATUS = '
                   WS-MASTER-STATUS.
           DISPLAY 'EMPORG - CALLING ' C-ABEND-PGM
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

           WRITE ORG-REPORT-RECORD  FROM  WS-PRINT-LINE.
           ADD 1  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   START A FRESH 60-LINE PAGE - TITLE WITH RUN DATE AND PAGE    *
      *   NUMBER, THEN THE TWO COLUMN HEADER LINES.                    *
      ******************************************************************
       P0160-START-NEW-PAGE.

           ADD 1  TO  WS-PAGE-NBR.

           MOVE WS-PAGE-NBR      TO  OTL-PAGE-NBR.
           MOVE C-CURR-DATE-YMD  TO  OTL-RUN-DATE.

           WRITE ORG-REPORT-RECORD  FROM  W-ORG-TITLE.
           WRITE ORG-REPORT-RECORD  FROM  W-ORG-HEADER1.
           WRITE ORG-REPORT-RECORD  FROM  W-ORG-HEADER2.

           MOVE 3  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   LOOK A DEPTNO UP IN THE ORGANIZATION TABLE.                  *
      ******************************************************************
       P0600-FIND-DEPT.

           MOVE 'N'     TO  WS-LOOKUP-FOUND-SW.
           MOVE ZERO    TO  W-FOUND-SUB.

           PERFORM P0610-SCAN-ORG-TABLE
               VARYING W-DEPT-SUB  FROM  1  BY  1
               UNTIL   W-DEPT-SUB  >  WS-ORG-COUNT
                  OR   WS-LOOKUP-FOUND.
      /
       P0610-SCAN-ORG-TABLE.

           IF  WS-OT-DEPTNO (W-DEPT-SUB)  =  WS-LOOKUP-DEPT
               MOVE 'Y'         TO  WS-LOOKUP-FOUND-SW
               MOVE W-DEPT-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      ******************************************************************
      *   AN EMP WORKDEPT THAT IS NOT ON DSN8110.DEPT STILL GETS AN    *
      *   ENTRY (WITH A FLAG NAME AND NO ADMRDEPT) SO ITS STAFF ARE    *
      *   NOT DROPPED FROM THE HEADCOUNTS.                             *
      ******************************************************************
       P0650-ADD-UNKNOWN-DEPT.

           IF  WS-ORG-COUNT  <  C-ORG-MAX
               ADD 1  TO  WS-ORG-COUNT
               MOVE WS-ORG-COUNT  TO  W-FOUND-SUB
               INITIALIZE WS-ORG-ENTRY (W-FOUND-SUB)
               MOVE WS-LOOKUP-DEPT
                   TO  WS-OT-DEPTNO (W-FOUND-SUB)
               MOVE '** NOT ON DSN8110.DEPT **'
                   TO  WS-OT-DEPTNAME (W-FOUND-SUB)
               SET OT-MGR-NONE (W-FOUND-SUB)     TO  TRUE
               SET OT-NOT-ON-DEPT (W-FOUND-SUB)  TO  TRUE
               MOVE 'Y'  TO  WS-LOOKUP-FOUND-SW
           ELSE
               DISPLAY 'EMPORG - ORG TABLE FULL - DEPT '
                       WS-LOOKUP-DEPT ' DROPPED FROM THE CHART'
           END-IF.
      /
      ******************************************************************
      *   S P A N  O F  C O N T R O L                                  *
      *   FIRST EACH DEPARTMENT'S SHARE - ITS STAFF LESS A MANAGER     *
      *   WHO WORKS IN IT, PLUS THE MANAGER OF EACH DEPARTMENT IT      *
      *   ADMINISTERS DIRECTLY WHEN THAT IS SOMEONE ELSE - THEN THE    *
      *   SHARES OF EVERY DEPARTMENT WITH THE SAME MGRNO ARE ADDED     *
      *   INTO EACH OF THEM.                                           *
      ******************************************************************
       P0800-COMPUTE-SPANS.

           PERFORM P0810-DEPT-SPAN
               VARYING W-ORG-SUB  FROM  1  BY  1
               UNTIL   W-ORG-SUB  >  WS-ORG-COUNT.

           PERFORM P0830-MANAGER-SPAN
               VARYING W-ORG-SUB  FROM  1  BY  1
               UNTIL   W-ORG-SUB  >  WS-ORG-COUNT.
      /
       P0810-DEPT-SPAN.

           MOVE WS-OT-DIRECT (W-ORG-SUB)  TO  WS-OT-SPAN (W-ORG-SUB).

           IF  OT-MGR-ON-EMP (W-ORG-SUB)
               AND  WS-OT-MGR-DEPT (W-ORG-SUB)  =
                    WS-OT-DEPTNO (W-ORG-SUB)
               AND  WS-OT-SPAN (W-ORG-SUB)  >  ZERO
               SUBTRACT 1  FROM  WS-OT-SPAN (W-ORG-SUB)
           END-IF.

           PERFORM P0820-ADD-CHILD-MANAGER
               VARYING W-CHILD-SUB  FROM  1  BY  1
               UNTIL   W-CHILD-SUB  >  WS-ORG-COUNT.
      /
       P0820-ADD-CHILD-MANAGER.

           IF  W-CHILD-SUB  NOT =  W-ORG-SUB
               AND  WS-OT-ADMRDEPT (W-CHILD-SUB)  =
                    WS-OT-DEPTNO (W-ORG-SUB)
               AND  WS-OT-MGRNO (W-CHILD-SUB)  NOT =  SPACES
               AND  WS-OT-MGRNO (W-CHILD-SUB)  NOT =
                    WS-OT-MGRNO (W-ORG-SUB)
               ADD 1  TO  WS-OT-SPAN (W-ORG-SUB)
           END-IF.
      /
       P0830-MANAGER-SPAN.

           MOVE ZERO  TO  WS-OT-MGR-SPAN (W-ORG-SUB).

           IF  WS-OT-MGRNO (W-ORG-SUB)  NOT =  SPACES
               PERFORM P0840-ADD-SAME-MANAGER
                   VARYING W-CHILD-SUB  FROM  1  BY  1
                   UNTIL   W-CHILD-SUB  >  WS-ORG-COUNT
           END-IF.
      /
       P0840-ADD-SAME-MANAGER.

           IF  WS-OT-MGRNO (W-CHILD-SUB)  =  WS-OT-MGRNO (W-ORG-SUB)
               ADD WS-OT-SPAN (W-CHILD-SUB)
                   TO  WS-OT-MGR-SPAN (W-ORG-SUB)
           END-IF.
      /
      ******************************************************************
      *     R E A D  T H E  S P A N  O F  C O N T R O L  C A R D       *
      ******************************************************************
       P1000-READ-SPAN-CARD.

           OPEN INPUT SPAN-CARD-FILE.

           IF  WS-SPANCARD-STATUS  =  '00'
               READ SPAN-CARD-FILE
                   AT END
                       NEXT SENTENCE
                   NOT AT END
                       PERFORM P1010-APPLY-SPAN-CARD
               END-READ
               CLOSE SPAN-CARD-FILE
           ELSE
               DISPLAY 'EMPORG - NO SPAN CARD SUPPLIED'
               DISPLAY 'EMPORG - SPANS WILL NOT BE FLAGGED'.
      /
      ******************************************************************
      *   A ZERO OR NON-NUMERIC LIMIT LEAVES SPANS UNCHECKED.          *
      ******************************************************************
       P1010-APPLY-SPAN-CARD.

           IF  SP-SPAN-LIMIT  NUMERIC  AND  SP-SPAN-LIMIT  >  ZERO
               MOVE SP-SPAN-LIMIT  TO  WS-SPAN-LIMIT
           ELSE
               DISPLAY 'EMPORG - SPAN LIMIT ' SP-SPAN-LIMIT
                       ' NOT USABLE - SPANS WILL NOT BE FLAGGED'
           END-IF.
      /
      ******************************************************************
      *   TAKE THE RUN DATE FROM DB2 ONCE AT START OF RUN FOR THE      *
      *   REPORT TITLE LINE.                                           *
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
      *   L O A D  T H E  O R G A N I Z A T I O N  T A B L E           *
      *   FETCH EVERY DSN8110.DEPT ROW WITH ITS MANAGER BEFORE THE     *
      *   HEADCOUNTS ARE TAKEN.                                        *
      ******************************************************************
       P1200-LOAD-ORG-TABLE.

           PERFORM P5100-OPEN-DEPT-ORG.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5120-FETCH-DEPT-ORG
               PERFORM P1210-STORE-ORG-ENTRY UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5110-CLOSE-DEPT-ORG
           ELSE
               NEXT SENTENCE
           END-IF.
      /
      ******************************************************************
      *   STORE ONE DEPT ROW AND ITS MANAGER, FETCH THE NEXT.  A NULL  *
      *   MGRNO IS NO MANAGER; A MGRNO WITH NO EMP ROW IS MISSING      *
      *   UNTIL P1400 FINDS IT DEACTIVATED ON HISTMSTR.                *
      ******************************************************************
       P1210-STORE-ORG-ENTRY.

           IF  WS-ORG-COUNT  <  C-ORG-MAX
               ADD 1  TO  WS-ORG-COUNT
               MOVE WS-ORG-COUNT  TO  W-FOUND-SUB
               INITIALIZE WS-ORG-ENTRY (W-FOUND-SUB)
               SET OT-IN-TREE (W-FOUND-SUB)  TO  TRUE
               MOVE WS-DEPTNO
                   TO  WS-OT-DEPTNO (W-FOUND-SUB)
               IF  WS-DEPTNAME-LEN  >  ZERO
                   MOVE WS-DEPTNAME-TEXT(1:WS-DEPTNAME-LEN)
                       TO  WS-OT-DEPTNAME (W-FOUND-SUB)
               ELSE
                   MOVE SPACES
                       TO  WS-OT-DEPTNAME (W-FOUND-SUB)
               END-IF
               MOVE WS-ADMRDEPT
                   TO  WS-OT-ADMRDEPT (W-FOUND-SUB)
               MOVE WS-LOCATION
                   TO  WS-OT-LOCATION (W-FOUND-SUB)
               MOVE WS-MGRNO
                   TO  WS-OT-MGRNO (W-FOUND-SUB)
               PERFORM P1220-STORE-MANAGER
           ELSE
               DISPLAY 'EMPORG - ORG TABLE FULL - DEPT '
                       WS-DEPTNO ' DROPPED FROM THE CHART'
           END-IF.

           PERFORM P5120-FETCH-DEPT-ORG.
      /
       P1220-STORE-MANAGER.

           EVALUATE TRUE
               WHEN WS-MGRNO  =  SPACES
                   SET OT-MGR-NONE (W-FOUND-SUB)     TO  TRUE
               WHEN NULL_IND(3)  <  ZERO
                   SET OT-MGR-MISSING (W-FOUND-SUB)  TO  TRUE
               WHEN OTHER
                   SET OT-MGR-ON-EMP (W-FOUND-SUB)   TO  TRUE
                   MOVE SPACES  TO  WS-MGR-LAST
                                    WS-MGR-FIRST
                   IF  NULL_IND(5)  NOT <  ZERO
                       AND  LASTNAME-LEN  >  ZERO
                       MOVE LASTNAME-TEXT(1:LASTNAME-LEN)
                           TO  WS-MGR-LAST
                   END-IF
                   IF  NULL_IND(4)  NOT <  ZERO
                       AND  FIRSTNME-LEN  >  ZERO
                       MOVE FIRSTNME-TEXT(1:FIRSTNME-LEN)
                           TO  WS-MGR-FIRST
                   END-IF
                   PERFORM P1230-FORMAT-MGR-NAME
                   MOVE WS-MGR-NAME  TO  WS-OT-MGR-NAME (W-FOUND-SUB)
                   MOVE JOB          TO  WS-OT-MGR-JOB (W-FOUND-SUB)
                   MOVE WORKDEPT     TO  WS-OT-MGR-DEPT (W-FOUND-SUB)
           END-EVALUATE.
      /
      ******************************************************************
      *   'LASTNAME, FIRSTNME' CUT TO THE 20 BYTES THE LINE HOLDS.     *
      ******************************************************************
       P1230-FORMAT-MGR-NAME.

           MOVE SPACES  TO  WS-MGR-NAME.

           STRING WS-MGR-LAST   DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  WS-MGR-FIRST  DELIMITED BY '  '
               INTO WS-MGR-NAME
           END-STRING.
      /
      ******************************************************************
      *   L O A D  T H E  H E A D C O U N T S                          *
      *   EACH WORKDEPT'S STAFF GOES ON ITS TABLE ENTRY; A WORKDEPT    *
      *   NOT ON DSN8110.DEPT GETS AN ENTRY OF ITS OWN.                *
      ******************************************************************
       P1300-LOAD-HEADCOUNTS.

           PERFORM P5000-OPEN-EMP-ORG.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5020-FETCH-EMP-ORG
               PERFORM P1310-STORE-HEADCOUNT UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5010-CLOSE-EMP-ORG
           ELSE
               NEXT SENTENCE
           END-IF.
      /
       P1310-STORE-HEADCOUNT.

           MOVE WS-HEAD-WORKDEPT  TO  WS-LOOKUP-DEPT.
           PERFORM P0600-FIND-DEPT.

           IF  NOT WS-LOOKUP-FOUND
               PERFORM P0650-ADD-UNKNOWN-DEPT
           END-IF.

           IF  WS-LOOKUP-FOUND
               MOVE WS-HEAD-COUNT  TO  WS-OT-DIRECT (W-FOUND-SUB)
           END-IF.

           ADD WS-HEAD-COUNT  TO  A-EMPLOYEES.

           PERFORM P5020-FETCH-EMP-ORG.
      /
      ******************************************************************
      *   A MGRNO WITH NO EMP ROW IS LOOKED UP ON HISTMSTR.  IF ITS    *
      *   LAST CHANGE WAS A DEACTIVATION THE MANAGER WAS DEACTIVATED   *
      *   AND THE BEFORE-IMAGE STILL GIVES THE NAME AND JOB.           *
      ******************************************************************
       P1400-CHECK-MISSING-MANAGERS.

           PERFORM P1410-CHECK-ONE-MANAGER
               VARYING W-ORG-SUB  FROM  1  BY  1
               UNTIL   W-ORG-SUB  >  WS-ORG-COUNT.
      /
       P1410-CHECK-ONE-MANAGER.

           IF  OT-MGR-MISSING (W-ORG-SUB)
               PERFORM P1420-BROWSE-HISTORY
           END-IF.
      /
      ******************************************************************
      *   POSITION THE MASTER AT THE FIRST RECORD OF THE MGRNO AND     *
      *   READ FORWARD UNTIL THE KEY LEAVES IT; THE LAST RECORD READ   *
      *   IS THE MANAGER'S LATEST CHANGE.                              *
      ******************************************************************
       P1420-BROWSE-HISTORY.

           MOVE 'N'                      TO  WS-BROWSE-DONE-SW.
           MOVE SPACES                   TO  HM-KEY.
           MOVE WS-OT-MGRNO (W-ORG-SUB)  TO  HM-EMP-NBR.

           START HIST-MASTER-FILE
               KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   SET BROWSE-DONE  TO  TRUE
           END-START.

           PERFORM P1430-READ-NEXT-HISTORY
               UNTIL BROWSE-DONE.
      /
       P1430-READ-NEXT-HISTORY.

           READ HIST-MASTER-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE  TO  TRUE
               NOT AT END
                   IF  HM-EMP-NBR  NOT =  WS-OT-MGRNO (W-ORG-SUB)
                       SET BROWSE-DONE  TO  TRUE
                   ELSE
                       PERFORM P1440-NOTE-MANAGER-HISTORY
                   END-IF
           END-READ.
      /
       P1440-NOTE-MANAGER-HISTORY.

           IF  HM-ACTION-CODE  =  'D'
               SET OT-MGR-DEACTIVATED (W-ORG-SUB)  TO  TRUE
               MOVE HM-RUN-DATE
                   TO  WS-OT-MGR-DEACT-DATE (W-ORG-SUB)
               MOVE HM-BEF-LAST-NAME   TO  WS-MGR-LAST
               MOVE HM-BEF-FIRST-NAME  TO  WS-MGR-FIRST
               PERFORM P1230-FORMAT-MGR-NAME
               MOVE WS-MGR-NAME      TO  WS-OT-MGR-NAME (W-ORG-SUB)
               MOVE HM-BEF-JOB-CODE  TO  WS-OT-MGR-JOB (W-ORG-SUB)
               MOVE HM-BEF-WORK-DEPT TO  WS-OT-MGR-DEPT (W-ORG-SUB)
           ELSE
               SET OT-MGR-MISSING (W-ORG-SUB)  TO  TRUE
               MOVE SPACES  TO  WS-OT-MGR-NAME (W-ORG-SUB)
                                WS-OT-MGR-JOB (W-ORG-SUB)
                                WS-OT-MGR-DEPT (W-ORG-SUB)
                                WS-OT-MGR-DEACT-DATE (W-ORG-SUB)
           END-IF.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - CLIMB EACH DEPARTMENT'S ADMRDEPT      *
      *   CHAIN, ADD ITS STAFF TO EVERY ANCESTOR'S TOTAL AND RELEASE   *
      *   IT UNDER ITS PATH FROM THE TOP DEPARTMENT DOWN.              *
      ******************************************************************
       P2000-BUILD-TREE-PATHS.

           PERFORM P2010-SEED-TOTAL
               VARYING W-ORG-SUB  FROM  1  BY  1
               UNTIL   W-ORG-SUB  >  WS-ORG-COUNT.

           PERFORM P2100-PLACE-ONE-DEPT
               VARYING W-ORG-SUB  FROM  1  BY  1
               UNTIL   W-ORG-SUB  >  WS-ORG-COUNT.
      /
       P2010-SEED-TOTAL.

           MOVE WS-OT-DIRECT (W-ORG-SUB)  TO  WS-OT-TOTAL (W-ORG-SUB).
      /
       P2100-PLACE-ONE-DEPT.

           MOVE 'N'        TO  WS-WALK-DONE-SW.
           MOVE 'Y'        TO  WS-WALK-RESULT-SW.
           MOVE ZERO       TO  WS-WALK-LEVEL.
           MOVE W-ORG-SUB  TO  W-CUR-SUB.

           PERFORM P2110-CLIMB-ONE-LEVEL
               UNTIL WS-WALK-DONE.

           IF  WALK-NO-TOP
               MOVE ZERO  TO  WS-WALK-LEVEL
               SET OT-NO-ROOT (W-ORG-SUB)  TO  TRUE
           END-IF.

           IF  WALK-ADMR-MISSING
               AND  W-CUR-SUB  =  W-ORG-SUB
               SET OT-ADMR-MISSING (W-ORG-SUB)  TO  TRUE
           END-IF.

           PERFORM P2120-ADD-TO-ANCESTOR
               VARYING W-PATH-SUB  FROM  1  BY  1
               UNTIL   W-PATH-SUB  >  WS-WALK-LEVEL.

           MOVE SPACES  TO  WS-SORT-PATH.

           PERFORM P2130-SET-PATH-ENTRY
               VARYING W-PATH-SUB  FROM  1  BY  1
               UNTIL   W-PATH-SUB  >  WS-WALK-LEVEL.

           COMPUTE W-PATH-SUB  =  WS-WALK-LEVEL  +  1.
           MOVE WS-OT-DEPTNO (W-ORG-SUB)
               TO  WS-PATH-DEPTNO (W-PATH-SUB).

           MOVE WS-SORT-PATH   TO  SR-PATH.
           MOVE WS-WALK-LEVEL  TO  SR-LEVEL.
           MOVE W-ORG-SUB      TO  SR-DEPT-SUB.

           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   ONE STEP UP FROM THE DEPARTMENT AT W-CUR-SUB.  A SELF-       *
      *   ADMINISTERING OR BLANK ADMRDEPT IS THE TOP; AN ADMRDEPT NOT  *
      *   IN THE TABLE MAKES W-CUR-SUB THE TOP OF AN ORPHANED BRANCH.  *
      ******************************************************************
       P2110-CLIMB-ONE-LEVEL.

           IF  WS-OT-ADMRDEPT (W-CUR-SUB)  =  SPACES
               OR  WS-OT-ADMRDEPT (W-CUR-SUB)  =
                   WS-OT-DEPTNO (W-CUR-SUB)
               MOVE 'Y'  TO  WS-WALK-DONE-SW
           ELSE
               MOVE WS-OT-ADMRDEPT (W-CUR-SUB)  TO  WS-LOOKUP-DEPT
               PERFORM P0600-FIND-DEPT
               IF  NOT WS-LOOKUP-FOUND
                   SET WALK-ADMR-MISSING  TO  TRUE
                   MOVE 'Y'  TO  WS-WALK-DONE-SW
               ELSE
                   ADD 1  TO  WS-WALK-LEVEL
                   IF  WS-WALK-LEVEL  >  C-WALK-LEVEL-MAX
                       SET WALK-NO-TOP  TO  TRUE
                       MOVE 'Y'  TO  WS-WALK-DONE-SW
                   ELSE
                       MOVE W-FOUND-SUB
                           TO  WS-WALK-ANCESTOR (WS-WALK-LEVEL)
                       MOVE W-FOUND-SUB  TO  W-CUR-SUB
                   END-IF
               END-IF
           END-IF.
      /
       P2120-ADD-TO-ANCESTOR.

           MOVE WS-WALK-ANCESTOR (W-PATH-SUB)  TO  W-ANC-SUB.

           ADD WS-OT-DIRECT (W-ORG-SUB)  TO  WS-OT-TOTAL (W-ANC-SUB).
      /
      ******************************************************************
      *   THE ANCESTORS WERE NOTED BOTTOM UP; THE PATH RUNS TOP DOWN.  *
      ******************************************************************
       P2130-SET-PATH-ENTRY.

           COMPUTE W-ANC-SUB  =  WS-WALK-LEVEL  -  W-PATH-SUB  +  1.

           MOVE WS-WALK-ANCESTOR (W-ANC-SUB)  TO  W-CUR-SUB.
           MOVE WS-OT-DEPTNO (W-CUR-SUB)
               TO  WS-PATH-DEPTNO (W-PATH-SUB).
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - PRINT THE DEPARTMENTS IN TREE ORDER  *
      ******************************************************************
       P3000-PRINT-ORG-CHART.

           PERFORM P3100-RETURN-DEPT.
           PERFORM P3200-PRINT-DEPT
               UNTIL END-OF-SORTED.
      /
       P3100-RETURN-DEPT.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED  TO  TRUE
           END-RETURN.
      /
      ******************************************************************
      *   ONE DEPARTMENT - THE INDENTED DEPARTMENT LINE, THE MANAGER   *
      *   LINE, THEN A FLAG LINE PER EXCEPTION.                        *
      ******************************************************************
       P3200-PRINT-DEPT.

           MOVE SR-DEPT-SUB  TO  W-ORG-SUB.

           MOVE SPACES  TO  ODL-TREE.
           COMPUTE WS-TREE-PTR  =  SR-LEVEL  *  2  +  1.

           STRING WS-OT-DEPTNO (W-ORG-SUB)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-OT-DEPTNAME (W-ORG-SUB)  DELIMITED BY SIZE
               INTO ODL-TREE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           MOVE WS-OT-DIRECT (W-ORG-SUB)  TO  ODL-DIRECT.
           MOVE WS-OT-TOTAL (W-ORG-SUB)   TO  ODL-TOTAL.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ORG-DEPT-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           MOVE WS-OT-LOCATION (W-ORG-SUB)  TO  OML-LOCATION.
           MOVE WS-OT-MGRNO (W-ORG-SUB)     TO  OML-MGRNO.
           MOVE WS-OT-MGR-NAME (W-ORG-SUB)  TO  OML-MGR-NAME.
           MOVE WS-OT-MGR-JOB (W-ORG-SUB)   TO  OML-MGR-JOB.
           MOVE WS-OT-MGR-SPAN (W-ORG-SUB)  TO  OML-SPAN.

           IF  NOT OT-NOT-ON-DEPT (W-ORG-SUB)
               MOVE W-ORG-MGR-LINE  TO  WS-PRINT-LINE
               PERFORM P0150-WRITE-REPORT-LINE
           END-IF.

           PERFORM P3300-FLAG-TREE-POSITION.
           PERFORM P3400-FLAG-MANAGER.

           ADD 1  TO  A-DEPTS-PRINTED.

           PERFORM P3100-RETURN-DEPT.
      /
      ******************************************************************
      *   DEPARTMENTS PRINTED AT THE TOP THAT ARE NOT REALLY TOP       *
      *   DEPARTMENTS.                                                 *
      ******************************************************************
       P3300-FLAG-TREE-POSITION.

           EVALUATE TRUE
               WHEN OT-NOT-ON-DEPT (W-ORG-SUB)
                   MOVE C-FLAG-NOT-ON-DEPT  TO  WS-FLAG-TYPE
                   MOVE 'WORKDEPT WITH STAFF NOT ON DSN8110.DEPT'
                                            TO  WS-FLAG-TEXT
                   PERFORM P3900-WRITE-FLAG
               WHEN OT-ADMR-MISSING (W-ORG-SUB)
                   MOVE C-FLAG-ADMR-MISSING  TO  WS-FLAG-TYPE
                   MOVE SPACES               TO  WS-FLAG-TEXT
                   STRING 'ADMRDEPT '        DELIMITED BY SIZE
                          WS-OT-ADMRDEPT (W-ORG-SUB)
                                             DELIMITED BY SIZE
                          ' NOT ON DSN8110.DEPT'
                                             DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM P3900-WRITE-FLAG
               WHEN OT-NO-ROOT (W-ORG-SUB)
                   MOVE C-FLAG-NO-TOP  TO  WS-FLAG-TYPE
                   MOVE 'ADMRDEPT CHAIN REACHES NO TOP IN TEN LEVELS'
                                       TO  WS-FLAG-TEXT
                   PERFORM P3900-WRITE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      /
      ******************************************************************
      *   MANAGER EXCEPTIONS.  A WORKDEPT NOT ON DSN8110.DEPT HAS NO   *
      *   MGRNO TO CHECK AND IS ALREADY FLAGGED.                       *
      ******************************************************************
       P3400-FLAG-MANAGER.

           IF  OT-NOT-ON-DEPT (W-ORG-SUB)
               NEXT SENTENCE
           ELSE
               PERFORM P3410-FLAG-MANAGER-STATUS
               PERFORM P3420-FLAG-MANAGER-DEPT
               PERFORM P3430-FLAG-MANAGER-SPAN.
      /
       P3410-FLAG-MANAGER-STATUS.

           EVALUATE TRUE
               WHEN OT-MGR-NONE (W-ORG-SUB)
                   MOVE C-FLAG-NO-MGR  TO  WS-FLAG-TYPE
                   MOVE 'NO MANAGER - MGRNO IS NULL'
                                       TO  WS-FLAG-TEXT
                   PERFORM P3900-WRITE-FLAG
               WHEN OT-MGR-MISSING (W-ORG-SUB)
                   MOVE C-FLAG-MGR-MISSING  TO  WS-FLAG-TYPE
                   MOVE SPACES              TO  WS-FLAG-TEXT
                   STRING 'MANAGER '        DELIMITED BY SIZE
                          WS-OT-MGRNO (W-ORG-SUB)
                                            DELIMITED BY SIZE
                          ' NOT ON DSN8110.EMP'
                                            DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM P3900-WRITE-FLAG
               WHEN OT-MGR-DEACTIVATED (W-ORG-SUB)
                   MOVE C-FLAG-MGR-DEACT  TO  WS-FLAG-TYPE
                   MOVE SPACES            TO  WS-FLAG-TEXT
                   STRING 'MANAGER '      DELIMITED BY SIZE
                          WS-OT-MGRNO (W-ORG-SUB)
                                          DELIMITED BY SIZE
                          ' DEACTIVATED ' DELIMITED BY SIZE
                          WS-OT-MGR-DEACT-DATE (W-ORG-SUB)
                                          DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM P3900-WRITE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      /
      ******************************************************************
      *   A MANAGER ON EMP WHOSE OWN WORKDEPT IS ANOTHER DEPARTMENT.   *
      ******************************************************************
       P3420-FLAG-MANAGER-DEPT.

           IF  OT-MGR-ON-EMP (W-ORG-SUB)
               AND  WS-OT-MGR-DEPT (W-ORG-SUB)  NOT =
                    WS-OT-DEPTNO (W-ORG-SUB)
               MOVE C-FLAG-MGR-OTHER-DEPT  TO  WS-FLAG-TYPE
               MOVE SPACES                 TO  WS-FLAG-TEXT
               STRING 'MANAGER WORKDEPT IS '  DELIMITED BY SIZE
                      WS-OT-MGR-DEPT (W-ORG-SUB)
                                              DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
               IF  WS-OT-MGR-DEPT (W-ORG-SUB)  =  SPACES
                   MOVE 'MANAGER WORKDEPT IS NULL'  TO  WS-FLAG-TEXT
               END-IF
               PERFORM P3900-WRITE-FLAG
           END-IF.
      /
      ******************************************************************
      *   SPAN OVER THE SPANCARD LIMIT (NOT CHECKED WITHOUT A LIMIT).  *
      ******************************************************************
       P3430-FLAG-MANAGER-SPAN.

           IF  WS-SPAN-LIMIT  >  ZERO
               AND  WS-OT-MGRNO (W-ORG-SUB)  NOT =  SPACES
               AND  WS-OT-MGR-SPAN (W-ORG-SUB)  >  WS-SPAN-LIMIT
               MOVE C-FLAG-SPAN  TO  WS-FLAG-TYPE
               MOVE WS-OT-MGR-SPAN (W-ORG-SUB)  TO  WS-SPAN-EDIT
               MOVE WS-SPAN-LIMIT                TO  WS-SPAN-LIMIT-EDIT
               MOVE SPACES       TO  WS-FLAG-TEXT
               STRING 'MANAGER SPAN '      DELIMITED BY SIZE
                      WS-SPAN-EDIT         DELIMITED BY SIZE
                      ' OVER LIMIT '       DELIMITED BY SIZE
                      WS-SPAN-LIMIT-EDIT   DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
               PERFORM P3900-WRITE-FLAG
           END-IF.
      /
      ******************************************************************
      *   WRITE ONE FLAG LINE AND COUNT IT UNDER ITS TYPE.             *
      ******************************************************************
       P3900-WRITE-FLAG.

           MOVE WS-FLAG-TEXT  TO  OFL-TEXT.
           MOVE W-ORG-FLAG-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           ADD 1  TO  A-EXCEPTIONS.
           ADD 1  TO  A-FLAG-COUNT (WS-FLAG-TYPE).
      /
      ******************************************************************
      *   W R I T E  T H E  E X C E P T I O N  S U M M A R Y           *
      *   ONE LINE PER EXCEPTION TYPE, THEN DEPARTMENTS, EMPLOYEES     *
      *   AND THE SPAN LIMIT USED.                                     *
      ******************************************************************
       P4000-WRITE-EXCEPTION-SUMMARY.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ORG-SUMM-HEADER  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           PERFORM P4100-WRITE-FLAG-TYPE-LINE
               VARYING W-FLAG-SUB  FROM  1  BY  1
               UNTIL   W-FLAG-SUB  >  C-FLAG-TYPE-MAX.

           MOVE A-DEPTS-PRINTED  TO  OST-DEPTS.
           MOVE A-EMPLOYEES      TO  OST-EMPLOYEES.

           IF  WS-SPAN-LIMIT  >  ZERO
               MOVE WS-SPAN-LIMIT       TO  WS-SPAN-LIMIT-EDIT
               MOVE WS-SPAN-LIMIT-EDIT  TO  OST-SPAN-LIMIT
           ELSE
               MOVE 'NONE'              TO  OST-SPAN-LIMIT
           END-IF.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ORG-SUMM-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
       P4100-WRITE-FLAG-TYPE-LINE.

           MOVE WS-FT-TEXT (W-FLAG-SUB)     TO  OSL-TEXT.
           MOVE A-FLAG-COUNT (W-FLAG-SUB)   TO  OSL-COUNT.

           MOVE W-ORG-SUMM-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *          O P E N  E M P  O R G  C U R S O R                    *
      ******************************************************************
       P5000-OPEN-EMP-ORG.

             EXEC SQL
               OPEN EMP_ORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP ORG'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-ORG'.
      /
      ******************************************************************
      *        C L O S E  E M P  O R G  C U R S O R                    *
      ******************************************************************
       P5010-CLOSE-EMP-ORG.

             EXEC SQL
               CLOSE EMP_ORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-ORG'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  E M P  O R G  D A T A                      *
      ******************************************************************
       P5020-FETCH-EMP-ORG.

           INITIALIZE WS-HEAD-ROW.

           EXEC SQL
              FETCH EMP_ORG

              INTO  :WS-HEAD-WORKDEPT,
                    :WS-HEAD-COUNT

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  NEXT SENTENCE
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE WS-HEAD-ROW
                  ELSE
                      PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *          O P E N  D E P T  O R G  C U R S O R                  *
      ******************************************************************
       P5100-OPEN-DEPT-ORG.

             EXEC SQL
               OPEN DEPT_ORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT ORG'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5100-OPEN-DEPT-ORG'.
      /
      ******************************************************************
      *        C L O S E  D E P T  O R G  C U R S O R                  *
      ******************************************************************
       P5110-CLOSE-DEPT-ORG.

             EXEC SQL
               CLOSE DEPT_ORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5110-CLOSE-DEPT-ORG'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  D E P T  O R G  D A T A                    *
      *   A NULL MGRNO OR LOCATION COMES BACK AS SPACES.               *
      ******************************************************************
       P5120-FETCH-DEPT-ORG.

           INITIALIZE WS-DEPT-ROW
                      DCLEMP.

           EXEC SQL
              FETCH DEPT_ORG

              INTO  :WS-DEPTNO,
                    :WS-DEPTNAME,
                    :WS-MGRNO          INDICATOR :NULL_IND(1),
                    :WS-ADMRDEPT,
                    :WS-LOCATION       INDICATOR :NULL_IND(2),
                    :DCLEMP.EMPNO      INDICATOR :NULL_IND(3),
                    :DCLEMP.FIRSTNME   INDICATOR :NULL_IND(4),
                    :DCLEMP.LASTNAME   INDICATOR :NULL_IND(5),
                    :DCLEMP.JOB        INDICATOR :NULL_IND(6),
                    :DCLEMP.WORKDEPT   INDICATOR :NULL_IND(7)

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  ADD 1  TO  A-DEPTS-READ
                  PERFORM P5130-CLEAR-NULL-COLUMNS
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE WS-DEPT-ROW
                  ELSE
                      PERFORM P9999-ABEND-DB2-ERROR.
      /
       P5130-CLEAR-NULL-COLUMNS.

           IF  NULL_IND(1)  <  ZERO
               MOVE SPACES  TO  WS-MGRNO
           END-IF.

           IF  NULL_IND(2)  <  ZERO
               MOVE SPACES  TO  WS-LOCATION
           END-IF.

           IF  NULL_IND(6)  <  ZERO
               MOVE SPACES  TO  JOB
           END-IF.

           IF  NULL_IND(7)  <  ZERO
               MOVE SPACES  TO  WORKDEPT
           END-IF.
      /

      *
