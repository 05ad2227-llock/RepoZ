      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASOF.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    AS-OF-DATE EMPLOYEE RECONSTRUCTION.  ANSWERS "WHAT WAS THIS
      *    PERSON'S DEPARTMENT AND SALARY ON THAT DATE" AND "WHO WAS
      *    IN THAT DEPARTMENT ON THAT DATE" FROM A CARD OF AN AS-OF
      *    DATE PLUS EMPNOS AND/OR A WORKDEPT.  EVERY EMPNO ON
      *    DSN8110.EMP OR THE CHANGE-HISTORY MASTER IS REBUILT AS IT
      *    STOOD AT THE CLOSE OF THE AS-OF DATE: START FROM THE
      *    CURRENT DSN8110.EMP ROW AND ROLL BACK EVERY CHANGE KEYED
      *    AFTER THE DATE.  EACH HISTMSTR BEFORE-IMAGE IS THE WHOLE
      *    ROW AS THE PREVIOUS CHANGE LEFT IT, SO THE ROLLBACK LANDS
      *    ON THE BEFORE-IMAGE OF THE EARLIEST CHANGE AFTER THE DATE
      *    (AN 'A' THERE MEANS THE EMPLOYEE WAS NOT YET ON FILE).  AN
      *    EMPLOYEE DEACTIVATED SINCE THE DATE EXISTS ONLY ON THE
      *    MASTER AND IS REBUILT THE SAME WAY.  THE REBUILT ROSTER IS
      *    PRINTED BY WORKDEPT WITH DEPARTMENT SUBTOTALS IN THE
      *    RPTO0010 LAYOUT, THEN EVERY CARD EMPNO OR WORKDEPT THAT DID
      *    NOT MAKE THE ROSTER AND WHY.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  ASOFCARD - ONE OR MORE REQUEST CARDS - AS-OF
      *                           DATE 'YYYY-MM-DD' IN BYTES 1-10,
      *                           A WORKDEPT IN BYTES 12-14 AND UP
      *                           TO NINE EMPNOS FROM BYTE 16 (SIX
      *                           BYTES EACH, ONE BLANK BETWEEN).
      *                           THE DATE MAY BE LEFT BLANK AFTER
      *                           THE FIRST CARD.
      *                HISTMSTR - THE CHANGE-HISTORY MASTER (VSAM
      *                           KSDS, READ ONLY)
      *
      *  OUTPUT FILES: ASOF0010 - THE AS-OF ROSTER
      *
      *  COPY MEMBERS: EMPHREC, ASOFRPT
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
      *             WHEN BOTH DSN8110.EMP AND THE MASTER ARE EXHAUSTED
      *
      *      ABNORMAL:
      *             NO USABLE REQUEST CARD (SEE P9997), AN INPUT FAILS
      *             TO OPEN (SEE P9998), OR A DB2 RETURN CODE DB2CBLEX
      *             WOULD ALSO TREAT AS FATAL (SEE P9999)
      *
      *    RETURN CODES:
      *             0 - EVERY REQUEST IS ON THE ROSTER
      *             4 - A CARD WAS SKIPPED, A REQUEST TABLE FILLED,
      *                 OR A CARD EMPNO/WORKDEPT IS NOT ON THE ROSTER
      *
      *    SPECIAL LOGIC:  DSN8110.EMP (IN EMPNO ORDER) AND THE MASTER
      *                    (KEYED EMPNO FIRST) ARE MATCHED IN ONE
      *                    SEQUENTIAL PASS, SO A WORKDEPT REQUEST ALSO
      *                    FINDS EMPLOYEES WHO HAVE TRANSFERRED OUT OR
      *                    LEFT SINCE THE DATE.  A ROW LOADED STRAIGHT
      *                    INTO DB2 WITH NO 'A' ON THE MASTER COUNTS
      *                    AS NOT YET HIRED WHEN ITS HIREDATE FALLS
      *                    AFTER THE DATE.  A CHANGE KEYED ON THE
      *                    AS-OF DATE ITSELF IS IN EFFECT ON THAT DATE.
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

           SELECT ASOF-CARD-FILE      ASSIGN TO ASOFCARD
               FILE STATUS IS WS-ASOFCARD-STATUS.

           SELECT HIST-MASTER-FILE    ASSIGN TO HISTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ASOF-REPORT-FILE    ASSIGN TO ASOF0010.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  ASOF-CARD-FILE                     DDNAME - ASOFCARD    *
      *        AS-OF DATE, OPTIONAL WORKDEPT AND UP TO NINE EMPNOS     *
      *        PER CARD.  BLANK EMPNO ENTRIES ARE SKIPPED.             *
      ******************************************************************

       FD  ASOF-CARD-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASOF-CARD-RECORD.

       01  ASOF-CARD-RECORD.
           05  AC-ASOF-DATE.
               10  AC-ASOF-YYYY         PIC X(04).
               10  AC-ASOF-DASH1        PIC X(01).
               10  AC-ASOF-MM           PIC X(02).
               10  AC-ASOF-DASH2        PIC X(01).
               10  AC-ASOF-DD           PIC X(02).
           05  FILLER                   PIC X(01).
           05  AC-WORK-DEPT             PIC X(03).
           05  FILLER                   PIC X(01).
           05  AC-EMP-ENTRY  OCCURS 9 TIMES.
               10  AC-EMP-NBR           PIC X(06).
               10  FILLER               PIC X(01).
           05  FILLER                   PIC X(02).

      /
      ******************************************************************
      * FILE:  HIST-MASTER-FILE                   DDNAME - HISTMSTR    *
      *        THE CUMULATIVE CHANGE-HISTORY MASTER - SEE EMPHREC.     *
      *        READ ONCE FRONT TO BACK IN KEY ORDER.                   *
      ******************************************************************

       FD  HIST-MASTER-FILE
           DATA RECORD IS HIST-MASTER-RECORD.

       COPY EMPHREC.

      /
      ******************************************************************
      * FILE:  ASOF-REPORT-FILE                   DDNAME - ASOF0010    *
      *        THE AS-OF ROSTER PRINT FILE                             *
      ******************************************************************

       FD  ASOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASOF-REPORT-RECORD.

       01  ASOF-REPORT-RECORD    PIC X(80).

      /
      ******************************************************************
      *   SORT WORK - EACH REBUILT ROW ON THE ROSTER, IN THE RPTO0010  *
      *   ORDER OF WORKDEPT, LASTNAME, EMPNO.                          *
      ******************************************************************
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SR-WORK-DEPT             PIC X(03).
           05  SR-LAST-NAME             PIC X(15).
           05  SR-EMP-NBR               PIC X(06).
           05  SR-FIRST-NAME            PIC X(12).
           05  SR-SALARY                PIC S9(07)V99 COMP-3.
           05  SR-HIRE-DATE             PIC X(10).
           05  SR-JOB-CODE              PIC X(08).
           05  SR-STATUS                PIC X(08).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPASOF START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPASOF'.
      /
       COPY ASOFRPT.
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
          05 NULL_IND           PIC S9(4) COMP OCCURS 6 TIMES.

       01  WS-ASOFCARD-STATUS          PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.

       01  WS-EOF-SWITCHES.
           05  WS-CARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-CARDS               VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.

      ***********              ***********
      *   R E Q U E S T  C O N T R O L                             *
      *   THE AS-OF DATE FROM THE FIRST CARD, AND EVERY EMPNO AND  *
      *   WORKDEPT ASKED FOR.  EACH EMPNO ENTRY ENDS THE RUN WITH  *
      *   ITS OUTCOME; EACH WORKDEPT ENTRY WITH ITS ROSTER COUNT.  *
      ***********              ***********

       01  WS-REQUEST-CONTROL.
           05  WS-ASOF-DATE             PIC X(10)  VALUE SPACES.
           05  WS-CARD-OK-SW            PIC X(01)  VALUE 'Y'.
               88  CARD-IS-USABLE             VALUE 'Y'.

       01  WS-REQ-EMP-TABLE.
           05  C-REQ-EMP-MAX             PIC S9(4) COMP  VALUE +500.
           05  WS-REQ-EMP-COUNT          PIC S9(4) COMP  VALUE ZERO.
           05  WS-REQ-EMP-ENTRY  OCCURS 500 TIMES.
               10  WS-RE-EMP-NBR         PIC X(06).
               10  WS-RE-RESULT          PIC X(01).
                   88  RE-NOT-ON-FILE           VALUE ' '.
                   88  RE-ON-ROSTER             VALUE 'P'.
                   88  RE-NOT-YET-HIRED         VALUE 'H'.
                   88  RE-DEACTIVATED           VALUE 'D'.

       01  WS-REQ-DEPT-TABLE.
           05  C-REQ-DEPT-MAX            PIC S9(4) COMP  VALUE +50.
           05  WS-REQ-DEPT-COUNT         PIC S9(4) COMP  VALUE ZERO.
           05  WS-REQ-DEPT-ENTRY  OCCURS 50 TIMES.
               10  WS-RD-WORK-DEPT       PIC X(03).
               10  WS-RD-ROSTER-COUNT    PIC S9(08) COMP.

       01  WS-REQ-LOOKUP.
           05  WS-LOOKUP-EMP             PIC X(06)  VALUE SPACES.
           05  WS-REQ-EMP-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  REQ-EMP-FOUND                VALUE 'Y'.
           05  WS-REQ-DEPT-FOUND-SW      PIC X(01)  VALUE 'N'.
               88  REQ-DEPT-FOUND               VALUE 'Y'.

      ***********              ***********
      *   M A T C H  C O N T R O L                                 *
      *   THE NEXT EMPNO ON EACH SIDE OF THE MATCH (HIGH-VALUES    *
      *   ONCE A SIDE IS EXHAUSTED) AND THE EMPNO BEING REBUILT.   *
      ***********              ***********

       01  WS-MATCH-CONTROL.
           05  WS-EMP-KEY                PIC X(06)  VALUE SPACES.
           05  WS-HM-KEY                 PIC X(06)  VALUE SPACES.
           05  WS-CUR-EMP-NBR            PIC X(06)  VALUE SPACES.

      ***********              ***********
      *   R E B U I L T  R O W                                     *
      *   THE EMPNO'S ROW AS IT STOOD ON THE AS-OF DATE.  IT       *
      *   STARTS AS THE CURRENT DSN8110.EMP ROW (OR, FOR A ROW NO  *
      *   LONGER ON EMP, THE LATEST AFTER-IMAGE UP TO THE DATE)    *
      *   AND IS REPLACED BY THE BEFORE-IMAGE OF THE EARLIEST      *
      *   CHANGE AFTER THE DATE, IF THERE IS ONE.                  *
      ***********              ***********

       01  WS-REBUILD-CONTROL.
           05  WS-ON-EMP-SW              PIC X(01)  VALUE 'N'.
               88  ON-EMP-TABLE                 VALUE 'Y'.
           05  WS-LATER-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  LATER-CHANGE-FOUND           VALUE 'Y'.
           05  WS-EMPLOYED-SW            PIC X(01)  VALUE 'N'.
               88  EMPLOYED-ON-DATE             VALUE 'Y'.
           05  WS-RBK-ACTION             PIC X(01)  VALUE SPACE.
           05  WS-LAST-ACTION            PIC X(01)  VALUE SPACE.
           05  WS-NOT-EMPLOYED-REASON    PIC X(01)  VALUE SPACE.
           05  WS-ROW-STATUS             PIC X(08)  VALUE SPACES.

       01  WS-ASOF-ROW.
           05  WS-ROW-WORKDEPT           PIC X(03).
           05  WS-ROW-LASTNAME           PIC X(15).
           05  WS-ROW-FIRSTNME           PIC X(12).
           05  WS-ROW-SALARY             PIC S9(07)V99 COMP-3.
           05  WS-ROW-HIREDATE           PIC X(10).
           05  WS-ROW-JOB                PIC X(08).

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
      *   * CURSOR FOR THE CURRENT ROWS - EVERY DSN8110.EMP ROW IN  **
      *   * EMPNO ORDER TO MATCH AGAINST THE MASTER KEY.            **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_ASOF  CURSOR FOR

                     SELECT EMPNO,
                            FIRSTNME,
                            LASTNAME,
                            WORKDEPT,
                            SALARY,
                            HIREDATE,
                            JOB
                     FROM DSN8110.EMP
                     ORDER BY EMPNO

                   END-EXEC.

      ****************************************************************
      *   * CURSOR FOR THE DEPARTMENT DIRECTORY                     **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_ASOF  CURSOR FOR

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
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3580.
            05  C-CARD-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3581.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-EXCEPTION-RC   PIC S9(04) COMP      VALUE +4.

      *            **PAGE CONTROL WORK STORAGE**

      ***********              ***********
      *   EVERY REPORT LINE GOES OUT THROUGH P0150-WRITE-REPORT-   *
      *   LINE, WHICH STARTS A FRESH 60-LINE PAGE (TITLE WITH THE  *
      *   AS-OF DATE, RUN DATE AND PAGE NUMBER, BOTH COLUMN        *
      *   HEADERS) WHENEVER THE CURRENT PAGE IS FULL.              *
      ***********              ***********

       01  WS-PAGE-CONTROL.
           05  C-PAGE-SIZE              PIC S9(4) COMP  VALUE +60.
           05  WS-LINE-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-PAGE-NBR              PIC S9(8) COMP  VALUE ZERO.

       01  WS-PRINT-LINE                PIC X(80) VALUE SPACES.

       01  WS-CONTROL-BREAK.
           05  WS-PREV-WORK-DEPT        PIC X(03) VALUE SPACES.
           05  WS-DEPT-COUNT            PIC S9(08)    COMP   VALUE ZERO.
           05  WS-DEPT-SALARY           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-SALARY          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-EXCP-COUNT            PIC S9(08)    COMP   VALUE ZERO.

       01  SUBSCRIPTS.
           05  W-CARD-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-REQ-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-REQ-FOUND    PIC S9(4) COMP VALUE ZERO.
           05  W-RDEPT-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-RDEPT-FOUND  PIC S9(4) COMP VALUE ZERO.
           05  W-DEPT-SUB     PIC S9(4) COMP VALUE ZERO.

       01  ACCUMULATORS.
          05  A-CARDS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-ENTRIES-DROPPED        PIC S9(8) COMP  VALUE ZERO.
          05  A-EMP-ROWS-READ          PIC S9(8) COMP  VALUE ZERO.
          05  A-HISTORY-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPNOS-REBUILT         PIC S9(8) COMP  VALUE ZERO.
          05  A-ROWS-PRINTED           PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1100-GET-RUN-DATE.
           PERFORM P1000-READ-REQUEST-CARDS.
           PERFORM P1200-LOAD-DEPT-DIRECTORY.

           OPEN INPUT HIST-MASTER-FILE.

           IF  WS-MASTER-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           OPEN OUTPUT ASOF-REPORT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SR-WORK-DEPT
                                 SR-LAST-NAME
                                 SR-EMP-NBR
               INPUT PROCEDURE IS P2000-REBUILD-ROWS
               OUTPUT PROCEDURE IS P3000-PRINT-ROSTER.

           PERFORM P4000-WRITE-EXCEPTIONS.

           CLOSE HIST-MASTER-FILE.
           CLOSE ASOF-REPORT-FILE.

           DISPLAY 'EMPASOF - ROSTER AS OF ' WS-ASOF-DATE.
           DISPLAY 'TOTAL REQUEST CARDS READ   '  A-CARDS-READ.
           DISPLAY 'TOTAL REQUEST CARDS SKIPPED'  A-CARDS-REJECTED.
           DISPLAY 'TOTAL DSN8110.EMP ROWS READ'  A-EMP-ROWS-READ.
           DISPLAY 'TOTAL HISTORY RECORDS READ '  A-HISTORY-READ.
           DISPLAY 'TOTAL EMPNOS REBUILT       '  A-EMPNOS-REBUILT.
           DISPLAY 'TOTAL ROSTER LINES PRINTED '  A-ROWS-PRINTED.
           DISPLAY 'TOTAL REQUESTS NOT SHOWN   '  WS-EXCP-COUNT.

           IF  A-CARDS-REJECTED   >  ZERO
               OR  A-ENTRIES-DROPPED  >  ZERO
               OR  WS-EXCP-COUNT      >  ZERO
               MOVE C-EXCEPTION-RC  TO  RETURN-CODE
               DISPLAY 'EMPASOF - REQUESTS NOT ALL SHOWN - RC 4'
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

           DISPLAY 'EMPASOF - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPASOF - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   AN INPUT FAILED TO OPEN - ABEND HERE INSTEAD OF PRINTING     *
      *   AN EMPTY OR HALF-REBUILT ROSTER.                             *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPASOF - FILE OPEN FAILED - CARD STATUS = '
                   WS-ASOFCARD-STATUS ' MASTER STATUS = '
                   WS-MASTER-STATUS.
           DISPLAY 'EMPASOF - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   NO USABLE REQUEST - WITHOUT AN AS-OF DATE AND AT LEAST ONE   *
      *   EMPNO OR WORKDEPT THERE IS NOTHING TO REBUILD.               *
      ******************************************************************
       P9997-ABEND-CARD-ERROR.

           DISPLAY 'EMPASOF - NO USABLE AS-OF REQUEST ON ASOFCARD'.
           DISPLAY 'EMPASOF - AS-OF DATE ' WS-ASOF-DATE
                   ' EMPNOS ' WS-REQ-EMP-COUNT
                   ' WORKDEPTS ' WS-REQ-DEPT-COUNT.
           DISPLAY 'EMPASOF - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-CARD-ABEND-CODE.

           CALL C-ABEND-PGM USING C-CARD-ABEND-CODE
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

           WRITE ASOF-REPORT-RECORD  FROM  WS-PRINT-LINE.
           ADD 1  TO  WS-LINE-COUNT.
      /
      ******************************************************************
      *   START A FRESH 60-LINE PAGE - TITLE WITH AS-OF DATE, RUN      *
      *   DATE AND PAGE NUMBER, THEN THE TWO COLUMN HEADER LINES.      *
      ******************************************************************
       P0160-START-NEW-PAGE.

           ADD 1  TO  WS-PAGE-NBR.

           MOVE WS-PAGE-NBR      TO  ATL-PAGE-NBR.
           MOVE WS-ASOF-DATE     TO  ATL-ASOF-DATE.
           MOVE C-CURR-DATE-YMD  TO  ATL-RUN-DATE.

           WRITE ASOF-REPORT-RECORD  FROM  W-ASOF-TITLE.
           WRITE ASOF-REPORT-RECORD  FROM  W-ASOF-HEADER1.
           WRITE ASOF-REPORT-RECORD  FROM  W-ASOF-HEADER2.

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
      *     R E A D  T H E  R E Q U E S T  C A R D S                   *
      *   EVERY CARD IS READ BEFORE ANYTHING IS REBUILT, SO ONE PASS   *
      *   OF EMP AND THE MASTER ANSWERS THE WHOLE REQUEST.             *
      ******************************************************************
       P1000-READ-REQUEST-CARDS.

           OPEN INPUT ASOF-CARD-FILE.

           IF  WS-ASOFCARD-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P1010-READ-REQUEST-CARD.
           PERFORM P1020-APPLY-REQUEST-CARD
               UNTIL END-OF-CARDS.

           CLOSE ASOF-CARD-FILE.

           IF  WS-ASOF-DATE  =  SPACES
               OR  (WS-REQ-EMP-COUNT   =  ZERO
                    AND  WS-REQ-DEPT-COUNT  =  ZERO)
               PERFORM P9997-ABEND-CARD-ERROR
           END-IF.

           DISPLAY 'EMPASOF - AS-OF DATE ' WS-ASOF-DATE
                   ' EMPNOS ' WS-REQ-EMP-COUNT
                   ' WORKDEPTS ' WS-REQ-DEPT-COUNT.
      /
       P1010-READ-REQUEST-CARD.

           READ ASOF-CARD-FILE
               AT END
                   SET END-OF-CARDS  TO  TRUE
           END-READ.
      /
      ******************************************************************
      *   ONE REQUEST CARD.  THE FIRST DATED CARD SETS THE AS-OF DATE; *
      *   A LATER CARD MAY REPEAT IT OR LEAVE IT BLANK, BUT A CARD     *
      *   WITH A DIFFERENT DATE (OR ANY CARD BEFORE THE DATE IS SET)   *
      *   IS SKIPPED WHOLE - ONE ROSTER ANSWERS ONE DATE.              *
      ******************************************************************
       P1020-APPLY-REQUEST-CARD.

           ADD 1  TO  A-CARDS-READ.
           MOVE 'Y'  TO  WS-CARD-OK-SW.

           EVALUATE TRUE
               WHEN AC-ASOF-DATE  =  SPACES
                   IF  WS-ASOF-DATE  =  SPACES
                       MOVE 'N'  TO  WS-CARD-OK-SW
                       DISPLAY 'EMPASOF - CARD ' A-CARDS-READ
                               ' SKIPPED - NO AS-OF DATE YET'
                   END-IF
               WHEN WS-ASOF-DATE  =  SPACES
                   PERFORM P1030-EDIT-ASOF-DATE
               WHEN AC-ASOF-DATE  NOT =  WS-ASOF-DATE
                   MOVE 'N'  TO  WS-CARD-OK-SW
                   DISPLAY 'EMPASOF - CARD ' A-CARDS-READ
                           ' SKIPPED - DATE ' AC-ASOF-DATE
                           ' IS NOT ' WS-ASOF-DATE
           END-EVALUATE.

           IF  CARD-IS-USABLE
               IF  AC-WORK-DEPT  NOT =  SPACES
                   PERFORM P1040-ADD-REQ-DEPT
               END-IF
               PERFORM P1050-ADD-REQ-EMP
                   VARYING W-CARD-SUB  FROM  1  BY  1
                   UNTIL   W-CARD-SUB  >  9
           ELSE
               ADD 1  TO  A-CARDS-REJECTED
           END-IF.

           PERFORM P1010-READ-REQUEST-CARD.
      /
       P1030-EDIT-ASOF-DATE.

           IF  AC-ASOF-YYYY   NUMERIC
               AND  AC-ASOF-MM     NUMERIC
               AND  AC-ASOF-DD     NUMERIC
               AND  AC-ASOF-DASH1  =  '-'
               AND  AC-ASOF-DASH2  =  '-'
               AND  AC-ASOF-MM  >=  '01'  AND  AC-ASOF-MM  <=  '12'
               AND  AC-ASOF-DD  >=  '01'  AND  AC-ASOF-DD  <=  '31'
               MOVE AC-ASOF-DATE  TO  WS-ASOF-DATE
           ELSE
               MOVE 'N'  TO  WS-CARD-OK-SW
               DISPLAY 'EMPASOF - CARD ' A-CARDS-READ
                       ' SKIPPED - AS-OF DATE UNUSABLE: ' AC-ASOF-DATE
           END-IF.
      /
      ******************************************************************
      *   ADD A CARD WORKDEPT TO THE REQUEST TABLE (ONCE).             *
      ******************************************************************
       P1040-ADD-REQ-DEPT.

           MOVE AC-WORK-DEPT  TO  WS-LOOKUP-DEPT.
           PERFORM P2430-FIND-REQ-DEPT.

           IF  REQ-DEPT-FOUND
               CONTINUE
           ELSE
               IF  WS-REQ-DEPT-COUNT  <  C-REQ-DEPT-MAX
                   ADD 1  TO  WS-REQ-DEPT-COUNT
                   MOVE AC-WORK-DEPT
                       TO  WS-RD-WORK-DEPT (WS-REQ-DEPT-COUNT)
                   MOVE ZERO
                       TO  WS-RD-ROSTER-COUNT (WS-REQ-DEPT-COUNT)
               ELSE
                   ADD 1  TO  A-ENTRIES-DROPPED
                   DISPLAY 'EMPASOF - WORKDEPT TABLE FULL - DEPT '
                           AC-WORK-DEPT ' NOT REBUILT'
               END-IF
           END-IF.
      /
      ******************************************************************
      *   ADD ONE NON-BLANK CARD EMPNO TO THE REQUEST TABLE (ONCE).    *
      ******************************************************************
       P1050-ADD-REQ-EMP.

           IF  AC-EMP-NBR (W-CARD-SUB)  =  SPACES
               CONTINUE
           ELSE
               MOVE AC-EMP-NBR (W-CARD-SUB)  TO  WS-LOOKUP-EMP
               PERFORM P2410-FIND-REQ-EMP
               IF  REQ-EMP-FOUND
                   CONTINUE
               ELSE
                   PERFORM P1060-STORE-REQ-EMP
               END-IF
           END-IF.
      /
       P1060-STORE-REQ-EMP.

           IF  WS-REQ-EMP-COUNT  <  C-REQ-EMP-MAX
               ADD 1  TO  WS-REQ-EMP-COUNT
               MOVE WS-LOOKUP-EMP
                   TO  WS-RE-EMP-NBR (WS-REQ-EMP-COUNT)
               MOVE SPACE
                   TO  WS-RE-RESULT (WS-REQ-EMP-COUNT)
           ELSE
               ADD 1  TO  A-ENTRIES-DROPPED
               DISPLAY 'EMPASOF - EMPNO TABLE FULL - EMPNO '
                       WS-LOOKUP-EMP ' NOT REBUILT'
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
      *   L O A D  T H E  D E P A R T M E N T  D I R E C T O R Y       *
      ******************************************************************
       P1200-LOAD-DEPT-DIRECTORY.

           PERFORM P5100-OPEN-DEPT-ASOF.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5120-FETCH-DEPT-ASOF
               PERFORM P1210-STORE-DEPT-ENTRY UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5110-CLOSE-DEPT-ASOF
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
               DISPLAY 'EMPASOF - DEPT DIRECTORY FULL - DEPT '
                       WS-DEPTNO ' NAME NOT AVAILABLE'
           END-IF.

           PERFORM P5120-FETCH-DEPT-ASOF.
      /
      ******************************************************************
      *   READ THE NEXT MASTER RECORD - ITS EMPNO IS THE MASTER SIDE   *
      *   OF THE MATCH, HIGH-VALUES ONCE THE MASTER IS EXHAUSTED.      *
      ******************************************************************
       P1500-READ-HISTORY.

           READ HIST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES  TO  WS-HM-KEY
               NOT AT END
                   ADD 1  TO  A-HISTORY-READ
                   MOVE HM-EMP-NBR  TO  WS-HM-KEY
           END-READ.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - MATCH DSN8110.EMP AGAINST THE MASTER  *
      *   BY EMPNO, REBUILD EVERY EMPNO AS OF THE DATE, AND RELEASE    *
      *   THE ONES THE CARDS ASKED FOR.                                *
      ******************************************************************
       P2000-REBUILD-ROWS.

           PERFORM P5000-OPEN-EMP-ASOF.
           PERFORM P5020-FETCH-EMP-ASOF.
           PERFORM P1500-READ-HISTORY.

           PERFORM P2100-REBUILD-ONE-EMPNO
               UNTIL WS-EMP-KEY  =  HIGH-VALUES
                 AND WS-HM-KEY   =  HIGH-VALUES.

           PERFORM P5010-CLOSE-EMP-ASOF.
      /
      ******************************************************************
      *   THE LOWER OF THE TWO KEYS IS THE NEXT EMPNO.  TAKE ITS       *
      *   CURRENT ROW IF IT HAS ONE, ROLL BACK THROUGH ITS HISTORY,    *
      *   DECIDE WHETHER IT WAS ON FILE ON THE DATE, AND SELECT IT.    *
      ******************************************************************
       P2100-REBUILD-ONE-EMPNO.

           IF  WS-EMP-KEY  <  WS-HM-KEY
               MOVE WS-EMP-KEY  TO  WS-CUR-EMP-NBR
           ELSE
               MOVE WS-HM-KEY   TO  WS-CUR-EMP-NBR
           END-IF.

           ADD 1  TO  A-EMPNOS-REBUILT.

           MOVE 'N'     TO  WS-ON-EMP-SW
                            WS-LATER-FOUND-SW
                            WS-EMPLOYED-SW.
           MOVE SPACE   TO  WS-RBK-ACTION
                            WS-LAST-ACTION
                            WS-NOT-EMPLOYED-REASON.
           MOVE SPACES  TO  WS-ROW-STATUS.
           INITIALIZE WS-ASOF-ROW.

           IF  WS-EMP-KEY  =  WS-CUR-EMP-NBR
               MOVE 'Y'  TO  WS-ON-EMP-SW
               PERFORM P2150-TAKE-CURRENT-ROW
               PERFORM P5020-FETCH-EMP-ASOF
           END-IF.

           PERFORM P2200-ROLL-BACK-HISTORY
               UNTIL WS-HM-KEY  NOT =  WS-CUR-EMP-NBR.

           PERFORM P2300-SET-STATE-ON-DATE.
           PERFORM P2400-SELECT-ROW.
      /
      ******************************************************************
      *   THE CURRENT DSN8110.EMP ROW IS THE STARTING POINT.  A NULL   *
      *   COLUMN IS LEFT BLANK (OR ZERO) BY THE INITIALIZE BEFORE THE  *
      *   FETCH.                                                       *
      ******************************************************************
       P2150-TAKE-CURRENT-ROW.

           MOVE WORKDEPT  TO  WS-ROW-WORKDEPT.

           IF  LASTNAME-LEN  >  ZERO
               MOVE LASTNAME-TEXT(1:LASTNAME-LEN)  TO  WS-ROW-LASTNAME
           END-IF.

           IF  FIRSTNME-LEN  >  ZERO
               MOVE FIRSTNME-TEXT(1:FIRSTNME-LEN)  TO  WS-ROW-FIRSTNME
           END-IF.

           MOVE SALARY    TO  WS-ROW-SALARY.
           MOVE HIREDATE  TO  WS-ROW-HIREDATE.
           MOVE JOB       TO  WS-ROW-JOB.
      /
      ******************************************************************
      *   ONE MASTER RECORD OF THE EMPNO, OLDEST FIRST.  THE FIRST     *
      *   ONE KEYED AFTER THE AS-OF DATE ENDS THE ROLLBACK - ITS       *
      *   BEFORE-IMAGE IS THE ROW AS IT STOOD ON THE DATE.  UP TO      *
      *   THAT POINT A ROW NO LONGER ON DSN8110.EMP FOLLOWS ITS        *
      *   AFTER-IMAGES, SINCE THERE IS NO CURRENT ROW TO START FROM.   *
      ******************************************************************
       P2200-ROLL-BACK-HISTORY.

           MOVE HM-ACTION-CODE  TO  WS-LAST-ACTION.

           IF  LATER-CHANGE-FOUND
               CONTINUE
           ELSE
               IF  HM-RUN-DATE  >  WS-ASOF-DATE
                   MOVE 'Y'             TO  WS-LATER-FOUND-SW
                   MOVE HM-ACTION-CODE  TO  WS-RBK-ACTION
                   IF  HM-ACTION-CODE  NOT =  'A'
                       PERFORM P2210-TAKE-BEFORE-IMAGE
                   END-IF
               ELSE
                   IF  NOT ON-EMP-TABLE
                       AND  HM-ACTION-CODE  NOT =  'D'
                       PERFORM P2220-TAKE-AFTER-IMAGE
                   END-IF
               END-IF
           END-IF.

           PERFORM P1500-READ-HISTORY.
      /
       P2210-TAKE-BEFORE-IMAGE.

           MOVE HM-BEF-WORK-DEPT   TO  WS-ROW-WORKDEPT.
           MOVE HM-BEF-LAST-NAME   TO  WS-ROW-LASTNAME.
           MOVE HM-BEF-FIRST-NAME  TO  WS-ROW-FIRSTNME.
           MOVE HM-BEF-HIRE-DATE   TO  WS-ROW-HIREDATE.
           MOVE HM-BEF-JOB-CODE    TO  WS-ROW-JOB.

           IF  HM-BEF-SALARY  =  SPACES
               MOVE ZERO           TO  WS-ROW-SALARY
           ELSE
               MOVE HM-BEF-SALARY  TO  WS-ROW-SALARY
           END-IF.
      /
       P2220-TAKE-AFTER-IMAGE.

           MOVE HM-AFT-WORK-DEPT   TO  WS-ROW-WORKDEPT.
           MOVE HM-AFT-LAST-NAME   TO  WS-ROW-LASTNAME.
           MOVE HM-AFT-FIRST-NAME  TO  WS-ROW-FIRSTNME.
           MOVE HM-AFT-HIRE-DATE   TO  WS-ROW-HIREDATE.
           MOVE HM-AFT-JOB-CODE    TO  WS-ROW-JOB.

           IF  HM-AFT-SALARY  =  SPACES
               MOVE ZERO           TO  WS-ROW-SALARY
           ELSE
               MOVE HM-AFT-SALARY  TO  WS-ROW-SALARY
           END-IF.
      /
      ******************************************************************
      *   WAS THE EMPNO ON FILE ON THE DATE, AND WHAT HAS HAPPENED TO  *
      *   IT SINCE:                                                    *
      *     - EARLIEST LATER CHANGE AN 'A'  - NOT YET HIRED            *
      *     - ANY OTHER LATER CHANGE        - ON FILE, CHANGED SINCE   *
      *                                       (DEACTIVATED SINCE IF    *
      *                                       NO LONGER ON EMP)        *
      *     - NO LATER CHANGE, ON EMP       - ON FILE, AS TODAY        *
      *     - NO LATER CHANGE, LAST A 'D'   - ALREADY DEACTIVATED      *
      *     - NO LATER CHANGE, OTHERWISE    - ON FILE BY ITS LAST      *
      *                                       AFTER-IMAGE, BUT GONE    *
      *                                       FROM EMP WITHOUT A 'D'   *
      *   A HIREDATE AFTER THE DATE MEANS NOT YET HIRED IN ANY CASE.   *
      ******************************************************************
       P2300-SET-STATE-ON-DATE.

           EVALUATE TRUE
               WHEN LATER-CHANGE-FOUND  AND  WS-RBK-ACTION  =  'A'
                   MOVE 'H'  TO  WS-NOT-EMPLOYED-REASON
               WHEN LATER-CHANGE-FOUND  AND  ON-EMP-TABLE
                   MOVE 'Y'         TO  WS-EMPLOYED-SW
                   MOVE 'CHANGED'   TO  WS-ROW-STATUS
               WHEN LATER-CHANGE-FOUND
                   MOVE 'Y'         TO  WS-EMPLOYED-SW
                   MOVE 'DEACTVTD'  TO  WS-ROW-STATUS
               WHEN ON-EMP-TABLE
                   MOVE 'Y'         TO  WS-EMPLOYED-SW
               WHEN WS-LAST-ACTION  =  'D'
                   MOVE 'D'  TO  WS-NOT-EMPLOYED-REASON
               WHEN OTHER
                   MOVE 'Y'         TO  WS-EMPLOYED-SW
                   MOVE 'NO D REC'  TO  WS-ROW-STATUS
           END-EVALUATE.

           IF  EMPLOYED-ON-DATE
               AND  WS-ROW-HIREDATE  NOT =  SPACES
               AND  WS-ROW-HIREDATE  >  WS-ASOF-DATE
               MOVE 'N'  TO  WS-EMPLOYED-SW
               MOVE 'H'  TO  WS-NOT-EMPLOYED-REASON
           END-IF.
      /
      ******************************************************************
      *   AN EMPNO GOES ON THE ROSTER WHEN IT WAS ON FILE ON THE DATE  *
      *   AND EITHER A CARD NAMED IT OR ITS WORKDEPT ON THE DATE WAS   *
      *   ASKED FOR.  A CARD EMPNO KEEPS ITS OUTCOME FOR THE           *
      *   RECONCILIATION SECTION.                                      *
      ******************************************************************
       P2400-SELECT-ROW.

           MOVE WS-CUR-EMP-NBR  TO  WS-LOOKUP-EMP.
           PERFORM P2410-FIND-REQ-EMP.

           MOVE 'N'  TO  WS-REQ-DEPT-FOUND-SW.

           IF  EMPLOYED-ON-DATE
               MOVE WS-ROW-WORKDEPT  TO  WS-LOOKUP-DEPT
               PERFORM P2430-FIND-REQ-DEPT
           END-IF.

           IF  EMPLOYED-ON-DATE
               AND  (REQ-EMP-FOUND  OR  REQ-DEPT-FOUND)
               PERFORM P2500-RELEASE-ROW
           END-IF.

           IF  REQ-EMP-FOUND
               IF  EMPLOYED-ON-DATE
                   SET RE-ON-ROSTER (W-REQ-FOUND)  TO  TRUE
               ELSE
                   MOVE WS-NOT-EMPLOYED-REASON
                       TO  WS-RE-RESULT (W-REQ-FOUND)
               END-IF
           END-IF.
      /
      ******************************************************************
      *   LOOK AN EMPNO UP IN THE CARD EMPNO TABLE.                    *
      ******************************************************************
       P2410-FIND-REQ-EMP.

           MOVE 'N'   TO  WS-REQ-EMP-FOUND-SW.
           MOVE ZERO  TO  W-REQ-FOUND.

           PERFORM P2420-SCAN-REQ-EMP
               VARYING W-REQ-SUB  FROM  1  BY  1
               UNTIL   W-REQ-SUB  >  WS-REQ-EMP-COUNT
                  OR   REQ-EMP-FOUND.
      /
       P2420-SCAN-REQ-EMP.

           IF  WS-RE-EMP-NBR (W-REQ-SUB)  =  WS-LOOKUP-EMP
               MOVE 'Y'        TO  WS-REQ-EMP-FOUND-SW
               MOVE W-REQ-SUB  TO  W-REQ-FOUND
           END-IF.
      /
      ******************************************************************
      *   LOOK A WORKDEPT UP IN THE CARD WORKDEPT TABLE.               *
      ******************************************************************
       P2430-FIND-REQ-DEPT.

           MOVE 'N'   TO  WS-REQ-DEPT-FOUND-SW.
           MOVE ZERO  TO  W-RDEPT-FOUND.

           PERFORM P2440-SCAN-REQ-DEPT
               VARYING W-RDEPT-SUB  FROM  1  BY  1
               UNTIL   W-RDEPT-SUB  >  WS-REQ-DEPT-COUNT
                  OR   REQ-DEPT-FOUND.
      /
       P2440-SCAN-REQ-DEPT.

           IF  WS-RD-WORK-DEPT (W-RDEPT-SUB)  =  WS-LOOKUP-DEPT
               MOVE 'Y'          TO  WS-REQ-DEPT-FOUND-SW
               MOVE W-RDEPT-SUB  TO  W-RDEPT-FOUND
           END-IF.
      /
      ******************************************************************
      *   RELEASE THE REBUILT ROW TO THE SORT.                         *
      ******************************************************************
       P2500-RELEASE-ROW.

           MOVE WS-ROW-WORKDEPT  TO  SR-WORK-DEPT.
           MOVE WS-ROW-LASTNAME  TO  SR-LAST-NAME.
           MOVE WS-CUR-EMP-NBR   TO  SR-EMP-NBR.
           MOVE WS-ROW-FIRSTNME  TO  SR-FIRST-NAME.
           MOVE WS-ROW-SALARY    TO  SR-SALARY.
           MOVE WS-ROW-HIREDATE  TO  SR-HIRE-DATE.
           MOVE WS-ROW-JOB       TO  SR-JOB-CODE.
           MOVE WS-ROW-STATUS    TO  SR-STATUS.

           RELEASE SORT-WORK-RECORD.

           IF  REQ-DEPT-FOUND
               ADD 1  TO  WS-RD-ROSTER-COUNT (W-RDEPT-FOUND)
           END-IF.
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - PRINT THE REBUILT ROSTER WITH A      *
      *   HEADER AND SUBTOTAL PER WORKDEPT AND A GRAND TOTAL, AS       *
      *   RPTO0010 DOES.                                               *
      ******************************************************************
       P3000-PRINT-ROSTER.

           PERFORM P3100-RETURN-ROW.
           PERFORM P3200-PRINT-ROSTER-LINE
               UNTIL END-OF-SORTED.

           IF  A-ROWS-PRINTED  >  ZERO
               PERFORM P3400-WRITE-DEPT-TOTAL
           END-IF.

           MOVE A-ROWS-PRINTED   TO  AGT-COUNT.
           MOVE WS-GRAND-SALARY  TO  AGT-SALARY.

           MOVE W-ASOF-GRAND-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
       P3100-RETURN-ROW.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED  TO  TRUE
           END-RETURN.
      /
      ******************************************************************
      *   ONE ROSTER LINE.  A NEW WORKDEPT CLOSES THE PREVIOUS ONE'S   *
      *   SUBTOTAL AND OPENS ITS OWN HEADER.                           *
      ******************************************************************
       P3200-PRINT-ROSTER-LINE.

           IF  A-ROWS-PRINTED  =  ZERO
               PERFORM P3300-WRITE-DEPT-HEADER
           ELSE
               IF  SR-WORK-DEPT  NOT =  WS-PREV-WORK-DEPT
                   PERFORM P3400-WRITE-DEPT-TOTAL
                   PERFORM P3300-WRITE-DEPT-HEADER
               END-IF
           END-IF.

           MOVE SPACES         TO  W-ASOF-DETAIL-LINE.
           MOVE SR-WORK-DEPT   TO  ADL-WORK-DEPT.
           MOVE SR-EMP-NBR     TO  ADL-EMP-NBR.
           MOVE SR-LAST-NAME   TO  ADL-LAST-NAME.
           MOVE SR-FIRST-NAME  TO  ADL-FIRST-NAME.
           MOVE SR-SALARY      TO  ADL-SALARY.
           MOVE SR-HIRE-DATE   TO  ADL-HIRE-DATE.
           MOVE SR-JOB-CODE    TO  ADL-JOB-CODE.
           MOVE SR-STATUS      TO  ADL-STATUS.

           MOVE W-ASOF-DETAIL-LINE  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           ADD 1          TO  A-ROWS-PRINTED.
           ADD 1          TO  WS-DEPT-COUNT.
           ADD SR-SALARY  TO  WS-DEPT-SALARY.
           ADD SR-SALARY  TO  WS-GRAND-SALARY.

           PERFORM P3100-RETURN-ROW.
      /
       P3300-WRITE-DEPT-HEADER.

           MOVE SR-WORK-DEPT  TO  WS-PREV-WORK-DEPT
                                  WS-LOOKUP-DEPT.
           PERFORM P0600-FIND-DEPT.

           MOVE SR-WORK-DEPT    TO  ADH-WORK-DEPT.
           MOVE WS-LOOKUP-NAME  TO  ADH-DEPT-NAME.

           MOVE W-ASOF-DEPT-HEADER  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
      ******************************************************************
      *          W R I T E  D E P A R T M E N T  S U B T O T A L       *
      ******************************************************************
       P3400-WRITE-DEPT-TOTAL.

           MOVE WS-PREV-WORK-DEPT  TO  WS-LOOKUP-DEPT.
           PERFORM P0600-FIND-DEPT.

           MOVE WS-PREV-WORK-DEPT  TO  ADT-WORK-DEPT.
           MOVE WS-LOOKUP-NAME     TO  ADT-DEPT-NAME.
           MOVE WS-DEPT-COUNT      TO  ADT-COUNT.
           MOVE WS-DEPT-SALARY     TO  ADT-SALARY.

           MOVE W-ASOF-DEPT-TOTAL  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           MOVE ZERO  TO  WS-DEPT-COUNT  WS-DEPT-SALARY.
      /
      ******************************************************************
      *   W R I T E  T H E  R E Q U E S T  R E C O N C I L I A T I O N *
      *   AFTER THE GRAND TOTAL: EVERY CARD EMPNO NOT ON THE ROSTER    *
      *   WITH THE REASON, EVERY CARD WORKDEPT WITH NOBODY IN IT ON    *
      *   THE DATE, THEN THE KEY TO THE STATUS COLUMN.                 *
      ******************************************************************
       P4000-WRITE-EXCEPTIONS.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ASOF-EXCP-HEADER  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.

           MOVE ZERO  TO  WS-EXCP-COUNT.

           PERFORM P4100-CHECK-REQ-EMP
               VARYING W-REQ-SUB  FROM  1  BY  1
               UNTIL   W-REQ-SUB  >  WS-REQ-EMP-COUNT.

           PERFORM P4200-CHECK-REQ-DEPT
               VARYING W-RDEPT-SUB  FROM  1  BY  1
               UNTIL   W-RDEPT-SUB  >  WS-REQ-DEPT-COUNT.

           IF  WS-EXCP-COUNT  =  ZERO
               MOVE W-ASOF-EXCP-CLEAN  TO  WS-PRINT-LINE
               PERFORM P0150-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ASOF-KEY-LINE1  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ASOF-KEY-LINE2  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
           MOVE W-ASOF-KEY-LINE3  TO  WS-PRINT-LINE.
           PERFORM P0150-WRITE-REPORT-LINE.
      /
       P4100-CHECK-REQ-EMP.

           IF  RE-ON-ROSTER (W-REQ-SUB)
               CONTINUE
           ELSE
               ADD 1  TO  WS-EXCP-COUNT
               MOVE 'EMPNO '                  TO  AXL-LABEL
               MOVE WS-RE-EMP-NBR (W-REQ-SUB)  TO  AXL-KEY
               MOVE WS-ASOF-DATE              TO  AXL-ASOF-DATE
               EVALUATE TRUE
                   WHEN RE-NOT-YET-HIRED (W-REQ-SUB)
                       MOVE 'NOT YET HIRED ON'  TO  AXL-TEXT
                   WHEN RE-DEACTIVATED (W-REQ-SUB)
                       MOVE 'ALREADY DEACTIVATED ON'  TO  AXL-TEXT
                   WHEN OTHER
                       MOVE 'NOT ON DSN8110.EMP OR HISTMSTR'
                                                 TO  AXL-TEXT
                       MOVE SPACES               TO  AXL-ASOF-DATE
               END-EVALUATE
               MOVE W-ASOF-EXCP-LINE  TO  WS-PRINT-LINE
               PERFORM P0150-WRITE-REPORT-LINE
           END-IF.
      /
       P4200-CHECK-REQ-DEPT.

           IF  WS-RD-ROSTER-COUNT (W-RDEPT-SUB)  >  ZERO
               CONTINUE
           ELSE
               ADD 1  TO  WS-EXCP-COUNT
               MOVE 'DEPT  '                      TO  AXL-LABEL
               MOVE WS-RD-WORK-DEPT (W-RDEPT-SUB)  TO  AXL-KEY
               MOVE 'NO EMPLOYEES ON'             TO  AXL-TEXT
               MOVE WS-ASOF-DATE                  TO  AXL-ASOF-DATE
               MOVE W-ASOF-EXCP-LINE  TO  WS-PRINT-LINE
               PERFORM P0150-WRITE-REPORT-LINE
           END-IF.
      /
      ******************************************************************
      *          O P E N  E M P  A S O F  C U R S O R                  *
      ******************************************************************
       P5000-OPEN-EMP-ASOF.

             EXEC SQL
               OPEN EMP_ASOF
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP ASOF'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-ASOF'.
      /
      ******************************************************************
      *        C L O S E  E M P  A S O F  C U R S O R                  *
      ******************************************************************
       P5010-CLOSE-EMP-ASOF.

             EXEC SQL
               CLOSE EMP_ASOF
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-ASOF'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  E M P  A S O F  D A T A                    *
      *   THE EMPNO FETCHED IS THE EMP SIDE OF THE MATCH, HIGH-VALUES  *
      *   AT END OF TABLE.                                             *
      ******************************************************************
       P5020-FETCH-EMP-ASOF.

           INITIALIZE DCLEMP.

           EXEC SQL
              FETCH EMP_ASOF

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.FIRSTNME  INDICATOR :NULL_IND(1),
                    :DCLEMP.LASTNAME  INDICATOR :NULL_IND(2),
                    :DCLEMP.WORKDEPT  INDICATOR :NULL_IND(3),
                    :DCLEMP.SALARY    INDICATOR :NULL_IND(4),
                    :DCLEMP.HIREDATE  INDICATOR :NULL_IND(5),
                    :DCLEMP.JOB       INDICATOR :NULL_IND(6)

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-EMP-ROWS-READ  =  A-EMP-ROWS-READ  +  1
                  MOVE EMPNO  TO  WS-EMP-KEY
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                      MOVE HIGH-VALUES  TO  WS-EMP-KEY
                  ELSE
                      PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *          O P E N  D E P T  A S O F  C U R S O R                *
      ******************************************************************
       P5100-OPEN-DEPT-ASOF.

             EXEC SQL
               OPEN DEPT_ASOF
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT ASOF'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5100-OPEN-DEPT-ASOF'.
      /
      ******************************************************************
      *        C L O S E  D E P T  A S O F  C U R S O R                *
      ******************************************************************
       P5110-CLOSE-DEPT-ASOF.

             EXEC SQL
               CLOSE DEPT_ASOF
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5110-CLOSE-DEPT-ASOF'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  D E P T  A S O F  D A T A                  *
      ******************************************************************
       P5120-FETCH-DEPT-ASOF.

           INITIALIZE WS-DEPT-ROW.

           EXEC SQL
              FETCH DEPT_ASOF

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
