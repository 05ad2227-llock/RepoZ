      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMOVE.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *    MONTHLY WORKFORCE MOVEMENT AND TURNOVER.  FOR THE MONTH ON
      *    THE MOVECARD PARAMETER CARD, PRINTS PER WORKDEPT THE
      *    OPENING HEADCOUNT, HIRES, SEPARATIONS, TRANSFERS IN AND
      *    OUT, CLOSING HEADCOUNT AND TURNOVER RATE, WITH THE COUNT
      *    AND TOTAL DOLLAR EFFECT OF SALARY CHANGES, ONCE FOR THE
      *    DEPARTMENT'S OWN STAFF AND ONCE ROLLED UP THROUGH THE
      *    DSN8110.DEPT ADMRDEPT HIERARCHY AS DEPTSTAT DOES.
      *
      *    THE FIGURES ARE BUILT FROM THE CHANGE-HISTORY MASTER.  EACH
      *    EMPLOYEE'S HISTORY IS REPLAYED OLDEST FIRST: A RECORD'S
      *    BEFORE AND AFTER STATE (ON FILE IN A WORKDEPT, OR OFF FILE)
      *    DECIDES THE MOVEMENT - OFF TO ON IS A HIRE, ON TO OFF A
      *    SEPARATION, A NEW WORKDEPT A TRANSFER OUT OF THE OLD AND
      *    INTO THE NEW.  HEADCOUNT IS TAKEN AT THE START OF THE MONTH
      *    AND AT ITS END, SO CLOSE = OPEN + HIRES - SEPARATIONS +
      *    TRANSFERS IN - TRANSFERS OUT IN EVERY DEPARTMENT.  THE
      *    CLOSING FIGURES ARE THEN PROVED TO DSN8110.EMP: CLOSE PLUS
      *    THE NET MOVEMENT KEYED SINCE THE MONTH MUST EQUAL THE LIVE
      *    COUNT IN THE WORKDEPT, WHICH CATCHES ANY ROW CHANGED IN DB2
      *    WITHOUT GOING THROUGH EMPMAINT.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  MOVECARD - THE REPORT MONTH 'YYYY-MM' IN
      *                           BYTES 1-7
      *                HISTMSTR - THE CHANGE-HISTORY MASTER (VSAM
      *                           KSDS, READ ONLY)
      *
      *  OUTPUT FILES: MOVE0010 - THE MOVEMENT AND TURNOVER REPORT
      *
      *  COPY MEMBERS: EMPHREC, MOVERPT
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
      *             NO USABLE MONTH CARD (SEE P9997), AN INPUT FAILS
      *             TO OPEN (SEE P9998), OR A DB2 RETURN CODE DB2CBLEX
      *             WOULD ALSO TREAT AS FATAL (SEE P9999)
      *
      *    RETURN CODES:
      *             0 - EVERY DEPARTMENT PROVES TO DSN8110.EMP
      *             4 - A DEPARTMENT'S CLOSE PLUS LATER NET MOVEMENT
      *                 DOES NOT EQUAL ITS LIVE DSN8110.EMP COUNT
      *
      *    SPECIAL LOGIC:  AN EMPLOYEE WITH NO 'A' ON THE MASTER (LOADED
      *                    BEFORE THE MASTER BEGAN, OR STRAIGHT INTO
      *                    DB2) IS ON FILE FROM THE START IN THE
      *                    WORKDEPT OF ITS FIRST BEFORE-IMAGE, OR ITS
      *                    CURRENT WORKDEPT WHEN IT HAS NO HISTORY.
      *                    TURNOVER IS SEPARATIONS OVER THE AVERAGE OF
      *                    OPEN AND CLOSE HEADCOUNT.  A SALARY CHANGE IS
      *                    ANY NON-ADD, NON-DEACTIVATE RECORD WHOSE
      *                    BEFORE AND AFTER SALARY DIFFER, COUNTED IN
      *                    THE WORKDEPT AFTER THE CHANGE.  THE ADMRDEPT
      *                    ROLLUP WALK IS CAPPED AT TEN LEVELS AS IN
      *                    DEPTSTAT.
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

           SELECT MOVE-CARD-FILE      ASSIGN TO MOVECARD
               FILE STATUS IS WS-MOVECARD-STATUS.

           SELECT HIST-MASTER-FILE    ASSIGN TO HISTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MOVE-REPORT-FILE    ASSIGN TO MOVE0010.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * FILE:  MOVE-CARD-FILE                     DDNAME - MOVECARD    *
      *        REPORT MONTH PARAMETER CARD                             *
      ******************************************************************

       FD  MOVE-CARD-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVE-CARD-RECORD.

       01  MOVE-CARD-RECORD.
           05  MC-MONTH.
               10  MC-YYYY              PIC X(04).
               10  MC-DASH              PIC X(01).
               10  MC-MM                PIC X(02).
           05  FILLER                   PIC X(73).

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
      * FILE:  MOVE-REPORT-FILE                   DDNAME - MOVE0010    *
      *        MOVEMENT AND TURNOVER PRINT FILE                        *
      ******************************************************************

       FD  MOVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVE-REPORT-RECORD.

       01  MOVE-REPORT-RECORD    PIC X(80).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPMOVE START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPMOVE'.
      /
       COPY MOVERPT.
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
          05 NULL_IND           PIC S9(4) COMP OCCURS 1 TIMES.

       01  WS-MOVECARD-STATUS          PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.

       01  WS-RPT-MONTH                PIC X(07) VALUE SPACES.
       01  WS-REC-MONTH                PIC X(07) VALUE SPACES.

      ***********              ***********
      *   D E P A R T M E N T  M O V E M E N T  T A B L E          *
      *   ONE ENTRY PER DSN8110.DEPT ROW (PLUS ONE PER WORKDEPT    *
      *   SEEN ON EMP OR THE MASTER BUT MISSING FROM DEPT).  THE   *
      *   DIRECT FIGURES COVER THE DEPARTMENT'S OWN STAFF; THE     *
      *   ROLLUP FIGURES ADD EVERY DEPARTMENT ADMINISTERED BENEATH *
      *   IT THROUGH ADMRDEPT.                                     *
      ***********              ***********

       01  WS-DEPT-ROW.
           05  WS-DEPTNO                 PIC X(03).
           05  WS-DEPTNAME.
               49  WS-DEPTNAME-LEN       PIC S9(4) COMP.
               49  WS-DEPTNAME-TEXT      PIC X(36).
           05  WS-ADMRDEPT               PIC X(03).

       01  WS-DEPT-MOVE-TABLE.
           05  C-DEPT-MOVE-MAX           PIC S9(4) COMP  VALUE +200.
           05  WS-DEPT-MOVE-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  WS-DEPT-MOVE-ENTRY  OCCURS 200 TIMES.
               10  WS-DM-DEPTNO          PIC X(03).
               10  WS-DM-DEPTNAME        PIC X(36).
               10  WS-DM-ADMRDEPT        PIC X(03).
               10  WS-DM-DIRECT-FIGURES.
                   15  WS-DM-DIR-OPEN    PIC S9(08) COMP.
                   15  WS-DM-DIR-HIRE    PIC S9(08) COMP.
                   15  WS-DM-DIR-SEP     PIC S9(08) COMP.
                   15  WS-DM-DIR-XIN     PIC S9(08) COMP.
                   15  WS-DM-DIR-XOUT    PIC S9(08) COMP.
                   15  WS-DM-DIR-CLOSE   PIC S9(08) COMP.
                   15  WS-DM-DIR-SALCHG  PIC S9(08) COMP.
                   15  WS-DM-DIR-SALAMT  PIC S9(11)V99 COMP-3.
                   15  WS-DM-DIR-LATER   PIC S9(08) COMP.
                   15  WS-DM-DIR-LIVE    PIC S9(08) COMP.
               10  WS-DM-ROLLUP-FIGURES.
                   15  WS-DM-ROL-OPEN    PIC S9(08) COMP.
                   15  WS-DM-ROL-HIRE    PIC S9(08) COMP.
                   15  WS-DM-ROL-SEP     PIC S9(08) COMP.
                   15  WS-DM-ROL-XIN     PIC S9(08) COMP.
                   15  WS-DM-ROL-XOUT    PIC S9(08) COMP.
                   15  WS-DM-ROL-CLOSE   PIC S9(08) COMP.
                   15  WS-DM-ROL-SALCHG  PIC S9(08) COMP.
                   15  WS-DM-ROL-SALAMT  PIC S9(11)V99 COMP-3.
                   15  WS-DM-ROL-LATER   PIC S9(08) COMP.
                   15  WS-DM-ROL-LIVE    PIC S9(08) COMP.

       01  WS-DEPT-LOOKUP.
           05  WS-LOOKUP-DEPT            PIC X(03)  VALUE SPACES.
           05  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-LOOKUP-FOUND              VALUE 'Y'.

      ***********              ***********
      *   A D M R D E P T  R O L L U P  W A L K  C O N T R O L     *
      *   AS IN DEPTSTAT - CLIMB FROM A DEPARTMENT'S ADMRDEPT UP  *
      *   TO THE SELF-ADMINISTERING ROOT, ADDING THE DEPARTMENT'S *
      *   DIRECT FIGURES TO EVERY ANCESTOR.                       *
      ***********              ***********

       01  WS-WALK-CONTROL.
           05  C-WALK-LEVEL-MAX          PIC S9(4) COMP  VALUE +10.
           05  WS-WALK-LEVEL             PIC S9(4) COMP  VALUE ZERO.
           05  WS-WALK-DEPT              PIC X(03)  VALUE SPACES.
           05  WS-WALK-DONE-SW           PIC X(01)  VALUE 'N'.
               88  WS-WALK-DONE                 VALUE 'Y'.

      ***********              ***********
      *   M A T C H  C O N T R O L                                 *
      *   THE NEXT EMPNO ON EACH SIDE OF THE MATCH (HIGH-VALUES    *
      *   ONCE A SIDE IS EXHAUSTED) AND THE EMPNO BEING REPLAYED.  *
      ***********              ***********

       01  WS-MATCH-CONTROL.
           05  WS-EMP-KEY                PIC X(06)  VALUE SPACES.
           05  WS-HM-KEY                 PIC X(06)  VALUE SPACES.
           05  WS-CUR-EMP-NBR            PIC X(06)  VALUE SPACES.

      ***********              ***********
      *   R E P L A Y  C O N T R O L                               *
      *   THE EMPLOYEE'S STATE BEFORE AND AFTER THE MASTER RECORD  *
      *   IN HAND, AND THE STATE TAKEN AT THE START AND AT THE END *
      *   OF THE REPORT MONTH.  'Y' IS ON FILE IN THE WORKDEPT     *
      *   BESIDE IT, 'N' IS OFF FILE.                              *
      ***********              ***********

       01  WS-REPLAY-CONTROL.
           05  WS-ON-EMP-SW              PIC X(01)  VALUE 'N'.
               88  ON-EMP-TABLE                 VALUE 'Y'.
           05  WS-LIVE-DEPT              PIC X(03)  VALUE SPACES.
           05  WS-FIRST-REC-SW           PIC X(01)  VALUE 'Y'.
               88  FIRST-HISTORY-REC            VALUE 'Y'.
           05  WS-BEF-STATE-SW           PIC X(01)  VALUE 'N'.
               88  BEF-ON-FILE                  VALUE 'Y'.
           05  WS-BEF-DEPT               PIC X(03)  VALUE SPACES.
           05  WS-AFT-STATE-SW           PIC X(01)  VALUE 'N'.
               88  AFT-ON-FILE                  VALUE 'Y'.
           05  WS-AFT-DEPT               PIC X(03)  VALUE SPACES.
           05  WS-OPEN-TAKEN-SW          PIC X(01)  VALUE 'N'.
               88  OPEN-TAKEN                   VALUE 'Y'.
           05  WS-OPEN-STATE-SW          PIC X(01)  VALUE 'N'.
               88  OPEN-ON-FILE                 VALUE 'Y'.
           05  WS-OPEN-DEPT              PIC X(03)  VALUE SPACES.
           05  WS-CLOSE-TAKEN-SW         PIC X(01)  VALUE 'N'.
               88  CLOSE-TAKEN                  VALUE 'Y'.
           05  WS-CLOSE-STATE-SW         PIC X(01)  VALUE 'N'.
               88  CLOSE-ON-FILE                VALUE 'Y'.
           05  WS-CLOSE-DEPT             PIC X(03)  VALUE SPACES.

       01  WS-SALARY-WORK.
           05  WS-BEF-SALARY             PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.
           05  WS-AFT-SALARY             PIC S9(07)V99 COMP-3
                                                       VALUE ZERO.

      ****************************************************************
      *   * CURSOR FOR THE LIVE ROWS - EVERY DSN8110.EMP EMPNO IN   **
      *   * EMPNO ORDER TO MATCH AGAINST THE MASTER KEY.            **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_MOVE  CURSOR FOR

                     SELECT EMPNO,
                            WORKDEPT
                     FROM DSN8110.EMP
                     ORDER BY EMPNO

                   END-EXEC.

      ****************************************************************
      *   * CURSOR FOR THE DEPARTMENT TABLE - EVERY ROW ON          **
      *   * DSN8110.DEPT WITH ITS ADMINISTERING DEPARTMENT.         **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_MOVE  CURSOR FOR

                     SELECT DEPTNO,
                            DEPTNAME,
                            ADMRDEPT
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
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3582.
            05  C-CARD-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3583.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-OUT-OF-BALANCE-RC
                                 PIC S9(04) COMP      VALUE +4.

       01  SUBSCRIPTS.
           05  W-DEPT-SUB     PIC S9(4) COMP VALUE ZERO.
           05  W-FOUND-SUB    PIC S9(4) COMP VALUE ZERO.
           05  W-ANC-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-ROLL-SUB     PIC S9(4) COMP VALUE ZERO.

       01  ACCUMULATORS.
          05  A-EMP-ROWS-READ          PIC S9(8) COMP  VALUE ZERO.
          05  A-HISTORY-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPNOS-REPLAYED        PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPTS-OFF              PIC S9(8) COMP  VALUE ZERO.
          05  A-GRAND-FIGURES.
              10  A-GRAND-OPEN         PIC S9(08) COMP.
              10  A-GRAND-HIRE         PIC S9(08) COMP.
              10  A-GRAND-SEP          PIC S9(08) COMP.
              10  A-GRAND-XIN          PIC S9(08) COMP.
              10  A-GRAND-XOUT         PIC S9(08) COMP.
              10  A-GRAND-CLOSE        PIC S9(08) COMP.
              10  A-GRAND-SALCHG       PIC S9(08) COMP.
              10  A-GRAND-SALAMT       PIC S9(11)V99 COMP-3.
              10  A-GRAND-LATER        PIC S9(08) COMP.
              10  A-GRAND-LIVE         PIC S9(08) COMP.

      ***********              ***********
      *   P R I N T  W O R K  A R E A                              *
      *   P0820 FORMATS WHICHEVER SET OF FIGURES (DIRECT, ROLLUP   *
      *   OR COMPANY) HAS BEEN MOVED HERE.                         *
      ***********              ***********

       01  WS-PRINT-FIGURES.
           05  WS-PF-OPEN                PIC S9(08) COMP.
           05  WS-PF-HIRE                PIC S9(08) COMP.
           05  WS-PF-SEP                 PIC S9(08) COMP.
           05  WS-PF-XIN                 PIC S9(08) COMP.
           05  WS-PF-XOUT                PIC S9(08) COMP.
           05  WS-PF-CLOSE               PIC S9(08) COMP.
           05  WS-PF-SALCHG              PIC S9(08) COMP.
           05  WS-PF-SALAMT              PIC S9(11)V99 COMP-3.
           05  WS-PF-LATER               PIC S9(08) COMP.
           05  WS-PF-LIVE                PIC S9(08) COMP.

       01  WS-TURNOVER                 PIC S9(03)V9 COMP-3 VALUE ZERO.
       01  WS-PROOF-SW                 PIC X(01) VALUE 'Y'.
           88  FIGURES-PROVE                  VALUE 'Y'.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P1000-READ-MONTH-CARD.
           PERFORM P1100-GET-RUN-DATE.
           PERFORM P1200-LOAD-DEPT-DIRECTORY.

           OPEN INPUT HIST-MASTER-FILE.

           IF  WS-MASTER-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P5000-OPEN-EMP-MOVE.
           PERFORM P5020-FETCH-EMP-MOVE.
           PERFORM P1500-READ-HISTORY.

           PERFORM P2000-REPLAY-ONE-EMPNO
               UNTIL WS-EMP-KEY  =  HIGH-VALUES
                 AND WS-HM-KEY   =  HIGH-VALUES.

           PERFORM P5010-CLOSE-EMP-MOVE.
           CLOSE HIST-MASTER-FILE.

           PERFORM P0700-BUILD-ROLLUPS.

           OPEN OUTPUT MOVE-REPORT-FILE.

           MOVE WS-RPT-MONTH     TO  MTL-MONTH.
           MOVE C-CURR-DATE-YMD  TO  MTL-RUN-DATE.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-TITLE.

           PERFORM P0800-WRITE-MOVEMENT.

           CLOSE MOVE-REPORT-FILE.

           DISPLAY 'EMPMOVE - MOVEMENT FOR MONTH ' WS-RPT-MONTH.
           DISPLAY 'TOTAL DSN8110.EMP ROWS READ'  A-EMP-ROWS-READ.
           DISPLAY 'TOTAL HISTORY RECORDS READ '  A-HISTORY-READ.
           DISPLAY 'TOTAL EMPNOS REPLAYED      '  A-EMPNOS-REPLAYED.
           DISPLAY 'TOTAL DEPARTMENTS REPORTED '  WS-DEPT-MOVE-COUNT.
           DISPLAY 'DEPARTMENTS OUT OF BALANCE '  A-DEPTS-OFF.

           IF  A-DEPTS-OFF  >  ZERO
               MOVE C-OUT-OF-BALANCE-RC  TO  RETURN-CODE
               DISPLAY 'EMPMOVE - CLOSING HEADCOUNT DOES NOT PROVE TO '
                       'DSN8110.EMP - RC 4'
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

           DISPLAY 'EMPMOVE - FATAL DB2 ERROR - SQLCODE = ', SQLCODE.
           DISPLAY 'EMPMOVE - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   AN INPUT FAILED TO OPEN - ABEND HERE INSTEAD OF PRINTING     *
      *   FIGURES BUILT FROM HALF THE HISTORY.                         *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPMOVE - FILE OPEN FAILED - CARD STATUS = '
                   WS-MOVECARD-STATUS ' MASTER STATUS = '
                   WS-MASTER-STATUS.
           DISPLAY 'EMPMOVE - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           CALL C-ABEND-PGM USING C-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   NO USABLE MONTH CARD - THE REPORT HAS NO MONTH TO ANSWER.    *
      ******************************************************************
       P9997-ABEND-CARD-ERROR.

           DISPLAY 'EMPMOVE - NO USABLE REPORT MONTH ON MOVECARD: '
                   MC-MONTH.
           DISPLAY 'EMPMOVE - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-CARD-ABEND-CODE.

           CALL C-ABEND-PGM USING C-CARD-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   LOOK A WORKDEPT UP IN THE MOVEMENT TABLE.                    *
      ******************************************************************
       P0600-FIND-DEPT.

           MOVE 'N'     TO  WS-LOOKUP-FOUND-SW.
           MOVE ZERO    TO  W-FOUND-SUB.

           PERFORM P0610-SCAN-DEPT-TABLE
               VARYING W-DEPT-SUB  FROM  1  BY  1
               UNTIL   W-DEPT-SUB  >  WS-DEPT-MOVE-COUNT
                  OR   WS-LOOKUP-FOUND.
      /
       P0610-SCAN-DEPT-TABLE.

           IF  WS-DM-DEPTNO (W-DEPT-SUB)  =  WS-LOOKUP-DEPT
               MOVE 'Y'         TO  WS-LOOKUP-FOUND-SW
               MOVE W-DEPT-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      ******************************************************************
      *   FIND THE ENTRY A FIGURE IS POSTED TO.  A WORKDEPT NOT ON     *
      *   DSN8110.DEPT STILL GETS AN ENTRY (WITH A FLAG NAME AND NO    *
      *   ADMRDEPT) SO ITS MOVEMENT IS NOT DROPPED FROM THE REPORT.    *
      ******************************************************************
       P0620-LOCATE-POSTING-DEPT.

           PERFORM P0600-FIND-DEPT.

           IF  NOT WS-LOOKUP-FOUND
               PERFORM P0650-ADD-UNKNOWN-DEPT
           END-IF.
      /
       P0650-ADD-UNKNOWN-DEPT.

           IF  WS-DEPT-MOVE-COUNT  <  C-DEPT-MOVE-MAX
               ADD 1  TO  WS-DEPT-MOVE-COUNT
               MOVE WS-DEPT-MOVE-COUNT  TO  W-FOUND-SUB
               INITIALIZE WS-DEPT-MOVE-ENTRY (W-FOUND-SUB)
               MOVE WS-LOOKUP-DEPT
                   TO  WS-DM-DEPTNO (W-FOUND-SUB)
               MOVE '** NOT ON DSN8110.DEPT **'
                   TO  WS-DM-DEPTNAME (W-FOUND-SUB)
               MOVE SPACES
                   TO  WS-DM-ADMRDEPT (W-FOUND-SUB)
               MOVE 'Y'  TO  WS-LOOKUP-FOUND-SW
           ELSE
               DISPLAY 'EMPMOVE - DEPT TABLE FULL - DEPT '
                       WS-LOOKUP-DEPT ' DROPPED FROM MOVEMENT'
           END-IF.
      /
      ******************************************************************
      *   B U I L D  T H E  A D M R D E P T  R O L L U P S             *
      *   SEED EVERY ROLLUP WITH ITS OWN DIRECT FIGURES, THEN FOR      *
      *   EACH DEPARTMENT CLIMB THE ADMRDEPT CHAIN AND ADD ITS DIRECT  *
      *   FIGURES TO EVERY ANCESTOR ON THE WAY TO THE ROOT.            *
      ******************************************************************
       P0700-BUILD-ROLLUPS.

           PERFORM P0710-SEED-ROLLUP
               VARYING W-DEPT-SUB  FROM  1  BY  1
               UNTIL   W-DEPT-SUB  >  WS-DEPT-MOVE-COUNT.

           PERFORM P0720-ROLL-UP-ONE-DEPT
               VARYING W-ROLL-SUB  FROM  1  BY  1
               UNTIL   W-ROLL-SUB  >  WS-DEPT-MOVE-COUNT.
      /
       P0710-SEED-ROLLUP.

           MOVE WS-DM-DIRECT-FIGURES (W-DEPT-SUB)
               TO  WS-DM-ROLLUP-FIGURES (W-DEPT-SUB).
      /
      ******************************************************************
      *   CLIMB FROM ONE DEPARTMENT'S ADMRDEPT TO THE ROOT, ADDING     *
      *   THE DEPARTMENT'S DIRECT FIGURES TO EACH ANCESTOR.            *
      ******************************************************************
       P0720-ROLL-UP-ONE-DEPT.

           MOVE 'N'  TO  WS-WALK-DONE-SW.
           MOVE ZERO  TO  WS-WALK-LEVEL.
           MOVE WS-DM-ADMRDEPT (W-ROLL-SUB)  TO  WS-WALK-DEPT.
           PERFORM P0730-ADD-TO-ANCESTOR
               UNTIL WS-WALK-DONE.
      /
       P0730-ADD-TO-ANCESTOR.

           ADD 1  TO  WS-WALK-LEVEL.

           IF  WS-WALK-DEPT  =  SPACES
               OR  WS-WALK-LEVEL  >  C-WALK-LEVEL-MAX
               MOVE 'Y'  TO  WS-WALK-DONE-SW
           ELSE
               MOVE WS-WALK-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0600-FIND-DEPT
               IF  NOT WS-LOOKUP-FOUND
                   OR  W-FOUND-SUB  =  W-ROLL-SUB
                   MOVE 'Y'  TO  WS-WALK-DONE-SW
               ELSE
                   MOVE W-FOUND-SUB  TO  W-ANC-SUB
                   PERFORM P0740-ADD-DIRECT-TO-ROLLUP
                   IF  WS-DM-ADMRDEPT (W-ANC-SUB)  =
                       WS-DM-DEPTNO (W-ANC-SUB)
                       MOVE 'Y'  TO  WS-WALK-DONE-SW
                   ELSE
                       MOVE WS-DM-ADMRDEPT (W-ANC-SUB)
                           TO  WS-WALK-DEPT
                   END-IF
               END-IF
           END-IF.
      /
      ******************************************************************
      *   ADD THE DIRECT FIGURES OF THE DEPARTMENT AT W-ROLL-SUB INTO  *
      *   THE ROLLUP FIGURES OF THE ANCESTOR AT W-ANC-SUB.             *
      ******************************************************************
       P0740-ADD-DIRECT-TO-ROLLUP.

           ADD WS-DM-DIR-OPEN (W-ROLL-SUB)
               TO  WS-DM-ROL-OPEN (W-ANC-SUB).
           ADD WS-DM-DIR-HIRE (W-ROLL-SUB)
               TO  WS-DM-ROL-HIRE (W-ANC-SUB).
           ADD WS-DM-DIR-SEP (W-ROLL-SUB)
               TO  WS-DM-ROL-SEP (W-ANC-SUB).
           ADD WS-DM-DIR-XIN (W-ROLL-SUB)
               TO  WS-DM-ROL-XIN (W-ANC-SUB).
           ADD WS-DM-DIR-XOUT (W-ROLL-SUB)
               TO  WS-DM-ROL-XOUT (W-ANC-SUB).
           ADD WS-DM-DIR-CLOSE (W-ROLL-SUB)
               TO  WS-DM-ROL-CLOSE (W-ANC-SUB).
           ADD WS-DM-DIR-SALCHG (W-ROLL-SUB)
               TO  WS-DM-ROL-SALCHG (W-ANC-SUB).
           ADD WS-DM-DIR-SALAMT (W-ROLL-SUB)
               TO  WS-DM-ROL-SALAMT (W-ANC-SUB).
           ADD WS-DM-DIR-LATER (W-ROLL-SUB)
               TO  WS-DM-ROL-LATER (W-ANC-SUB).
           ADD WS-DM-DIR-LIVE (W-ROLL-SUB)
               TO  WS-DM-ROL-LIVE (W-ANC-SUB).
      /
      ******************************************************************
      *   W R I T E  T H E  M O V E M E N T  R E P O R T               *
      *   ONE BLOCK PER DEPARTMENT WITH ANY FIGURE IN ITS ROLLUP, IN   *
      *   DEPTNO ORDER, THEN THE COMPANY TOTAL, THE PROOF SUMMARY AND  *
      *   THE COLUMN KEY.                                              *
      ******************************************************************
       P0800-WRITE-MOVEMENT.

           INITIALIZE A-GRAND-FIGURES.

           PERFORM P0810-WRITE-DEPT-BLOCK
               VARYING W-DEPT-SUB  FROM  1  BY  1
               UNTIL   W-DEPT-SUB  >  WS-DEPT-MOVE-COUNT.

           MOVE SPACES  TO  MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-GRAND-LINE.

           MOVE 'TOTAL '         TO  MCL-SCOPE  MSL-SCOPE.
           MOVE A-GRAND-FIGURES  TO  WS-PRINT-FIGURES.
           PERFORM P0820-FORMAT-FIGURES.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-COUNT-LINE.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-SALARY-LINE.

           MOVE SPACES  TO  MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           MOVE A-DEPTS-OFF  TO  MPL-OFF-COUNT.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-PROOF-LINE.

           MOVE SPACES  TO  MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-KEY-LINE1.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-KEY-LINE2.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-KEY-LINE3.
           WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-KEY-LINE4.
      /
      ******************************************************************
      *   ONE REPORT BLOCK FOR THE DEPARTMENT AT W-DEPT-SUB: HEADER,   *
      *   DIRECT FIGURES, ROLLUP FIGURES.  THE DIRECT FIGURES ARE      *
      *   ADDED TO THE COMPANY TOTAL AND PROVED TO DSN8110.EMP.  A     *
      *   DEPARTMENT WITH NOTHING IN ITS ROLLUP IS NOT PRINTED.        *
      ******************************************************************
       P0810-WRITE-DEPT-BLOCK.

           PERFORM P0840-ADD-TO-GRAND.

           IF  WS-DM-ROL-OPEN (W-DEPT-SUB)     =  ZERO
               AND  WS-DM-ROL-CLOSE (W-DEPT-SUB)   =  ZERO
               AND  WS-DM-ROL-LIVE (W-DEPT-SUB)    =  ZERO
               AND  WS-DM-ROL-HIRE (W-DEPT-SUB)    =  ZERO
               AND  WS-DM-ROL-SEP (W-DEPT-SUB)     =  ZERO
               AND  WS-DM-ROL-XIN (W-DEPT-SUB)     =  ZERO
               AND  WS-DM-ROL-XOUT (W-DEPT-SUB)    =  ZERO
               AND  WS-DM-ROL-SALCHG (W-DEPT-SUB)  =  ZERO
               AND  WS-DM-ROL-LATER (W-DEPT-SUB)   =  ZERO
               CONTINUE
           ELSE
               MOVE SPACES  TO  MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
               MOVE WS-DM-DEPTNO (W-DEPT-SUB)    TO  MDL-WORK-DEPT
               MOVE WS-DM-DEPTNAME (W-DEPT-SUB)  TO  MDL-DEPT-NAME
               WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-DEPT-LINE
               MOVE 'DIRECT'  TO  MCL-SCOPE  MSL-SCOPE
               MOVE WS-DM-DIRECT-FIGURES (W-DEPT-SUB)
                   TO  WS-PRINT-FIGURES
               PERFORM P0820-FORMAT-FIGURES
               IF  NOT FIGURES-PROVE
                   ADD 1  TO  A-DEPTS-OFF
               END-IF
               WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-COUNT-LINE
               WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-SALARY-LINE
               MOVE 'ROLLUP'  TO  MCL-SCOPE  MSL-SCOPE
               MOVE WS-DM-ROLLUP-FIGURES (W-DEPT-SUB)
                   TO  WS-PRINT-FIGURES
               PERFORM P0820-FORMAT-FIGURES
               WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-COUNT-LINE
               WRITE MOVE-REPORT-RECORD  FROM  W-MOVE-SALARY-LINE
           END-IF.
      /
      ******************************************************************
      *   FORMAT THE FIGURES IN WS-PRINT-FIGURES INTO THE MOVEMENT AND *
      *   SALARY LINES: TURNOVER IS SEPARATIONS OVER THE AVERAGE OF    *
      *   OPEN AND CLOSE, AND THE PROOF IS CLOSE + LATER NET = LIVE.   *
      ******************************************************************
       P0820-FORMAT-FIGURES.

           MOVE WS-PF-OPEN    TO  MCL-OPEN.
           MOVE WS-PF-HIRE    TO  MCL-HIRE.
           MOVE WS-PF-SEP     TO  MCL-SEP.
           MOVE WS-PF-XIN     TO  MCL-XIN.
           MOVE WS-PF-XOUT    TO  MCL-XOUT.
           MOVE WS-PF-CLOSE   TO  MCL-CLOSE.

           IF  WS-PF-OPEN  +  WS-PF-CLOSE  >  ZERO
               COMPUTE WS-TURNOVER ROUNDED  =
                       WS-PF-SEP * 200 / (WS-PF-OPEN + WS-PF-CLOSE)
                   ON SIZE ERROR
                       MOVE 999.9  TO  WS-TURNOVER
               END-COMPUTE
           ELSE
               MOVE ZERO  TO  WS-TURNOVER
           END-IF.

           MOVE WS-TURNOVER   TO  MCL-TURNOVER.

           MOVE WS-PF-SALCHG  TO  MSL-CHG-COUNT.
           MOVE WS-PF-SALAMT  TO  MSL-CHG-AMOUNT.
           MOVE WS-PF-LATER   TO  MSL-LATER-NET.
           MOVE WS-PF-LIVE    TO  MSL-LIVE.

           IF  WS-PF-CLOSE  +  WS-PF-LATER  =  WS-PF-LIVE
               MOVE 'Y'    TO  WS-PROOF-SW
               MOVE 'OK '  TO  MSL-PROOF
           ELSE
               MOVE 'N'    TO  WS-PROOF-SW
               MOVE 'OFF'  TO  MSL-PROOF
           END-IF.
      /
       P0840-ADD-TO-GRAND.

           ADD WS-DM-DIR-OPEN (W-DEPT-SUB)    TO  A-GRAND-OPEN.
           ADD WS-DM-DIR-HIRE (W-DEPT-SUB)    TO  A-GRAND-HIRE.
           ADD WS-DM-DIR-SEP (W-DEPT-SUB)     TO  A-GRAND-SEP.
           ADD WS-DM-DIR-XIN (W-DEPT-SUB)     TO  A-GRAND-XIN.
           ADD WS-DM-DIR-XOUT (W-DEPT-SUB)    TO  A-GRAND-XOUT.
           ADD WS-DM-DIR-CLOSE (W-DEPT-SUB)   TO  A-GRAND-CLOSE.
           ADD WS-DM-DIR-SALCHG (W-DEPT-SUB)  TO  A-GRAND-SALCHG.
           ADD WS-DM-DIR-SALAMT (W-DEPT-SUB)  TO  A-GRAND-SALAMT.
           ADD WS-DM-DIR-LATER (W-DEPT-SUB)   TO  A-GRAND-LATER.
           ADD WS-DM-DIR-LIVE (W-DEPT-SUB)    TO  A-GRAND-LIVE.
      /
      ******************************************************************
      *     R E A D  T H E  M O N T H  C A R D                         *
      ******************************************************************
       P1000-READ-MONTH-CARD.

           OPEN INPUT MOVE-CARD-FILE.

           IF  WS-MOVECARD-STATUS  NOT =  '00'
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           MOVE SPACES  TO  MOVE-CARD-RECORD.

           READ MOVE-CARD-FILE
               AT END
                   NEXT SENTENCE
           END-READ.

           CLOSE MOVE-CARD-FILE.

           IF  MC-YYYY  NUMERIC
               AND  MC-MM    NUMERIC
               AND  MC-DASH  =  '-'
               AND  MC-MM  >=  '01'  AND  MC-MM  <=  '12'
               MOVE MC-MONTH  TO  WS-RPT-MONTH
           ELSE
               PERFORM P9997-ABEND-CARD-ERROR
           END-IF.

           DISPLAY 'EMPMOVE - REPORT MONTH ' WS-RPT-MONTH.
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
      *   L O A D  T H E  D E P A R T M E N T  T A B L E               *
      *   FETCH EVERY DSN8110.DEPT ROW WITH ITS ADMRDEPT INTO THE      *
      *   MOVEMENT TABLE BEFORE ANY HISTORY IS REPLAYED.               *
      ******************************************************************
       P1200-LOAD-DEPT-DIRECTORY.

           PERFORM P5100-OPEN-DEPT-MOVE.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5120-FETCH-DEPT-MOVE
               PERFORM P1210-STORE-DEPT-ENTRY UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5110-CLOSE-DEPT-MOVE
           ELSE
               NEXT SENTENCE
           END-IF.
      /
      ******************************************************************
      *   STORE ONE DEPT ROW IN THE MOVEMENT TABLE, FETCH THE NEXT     *
      ******************************************************************
       P1210-STORE-DEPT-ENTRY.

           IF  WS-DEPT-MOVE-COUNT  <  C-DEPT-MOVE-MAX
               ADD 1  TO  WS-DEPT-MOVE-COUNT
               MOVE WS-DEPT-MOVE-COUNT  TO  W-FOUND-SUB
               INITIALIZE WS-DEPT-MOVE-ENTRY (W-FOUND-SUB)
               MOVE WS-DEPTNO
                   TO  WS-DM-DEPTNO (W-FOUND-SUB)
               IF  WS-DEPTNAME-LEN  >  ZERO
                   MOVE WS-DEPTNAME-TEXT(1:WS-DEPTNAME-LEN)
                       TO  WS-DM-DEPTNAME (W-FOUND-SUB)
               ELSE
                   MOVE SPACES
                       TO  WS-DM-DEPTNAME (W-FOUND-SUB)
               END-IF
               MOVE WS-ADMRDEPT
                   TO  WS-DM-ADMRDEPT (W-FOUND-SUB)
           ELSE
               DISPLAY 'EMPMOVE - DEPT TABLE FULL - DEPT '
                       WS-DEPTNO ' DROPPED FROM MOVEMENT'
           END-IF.

           PERFORM P5120-FETCH-DEPT-MOVE.
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
      *   THE LOWER OF THE TWO KEYS IS THE NEXT EMPNO.  NOTE ITS LIVE  *
      *   WORKDEPT IF IT IS ON DSN8110.EMP, REPLAY ITS HISTORY, THEN   *
      *   POST ITS OPENING, CLOSING AND LIVE HEADCOUNT.                *
      ******************************************************************
       P2000-REPLAY-ONE-EMPNO.

           IF  WS-EMP-KEY  <  WS-HM-KEY
               MOVE WS-EMP-KEY  TO  WS-CUR-EMP-NBR
           ELSE
               MOVE WS-HM-KEY   TO  WS-CUR-EMP-NBR
           END-IF.

           ADD 1  TO  A-EMPNOS-REPLAYED.

           MOVE 'N'     TO  WS-ON-EMP-SW
                            WS-BEF-STATE-SW
                            WS-OPEN-TAKEN-SW
                            WS-CLOSE-TAKEN-SW.
           MOVE 'Y'     TO  WS-FIRST-REC-SW.
           MOVE SPACES  TO  WS-LIVE-DEPT
                            WS-BEF-DEPT.

           IF  WS-EMP-KEY  =  WS-CUR-EMP-NBR
               MOVE 'Y'       TO  WS-ON-EMP-SW
               MOVE WORKDEPT  TO  WS-LIVE-DEPT
               PERFORM P5020-FETCH-EMP-MOVE
           END-IF.

           PERFORM P2100-REPLAY-HISTORY
               UNTIL WS-HM-KEY  NOT =  WS-CUR-EMP-NBR.

           IF  FIRST-HISTORY-REC
               MOVE WS-ON-EMP-SW  TO  WS-BEF-STATE-SW
               MOVE WS-LIVE-DEPT  TO  WS-BEF-DEPT
           END-IF.

           IF  NOT OPEN-TAKEN
               PERFORM P2110-TAKE-OPEN-STATE
           END-IF.

           IF  NOT CLOSE-TAKEN
               PERFORM P2120-TAKE-CLOSE-STATE
           END-IF.

           PERFORM P2400-POST-HEADCOUNT.
      /
      ******************************************************************
      *   ONE MASTER RECORD OF THE EMPNO, OLDEST FIRST.  THE FIRST     *
      *   RECORD SETS THE STARTING STATE (OFF FILE BEFORE AN 'A', ELSE *
      *   ON FILE IN ITS BEFORE-IMAGE WORKDEPT).  THE STATE IS TAKEN   *
      *   AS THE OPENING STATE AT THE FIRST RECORD KEYED IN OR AFTER   *
      *   THE MONTH, AND AS THE CLOSING STATE AT THE FIRST KEYED AFTER *
      *   IT.  A RECORD IN THE MONTH IS COUNTED AS MOVEMENT; ONE AFTER *
      *   THE MONTH IS COUNTED AS LATER NET MOVEMENT FOR THE PROOF.    *
      ******************************************************************
       P2100-REPLAY-HISTORY.

           MOVE HM-RUN-DATE(1:7)  TO  WS-REC-MONTH.

           IF  FIRST-HISTORY-REC
               MOVE 'N'  TO  WS-FIRST-REC-SW
               IF  HM-ACTION-CODE  =  'A'
                   MOVE 'N'     TO  WS-BEF-STATE-SW
                   MOVE SPACES  TO  WS-BEF-DEPT
               ELSE
                   MOVE 'Y'               TO  WS-BEF-STATE-SW
                   MOVE HM-BEF-WORK-DEPT  TO  WS-BEF-DEPT
               END-IF
           END-IF.

           IF  WS-REC-MONTH  NOT <  WS-RPT-MONTH
               AND  NOT OPEN-TAKEN
               PERFORM P2110-TAKE-OPEN-STATE
           END-IF.

           IF  WS-REC-MONTH  >  WS-RPT-MONTH
               AND  NOT CLOSE-TAKEN
               PERFORM P2120-TAKE-CLOSE-STATE
           END-IF.

           IF  HM-ACTION-CODE  =  'D'
               MOVE 'N'               TO  WS-AFT-STATE-SW
               MOVE SPACES            TO  WS-AFT-DEPT
           ELSE
               MOVE 'Y'               TO  WS-AFT-STATE-SW
               MOVE HM-AFT-WORK-DEPT  TO  WS-AFT-DEPT
           END-IF.

           IF  WS-REC-MONTH  =  WS-RPT-MONTH
               PERFORM P2200-COUNT-MOVEMENT
           ELSE
               IF  WS-REC-MONTH  >  WS-RPT-MONTH
                   PERFORM P2300-COUNT-LATER-NET
               END-IF
           END-IF.

           MOVE WS-AFT-STATE-SW  TO  WS-BEF-STATE-SW.
           MOVE WS-AFT-DEPT      TO  WS-BEF-DEPT.

           PERFORM P1500-READ-HISTORY.
      /
       P2110-TAKE-OPEN-STATE.

           MOVE 'Y'              TO  WS-OPEN-TAKEN-SW.
           MOVE WS-BEF-STATE-SW  TO  WS-OPEN-STATE-SW.
           MOVE WS-BEF-DEPT      TO  WS-OPEN-DEPT.
      /
       P2120-TAKE-CLOSE-STATE.

           MOVE 'Y'              TO  WS-CLOSE-TAKEN-SW.
           MOVE WS-BEF-STATE-SW  TO  WS-CLOSE-STATE-SW.
           MOVE WS-BEF-DEPT      TO  WS-CLOSE-DEPT.
      /
      ******************************************************************
      *   A RECORD KEYED IN THE REPORT MONTH.  OFF TO ON IS A HIRE,    *
      *   ON TO OFF A SEPARATION, ON IN A NEW WORKDEPT A TRANSFER.     *
      *   A SALARY CHANGE COUNTS IN THE WORKDEPT AFTER THE CHANGE.     *
      ******************************************************************
       P2200-COUNT-MOVEMENT.

           EVALUATE TRUE
               WHEN NOT BEF-ON-FILE  AND  AFT-ON-FILE
                   MOVE WS-AFT-DEPT  TO  WS-LOOKUP-DEPT
                   PERFORM P0620-LOCATE-POSTING-DEPT
                   IF  WS-LOOKUP-FOUND
                       ADD 1  TO  WS-DM-DIR-HIRE (W-FOUND-SUB)
                   END-IF
               WHEN BEF-ON-FILE  AND  NOT AFT-ON-FILE
                   MOVE WS-BEF-DEPT  TO  WS-LOOKUP-DEPT
                   PERFORM P0620-LOCATE-POSTING-DEPT
                   IF  WS-LOOKUP-FOUND
                       ADD 1  TO  WS-DM-DIR-SEP (W-FOUND-SUB)
                   END-IF
               WHEN BEF-ON-FILE  AND  AFT-ON-FILE
                   AND  WS-BEF-DEPT  NOT =  WS-AFT-DEPT
                   MOVE WS-BEF-DEPT  TO  WS-LOOKUP-DEPT
                   PERFORM P0620-LOCATE-POSTING-DEPT
                   IF  WS-LOOKUP-FOUND
                       ADD 1  TO  WS-DM-DIR-XOUT (W-FOUND-SUB)
                   END-IF
                   MOVE WS-AFT-DEPT  TO  WS-LOOKUP-DEPT
                   PERFORM P0620-LOCATE-POSTING-DEPT
                   IF  WS-LOOKUP-FOUND
                       ADD 1  TO  WS-DM-DIR-XIN (W-FOUND-SUB)
                   END-IF
           END-EVALUATE.

           IF  HM-ACTION-CODE  NOT =  'A'
               AND  HM-ACTION-CODE  NOT =  'D'
               PERFORM P2210-COUNT-SALARY-CHANGE
           END-IF.
      /
       P2210-COUNT-SALARY-CHANGE.

           IF  HM-BEF-SALARY  =  SPACES
               MOVE ZERO           TO  WS-BEF-SALARY
           ELSE
               MOVE HM-BEF-SALARY  TO  WS-BEF-SALARY
           END-IF.

           IF  HM-AFT-SALARY  =  SPACES
               MOVE ZERO           TO  WS-AFT-SALARY
           ELSE
               MOVE HM-AFT-SALARY  TO  WS-AFT-SALARY
           END-IF.

           IF  WS-AFT-SALARY  NOT =  WS-BEF-SALARY
               MOVE WS-AFT-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   ADD 1  TO  WS-DM-DIR-SALCHG (W-FOUND-SUB)
                   COMPUTE WS-DM-DIR-SALAMT (W-FOUND-SUB)  =
                           WS-DM-DIR-SALAMT (W-FOUND-SUB)
                         + WS-AFT-SALARY  -  WS-BEF-SALARY
               END-IF
           END-IF.
      /
      ******************************************************************
      *   A RECORD KEYED AFTER THE REPORT MONTH - TAKE ONE FROM THE    *
      *   WORKDEPT IT LEFT AND ADD ONE TO THE WORKDEPT IT JOINED, SO   *
      *   CLOSE + LATER NET SHOULD LAND ON THE LIVE DSN8110.EMP COUNT. *
      ******************************************************************
       P2300-COUNT-LATER-NET.

           IF  BEF-ON-FILE
               MOVE WS-BEF-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   SUBTRACT 1  FROM  WS-DM-DIR-LATER (W-FOUND-SUB)
               END-IF
           END-IF.

           IF  AFT-ON-FILE
               MOVE WS-AFT-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   ADD 1  TO  WS-DM-DIR-LATER (W-FOUND-SUB)
               END-IF
           END-IF.
      /
      ******************************************************************
      *   POST THE EMPNO'S OPENING, CLOSING AND LIVE HEADCOUNT.        *
      ******************************************************************
       P2400-POST-HEADCOUNT.

           IF  OPEN-ON-FILE
               MOVE WS-OPEN-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   ADD 1  TO  WS-DM-DIR-OPEN (W-FOUND-SUB)
               END-IF
           END-IF.

           IF  CLOSE-ON-FILE
               MOVE WS-CLOSE-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   ADD 1  TO  WS-DM-DIR-CLOSE (W-FOUND-SUB)
               END-IF
           END-IF.

           IF  ON-EMP-TABLE
               MOVE WS-LIVE-DEPT  TO  WS-LOOKUP-DEPT
               PERFORM P0620-LOCATE-POSTING-DEPT
               IF  WS-LOOKUP-FOUND
                   ADD 1  TO  WS-DM-DIR-LIVE (W-FOUND-SUB)
               END-IF
           END-IF.
      /
      ******************************************************************
      *          O P E N  E M P  M O V E  C U R S O R                  *
      ******************************************************************
       P5000-OPEN-EMP-MOVE.

             EXEC SQL
               OPEN EMP_MOVE
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP MOVE'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-MOVE'.
      /
      ******************************************************************
      *        C L O S E  E M P  M O V E  C U R S O R                  *
      ******************************************************************
       P5010-CLOSE-EMP-MOVE.

             EXEC SQL
               CLOSE EMP_MOVE
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-MOVE'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  E M P  M O V E  D A T A                    *
      *   THE EMPNO FETCHED IS THE EMP SIDE OF THE MATCH, HIGH-VALUES  *
      *   AT END OF TABLE.                                             *
      ******************************************************************
       P5020-FETCH-EMP-MOVE.

           INITIALIZE DCLEMP.

           EXEC SQL
              FETCH EMP_MOVE

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.WORKDEPT  INDICATOR :NULL_IND(1)

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
      *          O P E N  D E P T  M O V E  C U R S O R                *
      ******************************************************************
       P5100-OPEN-DEPT-MOVE.

             EXEC SQL
               OPEN DEPT_MOVE
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT MOVE'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5100-OPEN-DEPT-MOVE'.
      /
      ******************************************************************
      *        C L O S E  D E P T  M O V E  C U R S O R                *
      ******************************************************************
       P5110-CLOSE-DEPT-MOVE.

             EXEC SQL
               CLOSE DEPT_MOVE
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5110-CLOSE-DEPT-MOVE'
                 DISPLAY ' SQLCODE', SQLCODE.
      /
      ******************************************************************
      *          F E T C H  D E P T  M O V E  D A T A                  *
      ******************************************************************
       P5120-FETCH-DEPT-MOVE.

           INITIALIZE WS-DEPT-ROW.

           EXEC SQL
              FETCH DEPT_MOVE

              INTO  :WS-DEPTNO,
                    :WS-DEPTNAME,
                    :WS-ADMRDEPT

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
