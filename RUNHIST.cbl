      *    AN EXCEPTION SECTION FLAGGING ROWS STILL IN 'S' STATUS
      *    OLDER THAN THE STUCK THRESHOLD (A RUN THAT WAS CANCELLED
      *    OR DIED WITHOUT REACHING ITS ABEND HANDLER) AND EVERY
      *    (BUSINESS DATE, BATCH_ID) WITH AN 'A' ROW THAT WAS NEVER
      *    FOLLOWED BY AN 'N' - THE JOBS THAT STILL NEED A RESTART
      *    BEFORE THE COORDINATORS ARRIVE.  GROUPING BY BATCH_ID AS
      *    WELL AS DATE KEEPS ONE EMPMAINT BATCH'S 'N' ROW (OR THE
      *    '*PENDING' RELEASE ROW) FROM HIDING ANOTHER BATCH OF THE
      *    SAME DATE THAT ABENDED.  PROGRAMS THAT LEAVE BATCH_ID
      *    BLANK STILL GROUP BY DATE ALONE.
      *
      *  INPUT PARMS:  NONE
      *
      *    SPECIAL LOGIC:  TRIAL ('T') ROWS PRINT ON THE HISTORY BUT
      *                    NEVER COUNT TOWARD THE ABENDED-WITHOUT-
      *                    RERUN EXCEPTION - A TRIAL NEVER APPLIES
      *                    AND NEVER NEEDS A RESTART.  A WHOLE-
      *                    BATCH REJECT ('R') ROW IS LIKEWISE
      *                    NEITHER AN ABEND NOR A NORMAL RERUN.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-09-02      *
      *                                                                *
      *  R WAGNER - GROUP THE ABENDED-WITHOUT-RERUN    2026-10-15      *
      *             CHECK BY BATCH_ID AS WELL AS DATE                  *
      *             SO ONE BATCH'S 'N' ROW CANNOT HIDE                 *
      *             ANOTHER BATCH'S ABEND; 'R' ROWS                    *
      *             COUNT AS NEITHER ABEND NOR RERUN                   *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
           05  WS-RUN-PGM               PIC X(08).
           05  WS-RUN-TS                PIC X(26).
           05  WS-RUN-DATE              PIC X(10).
           05  WS-RUN-BATCH-ID          PIC X(18).
           05  WS-RUN-PARM              PIC X(50).
           05  WS-RECS-READ             PIC S9(09) COMP.
           05  WS-RECS-WRITTEN          PIC S9(09) COMP.

      ***********              ***********
      *   B U S I N E S S - D A T E  G R O U P  T R A C K I N G    *
      *   THE CURSOR DELIVERS ROWS IN PROGRAM_NAME / RUN_DATE /    *
      *   BATCH_ID / RUN_TS ORDER, SO EACH (PROGRAM, RUN_DATE,     *
      *   BATCH_ID) GROUP ARRIVES WHOLE.  AT EVERY GROUP BREAK, AN *
      *   'A' SEEN WITH NO 'N' MEANS THE ABENDED RUN WAS NEVER     *
      *   RERUN TO COMPLETION.                                     *
      ***********              ***********

       01  WS-GROUP-CONTROL.
           05  WS-FIRST-ROW-SW          PIC X(01)  VALUE 'Y'.
           05  WS-PREV-PGM              PIC X(08)  VALUE SPACES.
           05  WS-PREV-DATE             PIC X(10)  VALUE SPACES.
           05  WS-PREV-BATCH-ID         PIC X(18)  VALUE SPACES.
           05  WS-GROUP-ABEND-SW        PIC X(01)  VALUE 'N'.
           05  WS-GROUP-NORMAL-SW       PIC X(01)  VALUE 'N'.

           05  WS-NORERUN-ENTRY  OCCURS 50 TIMES.
               10  WS-NORERUN-PGM       PIC X(08).
               10  WS-NORERUN-DATE      PIC X(10).
               10  WS-NORERUN-BATCH-ID  PIC X(18).

      ****************************************************************
      *   * CURSOR FOR THE RUN HISTORY - EVERY DSN8110.RUNCTL ROW   **
      *   * INSIDE THE REPORTING WINDOW, DELIVERED GROUPED BY       **
      *   * PROGRAM, BUSINESS DATE AND BATCH_ID, AND IN RUN ORDER   **
      *   * WITHIN EACH BATCH.                                      **
      ****************************************************************
             EXEC SQL
                  DECLARE RUN_HISTORY  CURSOR FOR
                     SELECT PROGRAM_NAME,
                            CHAR(RUN_TS),
                            CHAR(RUN_DATE, ISO),
                            BATCH_ID,
                            PARM_INFO,
                            RECS_READ,
                            RECS_WRITTEN,
                     FROM DSN8110.RUNCTL
                     WHERE RUN_DATE >= CURRENT DATE
                                         - :WS-SEL-DAYS DAYS
                     ORDER BY PROGRAM_NAME, RUN_DATE, BATCH_ID,
                              RUN_TS

                   END-EXEC.

           GOBACK.
      /
      ******************************************************************
      *   ONE DSN8110.RUNCTL ROW: BREAK ON PROGRAM, BUSINESS DATE AND  *
      *   BATCH_ID, PRINT THE DETAIL LINE, NOTE A STUCK 'S' ROW, TRACK *
      *   THE ABEND/NORMAL FLAGS FOR THE CURRENT GROUP, FETCH NEXT.    *
      ******************************************************************
       P0100-PROCESS-RUNCTL-ROW.

                   PERFORM P0200-WRITE-PGM-HEADER
               ELSE
                   IF  WS-RUN-DATE  NOT =  WS-PREV-DATE
                   OR  WS-RUN-BATCH-ID  NOT =  WS-PREV-BATCH-ID
                       PERFORM P0300-CLOSE-DATE-GROUP
                   END-IF
               END-IF

           MOVE WS-RUN-PGM   TO  WS-PREV-PGM.
           MOVE WS-RUN-DATE  TO  WS-PREV-DATE.
           MOVE WS-RUN-BATCH-ID  TO  WS-PREV-BATCH-ID.

           PERFORM P0150-WRITE-DETAIL-LINE.
           PERFORM P0250-TRACK-RUN-STATUS.
      /
      ******************************************************************
      *   NOTE A STUCK RUN AND FOLD THE ROW'S STATUS INTO THE          *
      *   CURRENT (DATE, BATCH_ID) GROUP.  AN 'S' ROW OLDER THAN THE   *
      *   CUTOFF WAS CANCELLED OR DIED WITHOUT REACHING ITS ABEND      *
      *   HANDLER.  ONLY 'A' AND 'N' ROWS SET A GROUP FLAG - A TRIAL   *
      *   ('T') ROW NEVER APPLIES AND A WHOLE-BATCH REJECT ('R') ROW   *
      *   APPLIED NOTHING, SO NEITHER IS AN ABEND NOR THE NORMAL       *
      *   RERUN OF AN ABENDED BATCH.                                   *
      ******************************************************************
       P0250-TRACK-RUN-STATUS.

           END-IF.
      /
      ******************************************************************
      *   CLOSE THE CURRENT (PROGRAM, RUN_DATE, BATCH_ID) GROUP: AN    *
      *   'A' ROW WITH NO 'N' ROW FOR THE SAME DATE AND BATCH IS AN    *
      *   ABENDED RUN THAT WAS NEVER RERUN TO COMPLETION.  A BLANK     *
      *   BATCH_ID (ONE RUN PER EXECUTION) GROUPS BY DATE ALONE.       *
      ******************************************************************
       P0300-CLOSE-DATE-GROUP.

                       TO  WS-NORERUN-PGM (WS-NORERUN-COUNT)
                   MOVE WS-PREV-DATE
                       TO  WS-NORERUN-DATE (WS-NORERUN-COUNT)
                   MOVE WS-PREV-BATCH-ID
                       TO  WS-NORERUN-BATCH-ID (WS-NORERUN-COUNT)
               END-IF
           END-IF.


           MOVE WS-NORERUN-PGM (W-NORER-SUB)   TO  RNL-PGM-NAME.
           MOVE WS-NORERUN-DATE (W-NORER-SUB)  TO  RNL-RUN-DATE.
           MOVE WS-NORERUN-BATCH-ID (W-NORER-SUB)
                                               TO  RNL-BATCH-ID.
           WRITE RUNH-REPORT-RECORD  FROM  W-RUNH-NORERUN-LINE.
           ADD 1  TO  A-EXCEPTIONS.
      /
              INTO  :WS-RUN-PGM,
                    :WS-RUN-TS,
                    :WS-RUN-DATE,
                    :WS-RUN-BATCH-ID,
                    :WS-RUN-PARM,
                    :WS-RECS-READ,
                    :WS-RECS-WRITTEN,
