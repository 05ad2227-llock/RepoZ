      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EMPTRANS - MAINTENANCE TRANSACTION CARDS
      *                COORDAUT - COORDINATOR DEPARTMENT AUTHORITY -
      *                           WHICH WORKDEPTS EACH BATCH HEADER
      *                           COORDINATOR MAY MAINTAIN
      *                EMPPNDIN - OPTIONAL - LAST NIGHT'S PENDING
      *                           SUSPENSE FILE, 98-BYTE RECORDS (THE
      *                           80-BYTE CARD, RECEIVED DATE AND
      *                           COORDINATOR ID).  A FILE WRITTEN
      *                           BEFORE THE COORDINATOR WAS CARRIED
      *                           HAS 90-BYTE RECORDS AND ABENDS THE
      *                           OPEN - CONVERT IT ONCE BY COPYING
      *                           IT TO A RECFM=FB, LRECL=98 DATASET
      *                           PADDED WITH SPACES (E.G. A SORT COPY
      *                           WITH OUTREC FIELDS=(1,90,8X)).  A
      *                           CARD WITH A BLANK COORDINATOR THEN
      *                           STAYS HELD UNTIL DUE AND REJECTS ON
      *                           RELEASE AS 'HELD CARD HAS NO
      *                           COORDINATOR', FOR ITS SENDER TO
      *                           RESUBMIT.
      *
      *  OUTPUT FILES: EMPREJ   - REJECTED TRANSACTIONS AND WHY
      *                EMPAUDIT - BEFORE/AFTER AUDIT TRAIL, ONE
      *             FATAL (SEE P9999-ABEND-DB2-ERROR)
      *
      *    RETURN CODES:
      *             0 - EVERY BATCH ON EMPTRANS PASSED ITS HEADER/
      *                 TRAILER CHECK (OR WAS SKIPPED AS ALREADY
      *                 APPLIED)
      *             4 - ONE OR MORE BATCHES REJECTED WHOLE BY THEIR
      *                 HEADER/TRAILER CHECK, OR CARDS FOUND OUTSIDE
      *                 ANY BATCH - THE OTHER BATCHES STILL APPLIED
      *
      *    SPECIAL LOGIC:  A TRANSACTION THAT FAILS FIELD VALIDATION,
      *                    OR AN UPDATE/DELETE THAT MATCHES NO ROW,
      *                    IS REJECTED TO EMPREJ RATHER THAN ABENDING
      *                    THE JOB - ONLY A GENUINE DB2 ERROR ABENDS.
      *                    EVERY CARD MUST FALL INSIDE THE BATCH
      *                    HEADER COORDINATOR'S COORDAUT AUTHORITY -
      *                    BOTH THE ROW'S CURRENT WORKDEPT AND THE
      *                    TARGET WORKDEPT (FROM- AND TO-DEPT ON AN
      *                    'M' CARD) - OR IT REJECTS WITH THE
      *                    DEPARTMENT NAMED.
      *                    THE 'S' SUPPLEMENTARY CARD MAINTAINS THE
      *                    REMAINING EMP COLUMNS (JOB, EDLEVEL,
      *                    HIREDATE, BIRTHDATE, PHONENO, MIDINIT,
      *                    BONUS, COMM) OF A ROW ALREADY ON FILE - FOR
      *                    A NEW HIRE IT FOLLOWS THE 'A' CARD.  A
      *                    BLANK FIELD LEAVES ITS COLUMN AS IT IS.
      *                    EMPTRANS MAY CARRY SEVERAL COORDINATOR
      *                    BATCHES, EACH WITH ITS OWN HEADER AND
      *                    TRAILER.  EACH BATCH IS PROVEN, APPLIED,
      *                    LOGGED ON DSN8110.RUNCTL AND RESTARTED ON
      *                    ITS OWN; A BATCH THAT FAILS ITS CHECK IS
      *                    REJECTED WHOLE WITHOUT STOPPING THE OTHERS,
      *                    AND ONE ALREADY APPLIED IS SKIPPED.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      *             RE-READS IT AND RELEASES CARDS COME                *
      *             DUE INTO THE NORMAL APPLY PATH, AND                *
      *             PRINTS A PENDING STATUS REPORT                     *
      *  R WAGNER - COORDINATOR DEPARTMENT AUTHORITY   2026-10-14      *
      *             (COORDAUT): A CARD WHOSE CURRENT OR                *
      *             TARGET WORKDEPT IS OUTSIDE THE                     *
      *             HEADER COORDINATOR'S AUTHORITY                     *
      *             REJECTS; HELD CARDS CARRY THEIR                    *
      *             COORDINATOR ONTO THE PENDING FILE                  *
      *  R WAGNER - SUPPLEMENTARY CARD 'S' FOR JOB,    2026-10-14      *
      *             EDLEVEL, HIREDATE, BIRTHDATE,                      *
      *             PHONENO, MIDINIT, BONUS AND COMM                   *
      *             WITH DATE/NUMERIC EDITS; EMPAUDIT                  *
      *             AFTER-IMAGE WIDENED TO THE FULL ROW                *
      *  R WAGNER - SEVERAL COORDINATOR BATCHES PER    2026-10-14      *
      *             EMPTRANS FILE: EACH BATCH PROVEN ON                *
      *             ITS OWN HEADER/TRAILER, WITH ITS OWN               *
      *             RUNCTL ROW, RESTART POINT, AUTHORITY               *
      *             AND EMPREJ HEADER ECHO.  A BAD BATCH               *
      *             REJECTS WHOLE (RC 4), AN APPLIED ONE               *
      *             IS SKIPPED; AUDIT SEQUENCE RUNS ON                 *
      *             ACROSS THE FILE (RUNCTL AUDIT_SEQ_BASE)            *
      *             AND EMPAUDIT CARRIES THE BATCH_ID.                 *
      *             PENDING RELEASE LOGS ITS OWN ROW                   *
      *  R WAGNER - AUDIT SEQUENCE CONTINUES PAST THE  2026-10-15      *
      *             DAY'S HIGHEST EMPMAINT/EMPBKOUT                    *
      *             AUDIT_SEQ; 'S' CARD EXEMPT FROM                    *
      *             THE EMPNO CHECK BEHIND ANY 'A' OF                  *
      *             ITS BATCH, APPLIED OR HELD                         *
      *  R WAGNER - EMPPNDIN OPEN FAILURE ABENDS; ONLY 2026-10-15      *
      *             AN ABSENT FILE MEANS NOTHING TO                    *
      *             RELEASE.  A HELD CARD WITH NO                      *
      *             COORDINATOR REJECTS ON RELEASE                     *
      *             UNDER AN 'UNKNOWN' HEADER ECHO                     *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *

           SELECT MAINT-EDIT-FILE     ASSIGN TO EMPEDIT.

           SELECT COORD-AUTH-FILE     ASSIGN TO COORDAUT
               FILE STATUS IS WS-COORDAUT-STATUS.

           SELECT OPTIONAL PENDING-IN-FILE     ASSIGN TO EMPPNDIN
               FILE STATUS IS WS-PENDIN-STATUS.

      ******************************************************************
      * FILE:  MAINT-TRANS-FILE                   DDNAME - EMPTRANS    *
      *        ONE MAINTENANCE REQUEST PER RECORD.  TR-ACTION-CODE     *
      *        IS 'A' (ADD), 'C' (CORRECT), 'D' (DEACTIVATE), 'M'      *
      *        (MASS DEPARTMENT TRANSFER - SEE MAINT-XFER-CARD) OR 'S' *
      *        (SUPPLEMENTARY COLUMNS - SEE MAINT-SUPP-CARD).          *
      *        THE FILE HOLDS ONE OR MORE BATCHES.  EACH OPENS WITH A  *
      *        BATCH HEADER ('H' IN BYTE 1, COORDINATOR ID AND BATCH   *
      *        DATE) AND ENDS WITH A BATCH TRAILER ('T', DETAIL CARD   *
      *        COUNT AND A HASH TOTAL OF THE AMOUNTS IN BYTES 38-46 -  *
      *        TR-SALARY, OR SU-BONUS ON AN 'S' CARD).  A BATCH THAT   *
      *        FAILS ITS OWN CHECK IS REJECTED WHOLE; THE REST APPLY.  *
      ******************************************************************

       FD  MAINT-TRANS-FILE
           05  XF-TO-DEPT               PIC X(03).
           05  FILLER                   PIC X(73).

      ******************************************************************
      *   THE 'S' SUPPLEMENTARY CARD: THE EMP COLUMNS THE 'A'/'C'      *
      *   CARD HAS NO ROOM FOR, AGAINST A ROW ALREADY ON FILE.  A      *
      *   BLANK FIELD LEAVES ITS COLUMN UNCHANGED.  SU-BONUS SITS IN   *
      *   THE SALARY BYTES (38-46), SO IT IS WHAT THE TRAILER HASH     *
      *   TOTALS FOR THIS CARD; SU-EFF-DATE SITS IN THE SAME BYTES AS  *
      *   TR-EFF-DATE, SO THE CARD MAY BE EFFECTIVE-DATED LIKE ANY     *
      *   OTHER.  DATES ARE YYYY-MM-DD.                                *
      ******************************************************************
       01  MAINT-SUPP-CARD.
           05  SU-RECORD-TYPE           PIC X(01).
           05  SU-EMP-NBR               PIC X(06).
           05  SU-JOB                   PIC X(08).
           05  SU-EDLEVEL-X             PIC X(02).
           05  SU-EDLEVEL  REDEFINES  SU-EDLEVEL-X
                                        PIC 9(02).
           05  SU-HIRE-DATE             PIC X(10).
           05  SU-BIRTH-DATE            PIC X(10).
           05  SU-BONUS-X               PIC X(09).
           05  SU-BONUS  REDEFINES  SU-BONUS-X
                                        PIC 9(07)V99.
           05  FILLER                   PIC X(03).
           05  SU-EFF-DATE              PIC X(10).
           05  SU-COMM-X                PIC X(09).
           05  SU-COMM  REDEFINES  SU-COMM-X
                                        PIC 9(07)V99.
           05  SU-PHONENO               PIC X(04).
           05  SU-MIDINIT               PIC X(01).
           05  FILLER                   PIC X(07).

       01  MAINT-BATCH-HEADER.
           05  BH-RECORD-TYPE           PIC X(01).
           05  BH-COORDINATOR-ID        PIC X(08).
      ******************************************************************
      * FILE:  MAINT-REJECT-FILE                  DDNAME - EMPREJ      *
      *        THE INPUT TRANSACTION PLUS WHY IT WAS REJECTED, FOR     *
      *        THE COORDINATOR TO CORRECT AND RESUBMIT.  EACH BATCH'S  *
      *        REJECTS FOLLOW AN ECHO OF ITS OWN BATCH HEADER.         *
      ******************************************************************

       FD  MAINT-REJECT-FILE
      ******************************************************************
      * FILE:  MAINT-AUDIT-FILE                   DDNAME - EMPAUDIT    *
      *        ONE RECORD PER APPLIED TRANSACTION: THE FULL EMP ROW    *
      *        AS IT STOOD BEFORE THE CHANGE AND AS IT STOOD AFTER,    *
      *        SO A DISPUTED CHANGE - OR A DEACTIVATED ROW - CAN BE    *
      *        ANSWERED WITHOUT A RESTORE.  BEFORE-IMAGE IS BLANK ON   *
      *        AN ADD, AFTER-IMAGE IS BLANK ON A DEACTIVATE.  A NULL   *
      *        COLUMN SHOWS AS BLANK (OR ZERO).  AU-BATCH-ID NAMES     *
      *        THE EMPTRANS BATCH (OR '*PENDING' RELEASE) IT CAME FROM *
      *        - THE RUNCTL BATCH_ID.                                  *
      ******************************************************************

       FD  MAINT-AUDIT-FILE
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
           05  ED-REASON                PIC X(40).
           05  FILLER                   PIC X(12).

      /
      ******************************************************************
      * FILE:  COORD-AUTH-FILE                    DDNAME - COORDAUT    *
      *        COORDINATOR DEPARTMENT AUTHORITY - ONE RECORD PER       *
      *        DEPARTMENT A COORDINATOR MAY MAINTAIN.  LAID OUT LIKE   *
      *        THE DB2CBLEX DISTCTL RECORD (DEPTNO IN 1-3, COORDINATOR *
      *        ID IN 5-12) AND KEYED ON THE SAME COORDINATOR IDS, SO   *
      *        A DISTCTL FILE CAN SEED IT.  A DEPARTMENT MAY APPEAR    *
      *        UNDER MORE THAN ONE COORDINATOR.  REQUIRED - WITHOUT IT *
      *        NO CARD CAN BE PROVEN AUTHORIZED.                       *
      ******************************************************************

       FD  COORD-AUTH-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COORD-AUTH-RECORD.

       01  COORD-AUTH-RECORD.
           05  CA-DEPTNO                PIC X(03).
           05  FILLER                   PIC X(01).
           05  CA-COORD-ID              PIC X(08).
           05  FILLER                   PIC X(68).

      /
      ******************************************************************
      * FILE:  PENDING-IN-FILE                    DDNAME - EMPPNDIN    *
      *        LAST NIGHT'S PENDING SUSPENSE FILE - EVERY FUTURE-      *
      *        DATED CARD STILL WAITING, PLUS THE DATE IT WAS FIRST    *
      *        RECEIVED AND THE BATCH HEADER COORDINATOR WHO SENT IT   *
      *        (ITS AUTHORITY IS RE-CHECKED ON RELEASE).  OPTIONAL -   *
      *        ABSENT ON THE FIRST RUN.                                *
      ******************************************************************

       FD  PENDING-IN-FILE
               10  PI-EFF-DATE          PIC X(10).
               10  FILLER               PIC X(21).
           05  PI-RECEIVED-DATE         PIC X(10).
           05  PI-COORDINATOR-ID        PIC X(08).

      /
      ******************************************************************
       01  PENDING-OUT-RECORD.
           05  PO-CARD                  PIC X(80).
           05  PO-RECEIVED-DATE         PIC X(10).
           05  PO-COORDINATOR-ID        PIC X(08).

      /
      ******************************************************************
      /
       01  WS-TRANS-STATUS             PIC X(02) VALUE '00'.

       01  WS-OPEN-ERROR.
           05  WS-OPEN-ERROR-FILE       PIC X(16) VALUE SPACES.
           05  WS-OPEN-ERROR-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-EOF-SW                PIC X(01) VALUE 'N'.
               88  END-OF-TRANS               VALUE 'Y'.

      ***********              ***********
      *   B A T C H  I N T E G R I T Y  W O R K  A R E A           *
      *   THE WHOLE EMPTRANS FILE IS READ ONCE UP FRONT TO PROVE   *
      *   EVERY BATCH ON IT - HEADER AND TRAILER PRESENT, TRAILER  *
      *   COUNT AND SALARY HASH MATCHING WHAT WAS ACTUALLY READ -  *
      *   THEN REWOUND AND APPLIED.  THE VERDICT FOR EACH BATCH,   *
      *   IN FILE ORDER, IS KEPT IN WS-BATCH-TABLE; A BAD BATCH    *
      *   NEVER APPLIES AT ALL, THE OTHERS APPLY AS NORMAL.        *
      ***********              ***********

       01  WS-BATCH-CONTROL.
           05  WS-VERIFY-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-VERIFY-PASS          VALUE 'Y'.
           05  WS-VERIFY-OPEN-SW        PIC X(01) VALUE 'N'.
               88  VERIFY-BATCH-OPEN           VALUE 'Y'.
           05  WS-BATCH-ACTIVE-SW       PIC X(01) VALUE 'N'.
               88  BATCH-IS-ACTIVE             VALUE 'Y'.
           05  WS-BATCH-COORDINATOR     PIC X(08)  VALUE SPACES.
           05  WS-BATCH-DATE            PIC X(10)  VALUE SPACES.
           05  WS-BATCH-DETAIL-COUNT    PIC S9(8) COMP  VALUE ZERO.
           05  WS-TRAILER-COUNT         PIC 9(06)  VALUE ZERO.
           05  WS-TRAILER-HASH          PIC 9(11)V99  VALUE ZERO.

       01  WS-BATCH-TABLE.
           05  C-BATCH-MAX              PIC S9(4) COMP  VALUE +200.
           05  WS-BATCH-COUNT           PIC S9(4) COMP  VALUE ZERO.
           05  WS-BATCH-ENTRY  OCCURS 200 TIMES.
               10  WS-BT-COORDINATOR    PIC X(08).
               10  WS-BT-DATE           PIC X(10).
               10  WS-BT-DETAIL-COUNT   PIC S9(8) COMP.
               10  WS-BT-STATUS         PIC X(01).
                   88  BT-BATCH-ACCEPTED       VALUE 'A'.
                   88  BT-BATCH-REJECTED       VALUE 'R'.
               10  WS-BT-REASON         PIC X(24).

       01  WS-BATCH-ERROR-MSG           PIC X(60)  VALUE SPACES.

      ***********              ***********
      *   THE ORIGINATING BATCH HEADER, ECHOED ON EMPREJ AHEAD OF  *
      *   EACH BATCH'S REJECTS SO THE RECYCLE STEP (EMPRCYCL) KNOWS *
      *   THE COORDINATOR THE REGENERATED BATCH BELONGS TO.  A     *
      *   REJECTED OR SKIPPED BATCH IS ECHOED WITH WHY.            *
      ***********              ***********

       01  WS-REJ-HEADER-CARD.
           05  WS-RJH-BATCH-DATE        PIC X(10)  VALUE SPACES.
           05  FILLER                   PIC X(61)  VALUE SPACES.

       01  WS-REJ-HEADER-REASON         PIC X(40)  VALUE SPACES.

       01  WS-REJ-BATCH-REASON.
           05  FILLER                   PIC X(16)
                                        VALUE 'BATCH REJECTED: '.
           05  WS-RBR-CAUSE             PIC X(24)  VALUE SPACES.

       01  WS-VALIDATION-SWITCHES.
           05  WS-VALID-TRANS-SW        PIC X(01) VALUE 'Y'.
               88  TRANS-IS-VALID              VALUE 'Y'.
               88  END-OF-PENDING             VALUE 'Y'.
           05  WS-RELEASE-MODE-SW       PIC X(01) VALUE 'N'.
               88  RELEASING-PENDING          VALUE 'Y'.
           05  WS-PEND-COORDINATOR      PIC X(08) VALUE SPACES.

      ***********              ***********
      *   P E N D I N G  R E P O R T  P R I N T  L I N E S         *

                   END-EXEC.

      ***********              ***********
      *   C O O R D I N A T O R  A U T H O R I T Y                 *
      *   THE WHOLE COORDAUT FILE IS LOADED AT START OF RUN.       *
      *   EVERY CARD'S CURRENT AND TARGET WORKDEPT MUST APPEAR     *
      *   UNDER THE COORDINATOR WHO SENT IT - THE BATCH HEADER     *
      *   COORDINATOR, OR FOR A RELEASED PENDING CARD THE ONE      *
      *   CARRIED ON THE PENDING RECORD.                           *
      ***********              ***********

       01  WS-COORDAUT-STATUS           PIC X(02) VALUE '00'.

       01  WS-AUTH-CONTROL.
           05  C-AUTH-MAX               PIC S9(4) COMP  VALUE +500.
           05  WS-AUTH-EOF-SW           PIC X(01)  VALUE 'N'.
               88  END-OF-COORDAUT             VALUE 'Y'.
           05  WS-AUTH-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  DEPT-IS-AUTHORIZED          VALUE 'Y'.
           05  WS-AUTH-COORDINATOR      PIC X(08)  VALUE SPACES.
           05  WS-AUTH-CHECK-DEPT       PIC X(03)  VALUE SPACES.
           05  WS-AUTH-CUR-DEPT         PIC X(03)  VALUE SPACES.
           05  WS-AUTH-COORD-DEPTS      PIC S9(4) COMP  VALUE ZERO.
           05  WS-AUTH-COUNT            PIC S9(4) COMP  VALUE ZERO.
           05  WS-AUTH-ENTRY  OCCURS 500 TIMES.
               10  WS-AUTH-COORD        PIC X(08).
               10  WS-AUTH-DEPTNO       PIC X(03).

       01  WS-AUTH-CUR-IND              PIC S9(4) COMP  VALUE ZERO.

       01  WS-AUTH-REASON.
           05  WS-AR-TEXT               PIC X(36)  VALUE SPACES.
           05  WS-AR-DEPT               PIC X(03)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACES.

      ***********              ***********
      *   R U N  C O N T R O L                                     *
      *   ONE DSN8110.RUNCTL ROW PER BATCH - INSERTED 'S' AND      *
      *   COMMITTED AS THE BATCH STARTS, CLOSED OUT WITH ITS       *
      *   TOTALS AND STATUS ('N' APPLY, 'T' TRIAL) AT ITS TRAILER. *
      *   A BATCH REJECTED BY ITS HEADER/TRAILER CHECK GETS AN     *
      *   'R' ROW.  BATCH_ID IS THE BATCH HEADER COORDINATOR ID    *
      *   PLUS BATCH DATE; A 'N' ROW ALREADY ON FILE FOR THE SAME  *
      *   BATCH_ID SKIPS THAT BATCH ON AN APPLY RUN - IT HAS       *
      *   ALREADY GONE IN.  THE PENDING RELEASE LOGS ITS OWN ROW   *
      *   UNDER '*PENDING' PLUS THE RUN DATE.  WS-RUN-TS IS SPACES *
      *   BETWEEN BATCHES, SO AN ABEND THERE MARKS NO ROW.  THE    *
      *   RUN'S AUDIT SEQUENCE STARTS PAST THE HIGHEST AUDIT_SEQ   *
      *   ANY EMPMAINT OR EMPBKOUT APPLY HAS LOGGED FOR THE RUN    *
      *   DATE, SO A SECOND RUN ON THE SAME DAY NEVER REUSES A     *
      *   HISTMSTR KEY.                                            *
      ***********              ***********

       01  WS-RUN-CONTROL.
           05  C-PENDING-BATCH-ID       PIC X(08)  VALUE '*PENDING'.
           05  WS-RUN-TS                PIC X(26)  VALUE SPACES.
           05  WS-AUDIT-SEQ-BASE        PIC S9(08) COMP  VALUE ZERO.
           05  WS-PRIOR-RUN-COUNT       PIC S9(08) COMP  VALUE ZERO.
           05  WS-RUNCTL-PARM           PIC X(50)  VALUE SPACES.
           05  WS-RUNCTL-STATUS         PIC X(01)  VALUE 'N'.
      *   EVERY UNIT OF WORK JUST AHEAD OF ITS COMMIT, SO THE      *
      *   COMMITTED ROW ALWAYS HOLDS THE EXACT CARD POSITION OF    *
      *   THE LAST COMMITTED UNIT OF WORK.  WHEN AN APPLY RUN      *
      *   FINDS AN UNFINISHED ('S' OR 'A') ROW FOR A BATCH'S OWN   *
      *   BATCH_ID, IT SKIPS FORWARD PAST THAT MANY OF THE BATCH'S *
      *   DETAIL CARDS AND RESUMES WITH THE ACCUMULATORS RESTORED  *
      *   - NO CARD IS EVER APPLIED TWICE AND NONE IS SKIPPED.     *
      *   WS-RUN-RESTART-SW IS SET ONCE FOR THE WHOLE RUN WHEN THE *
      *   ABENDED ATTEMPT BEING RESUMED HAD ALREADY COMMITTED ITS  *
      *   PENDING RELEASE, SO THIS RUN MUST NOT RELEASE AGAIN.     *
      ***********              ***********

       01  WS-RESTART-CONTROL.
           05  WS-RESTART-SW            PIC X(01)  VALUE 'N'.
               88  RESTART-IN-PROGRESS         VALUE 'Y'.
           05  WS-RUN-RESTART-SW        PIC X(01)  VALUE 'N'.
               88  RUN-IS-RESTART              VALUE 'Y'.
           05  WS-UNFINISHED-TS         PIC X(26)  VALUE SPACES.
           05  WS-LATEST-UNFINISHED-TS  PIC X(26)  VALUE SPACES.
           05  WS-UNFINISHED-IND        PIC S9(4) COMP  VALUE ZERO.
           05  WS-RELEASE-STATUS        PIC X(01)  VALUE SPACES.
           05  WS-RST-AUDIT-SEQ-BASE    PIC S9(08) COMP  VALUE ZERO.
           05  WS-RST-RECS-READ         PIC S9(08) COMP  VALUE ZERO.
           05  WS-RST-RECS-WRITTEN      PIC S9(08) COMP  VALUE ZERO.
           05  WS-RST-RECS-REJECTED     PIC S9(08) COMP  VALUE ZERO.
       01  WS-BEF-NULL-AREA.
           05  WS-BEF-IND               PIC S9(4) COMP OCCURS 9 TIMES.

      ***********              ***********
      *   S U P P L E M E N T A R Y  C A R D  W O R K  A R E A     *
      *   THE ROW'S SUPPLEMENTARY COLUMNS AS THEY WILL STAND AFTER *
      *   AN 'S' CARD - THE BEFORE-IMAGE WITH EVERY NON-BLANK CARD *
      *   FIELD LAID OVER IT.  THE NULL INDICATORS FOLLOW THE SAME *
      *   ORDER AS WS-BEF-IND, SO A COLUMN THE CARD LEAVES ALONE   *
      *   KEEPS ITS NULL.                                          *
      ***********              ***********

       01  WS-SUPP-AFTER.
           05  WS-SUP-MIDINIT           PIC X(01).
           05  WS-SUP-PHONENO           PIC X(04).
           05  WS-SUP-HIREDATE          PIC X(10).
           05  WS-SUP-JOB               PIC X(08).
           05  WS-SUP-EDLEVEL           PIC S9(4) COMP.
           05  WS-SUP-BIRTHDATE         PIC X(10).
           05  WS-SUP-BONUS             PIC S9(7)V99 COMP-3.
           05  WS-SUP-COMM              PIC S9(7)V99 COMP-3.

       01  WS-SUP-NULL-AREA.
           05  WS-SUP-IND               PIC S9(4) COMP OCCURS 9 TIMES.

      ***********              ***********
      *   B A T C H  A D D S                                       *
      *   EVERY EMPNO AN 'A' CARD OF THE CURRENT BATCH ADDED, HELD *
      *   OR - IN A TRIAL - WOULD HAVE ADDED OR HELD, SO AN 'S'    *
      *   CARD BEHIND IT IS NOT REJECTED FOR AN EMPNO THAT IS NOT  *
      *   ON DSN8110.EMP YET.  WS-BA-EFF-DATE IS THE 'A' CARD'S    *
      *   EFFECTIVE DATE WHEN IT WAS HELD, SPACES WHEN IT WENT IN  *
      *   TONIGHT; A HELD 'A' ONLY COVERS AN 'S' HELD TO THE SAME  *
      *   DAY OR LATER.  CLEARED AS EACH BATCH OPENS.              *
      ***********              ***********

       01  WS-BATCH-ADD-TABLE.
           05  C-BATCH-ADD-MAX           PIC S9(4) COMP  VALUE +500.
           05  WS-BATCH-ADD-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  WS-BATCH-ADD-ENTRY        OCCURS 500 TIMES.
               10  WS-BA-EMP-NBR         PIC X(06).
               10  WS-BA-EFF-DATE        PIC X(10).

       01  WS-BA-FOUND-SW               PIC X(01) VALUE 'N'.
           88  BATCH-ADD-FOUND                 VALUE 'Y'.

      ***********              ***********
      *   D A T E  E D I T                                         *
      *   A YYYY-MM-DD DATE IS VALID WHEN EVERY PART IS NUMERIC,   *
      *   THE MONTH IS 01-12 AND THE DAY FITS THE MONTH (29 IN     *
      *   FEBRUARY OF A LEAP YEAR).                                *
      ***********              ***********

       01  WS-DATE-EDIT.
           05  WS-DATE-CHECK.
               10  WS-DC-YEAR           PIC 9(04).
               10  WS-DC-DASH-1         PIC X(01).
               10  WS-DC-MONTH          PIC 9(02).
               10  WS-DC-DASH-2         PIC X(01).
               10  WS-DC-DAY            PIC 9(02).
           05  WS-DATE-VALID-SW         PIC X(01)  VALUE 'N'.
               88  DATE-IS-VALID               VALUE 'Y'.
           05  WS-DC-MONTH-DAYS         PIC 9(02)  VALUE ZERO.
           05  WS-DC-QUOTIENT           PIC S9(4) COMP  VALUE ZERO.
           05  WS-DC-REM-4              PIC S9(4) COMP  VALUE ZERO.
           05  WS-DC-REM-100            PIC S9(4) COMP  VALUE ZERO.
           05  WS-DC-REM-400            PIC S9(4) COMP  VALUE ZERO.

       01  C-MONTH-DAYS-VALUES          PIC X(24)
           VALUE '312831303130313130313031'.
       01  C-MONTH-DAYS-TABLE  REDEFINES  C-MONTH-DAYS-VALUES.
           05  C-MONTH-DAYS             PIC 9(02)  OCCURS 12 TIMES.

      ***********              ***********
      *   C O M M I T  F R E Q U E N C Y  C O N T R O L            *
      *   A COMMIT EVERY C-COMMIT-INTERVAL APPLIED TRANSACTIONS     *
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3556.
            05  C-BATCH-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3557.
            05  C-AUTH-ABEND-CODE
                                 PIC S9(09) COMP SYNC VALUE +3576.
            05  C-BKOUT-PGM      PIC X(08)  VALUE  'EMPBKOUT'.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-BATCH-REJECT-RC
                                 PIC S9(04) COMP VALUE +4.

       01  ACCUMULATORS.
          05  A-TRANS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-PEND-RELEASED          PIC S9(8) COMP  VALUE ZERO.
          05  A-PEND-HELD-OVER         PIC S9(8) COMP  VALUE ZERO.
          05  A-PEND-NEW-HELD          PIC S9(8) COMP  VALUE ZERO.
          05  A-RUN-TRANS-READ         PIC S9(8) COMP  VALUE ZERO.
          05  A-RUN-TRANS-APPLIED      PIC S9(8) COMP  VALUE ZERO.
          05  A-RUN-TRANS-REJECTED     PIC S9(8) COMP  VALUE ZERO.
          05  A-BATCHES-ACCEPTED       PIC S9(8) COMP  VALUE ZERO.
          05  A-BATCHES-REJECTED       PIC S9(8) COMP  VALUE ZERO.
          05  A-BATCHES-SKIPPED        PIC S9(8) COMP  VALUE ZERO.
          05  A-STRAY-RECORDS          PIC S9(8) COMP  VALUE ZERO.

       01  SUBSCRIPTS.
           05  W-NAME-SUB               PIC S9(4) COMP VALUE ZERO.
           05  W-AUTH-SUB               PIC S9(4) COMP VALUE ZERO.
           05  W-BATCH-SUB              PIC S9(4) COMP VALUE ZERO.
           05  W-DUP-SUB                PIC S9(4) COMP VALUE ZERO.
           05  W-ADD-SUB                PIC S9(4) COMP VALUE ZERO.

      /
       LINKAGE SECTION.
           OPEN INPUT  MAINT-TRANS-FILE.

           IF  WS-TRANS-STATUS  NOT =  '00'
               MOVE 'MAINT-TRANS-FILE'  TO  WS-OPEN-ERROR-FILE
               MOVE WS-TRANS-STATUS     TO  WS-OPEN-ERROR-STATUS
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.

           PERFORM P1500-VERIFY-BATCHES.
           PERFORM P1590-REWIND-TRANS-FILE.

           PERFORM P1200-LOAD-AUTHORITY.

           PERFORM P1100-GET-RUN-DATE.

           IF  APPLY-MODE
               PERFORM P1150-GET-AUDIT-SEQ-START
               PERFORM P1630-CHECK-RUN-RESTART
           END-IF.

           OPEN OUTPUT MAINT-REJECT-FILE.

           IF  APPLY-MODE
               OPEN OUTPUT MAINT-AUDIT-FILE
               OPEN OUTPUT MAINT-EDIT-FILE
           END-IF.

      ******************************************************************
      *   RELEASE LAST NIGHT'S PENDING CARDS THAT HAVE COME DUE        *
      *   BEFORE THE FIRST BATCH - A TRIAL NEVER APPLIES, SO IT        *
      *   NEVER TOUCHES THE PENDING FILE.                              *
      ******************************************************************
           IF  APPLY-MODE
               PERFORM P1800-PROCESS-PENDING-FILE
           END-IF.

      ******************************************************************
      *   EVERY RECORD COMES THROUGH P2700 - A HEADER STARTS THE NEXT  *
      *   BATCH OF WS-BATCH-TABLE, ITS TRAILER CLOSES IT OUT, AND      *
      *   DETAIL CARDS APPLY ONLY INSIDE A BATCH THAT IS ACTIVE.       *
      ******************************************************************
           MOVE ZERO  TO  W-BATCH-SUB.

           PERFORM P1000-READ-TRANSACTION.
           PERFORM P2700-DISPATCH-RECORD UNTIL END-OF-TRANS.

           IF  APPLY-MODE
               PERFORM P1850-WRITE-PENDING-TOTALS
               CLOSE MAINT-EDIT-FILE
           END-IF.

           DISPLAY 'TOTAL BATCHES ON EMPTRANS  '  WS-BATCH-COUNT.
           DISPLAY 'TOTAL BATCHES ACCEPTED     '  A-BATCHES-ACCEPTED.
           DISPLAY 'TOTAL BATCHES REJECTED     '  A-BATCHES-REJECTED.
           DISPLAY 'TOTAL BATCHES SKIPPED      '  A-BATCHES-SKIPPED.
           DISPLAY 'TOTAL CARDS OUTSIDE A BATCH'  A-STRAY-RECORDS.

           IF  TRIAL-MODE
               DISPLAY 'EMPMAINT - TRIAL MODE - NO CHANGES APPLIED'
               DISPLAY 'TOTAL TRANSACTIONS READ    '  A-RUN-TRANS-READ
               DISPLAY 'TOTAL WOULD APPLY          '
                       A-RUN-TRANS-APPLIED
               DISPLAY 'TOTAL WOULD REJECT         '
                       A-RUN-TRANS-REJECTED
               DISPLAY 'TOTAL WOULD HOLD           '  A-PEND-NEW-HELD
           ELSE
               DISPLAY 'TOTAL TRANSACTIONS READ    '  A-RUN-TRANS-READ
               DISPLAY 'TOTAL TRANSACTIONS APPLIED '
                       A-RUN-TRANS-APPLIED
               DISPLAY 'TOTAL TRANSACTIONS REJECTED'
                       A-RUN-TRANS-REJECTED
               DISPLAY 'TOTAL PENDING READ         '  A-PEND-READ
               DISPLAY 'TOTAL PENDING RELEASED     '  A-PEND-RELEASED
               DISPLAY 'TOTAL PENDING HELD OVER    '  A-PEND-HELD-OVER
               DISPLAY 'TOTAL NEW CARDS HELD       '  A-PEND-NEW-HELD
           END-IF.

      ******************************************************************
      *   A REJECTED BATCH OR A CARD OUTSIDE ANY BATCH DOES NOT STOP   *
      *   THE OTHER BATCHES, BUT THE STEP ENDS RC 4 SO OPERATIONS      *
      *   SEES THAT SOMETHING ON EMPTRANS DID NOT GO IN.               *
      ******************************************************************
           IF  A-BATCHES-REJECTED  >  ZERO
               OR  A-STRAY-RECORDS  >  ZERO
               DISPLAY 'EMPMAINT - NOT EVERY CARD ON EMPTRANS WAS IN '
                       'A GOOD BATCH - SEE SYSOUT AND EMPREJ'
               MOVE C-BATCH-REJECT-RC  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      ******************************************************************
      *   THE EMPTRANS OR EMPPNDIN DD FAILED TO OPEN - ABEND HERE      *
      *   INSTEAD OF READING FROM A FILE THAT NEVER ACTUALLY OPENED.   *
      *   THE CALLER NAMES THE FILE AND ITS STATUS IN WS-OPEN-ERROR.   *
      ******************************************************************
       P9998-ABEND-OPEN-ERROR.

           DISPLAY 'EMPMAINT - ' WS-OPEN-ERROR-FILE
                   ' OPEN FAILED - STATUS = ' WS-OPEN-ERROR-STATUS.
           DISPLAY 'EMPMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-ABEND-CODE.

           GOBACK.
      /
      ******************************************************************
      *   THE COORDAUT AUTHORITY FILE FAILED TO OPEN OR WILL NOT FIT   *
      *   THE TABLE - WITHOUT ALL OF IT NO CARD CAN BE PROVEN INSIDE   *
      *   ITS COORDINATOR'S AUTHORITY.  NOTHING HAS BEEN APPLIED.      *
      ******************************************************************
       P9995-ABEND-AUTHORITY-ERROR.

           DISPLAY 'EMPMAINT - COORDINATOR AUTHORITY FILE UNUSABLE - '
                   'NOTHING APPLIED'.
           DISPLAY 'EMPMAINT - ' WS-BATCH-ERROR-MSG.
           DISPLAY 'EMPMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-AUTH-ABEND-CODE.

           CALL C-ABEND-PGM USING C-AUTH-ABEND-CODE
                                   C-ABEND-TYPE
                                   C-THIS-PGM.

           GOBACK.
      /
      ******************************************************************
      *   EMPTRANS CANNOT BE PROCESSED AT ALL - NO BATCH ON IT, MORE   *
      *   BATCHES THAN THE TABLE HOLDS, OR A BATCH TOO SHORT TO REACH  *
      *   ITS OWN RESTART CHECKPOINT (NOT THE FILE THAT WAS ABENDED    *
      *   ON).  A SINGLE BAD BATCH IS NOT AN ABEND - P4100 REJECTS IT  *
      *   AND THE OTHERS GO ON.  ANY BATCH ALREADY CLOSED OUT STAYS    *
      *   APPLIED AND IS SKIPPED WHEN THE CORRECTED FILE IS RERUN.     *
      ******************************************************************
       P9997-ABEND-BATCH-ERROR.

           DISPLAY 'EMPMAINT - BATCH INTEGRITY ERROR - RUN STOPPED'.
           DISPLAY 'EMPMAINT - ' WS-BATCH-ERROR-MSG.
           DISPLAY 'EMPMAINT - CALLING ' C-ABEND-PGM
                   ' ABEND CODE ' C-BATCH-ABEND-CODE.
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *   THE RUN'S AUDIT SEQUENCE STARTS PAST THE HIGHEST AUDIT_SEQ   *
      *   ANY EMPMAINT OR EMPBKOUT APPLY HAS LOGGED FOR TODAY'S RUN    *
      *   DATE - A RESEND AFTER A BATCH REJECT OR A BACKOUT, OR ANY    *
      *   SECOND RUN ON THE SAME DAY, MUST NOT REUSE A HISTMSTR KEY    *
      *   (EMPNO / RUN DATE / AUDIT SEQUENCE) OR FALL OUT OF ORDER     *
      *   WITHIN THE DAY.  A RESUMED BATCH STILL TAKES ITS OWN         *
      *   CHECKPOINTED SEQUENCE IN P1700.                              *
      ******************************************************************
       P1150-GET-AUDIT-SEQ-START.

           EXEC SQL
               SELECT VALUE(MAX(AUDIT_SEQ), 0)
                 INTO :A-AUDIT-SEQ
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME IN (:C-THIS-PGM, :C-BKOUT-PGM)
                  AND RUN_MODE      =  'A'
                  AND RUN_DATE      =  :WS-RUN-DATE
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           IF  A-AUDIT-SEQ  >  ZERO
               DISPLAY 'EMPMAINT - AUDIT SEQUENCE CONTINUES AFTER '
                       A-AUDIT-SEQ ' FOR RUN DATE ' WS-RUN-DATE
           END-IF.
      /
      ******************************************************************
      *     R E A D  T H E  N E X T  E M P T R A N S  R E C O R D      *
      *     HEADERS AND TRAILERS COME THROUGH TOO - P2700 STARTS AND   *
      *     CLOSES OUT EACH BATCH ON THEM.                             *
      ******************************************************************
       P1000-READ-TRANSACTION.

           READ MAINT-TRANS-FILE
               AT END
                   SET END-OF-TRANS  TO  TRUE
           END-READ.
      /
      ******************************************************************
      *   L O A D  T H E  C O O R D I N A T O R  A U T H O R I T Y     *
      *   ONE COORDAUT RECORD PER COORDINATOR/DEPARTMENT PAIR.  A      *
      *   BATCH COORDINATOR WITH NO ENTRY AT ALL IS NOT AN ABEND -     *
      *   EVERY ONE OF THE BATCH'S CARDS REJECTS WITH ITS REASON, SO   *
      *   THE COORDINATOR SEES EXACTLY WHAT WAS REFUSED.               *
      ******************************************************************
       P1200-LOAD-AUTHORITY.

           OPEN INPUT COORD-AUTH-FILE.

           IF  WS-COORDAUT-STATUS  NOT =  '00'
               MOVE 'COORDAUT FAILED TO OPEN'  TO  WS-BATCH-ERROR-MSG
               DISPLAY 'EMPMAINT - COORDAUT STATUS = '
                       WS-COORDAUT-STATUS
               PERFORM P9995-ABEND-AUTHORITY-ERROR
           END-IF.

           PERFORM P1210-STORE-AUTH-ENTRY
               UNTIL END-OF-COORDAUT.

           CLOSE COORD-AUTH-FILE.

           DISPLAY 'EMPMAINT - COORDINATOR AUTHORITY LOADED - '
                   WS-AUTH-COUNT ' ENTRIES'.
      /
       P1210-STORE-AUTH-ENTRY.

           READ COORD-AUTH-FILE
               AT END
                   SET END-OF-COORDAUT  TO  TRUE
               NOT AT END
                   IF  CA-DEPTNO  =  SPACES
                       OR  CA-COORD-ID  =  SPACES
                       CONTINUE
                   ELSE
                       IF  WS-AUTH-COUNT  NOT <  C-AUTH-MAX
                           MOVE 'COORDAUT OVERFLOWS AUTHORITY TABLE'
                                            TO  WS-BATCH-ERROR-MSG
                           PERFORM P9995-ABEND-AUTHORITY-ERROR
                       END-IF
                       ADD 1  TO  WS-AUTH-COUNT
                       MOVE CA-COORD-ID
                           TO  WS-AUTH-COORD (WS-AUTH-COUNT)
                       MOVE CA-DEPTNO
                           TO  WS-AUTH-DEPTNO (WS-AUTH-COUNT)
                   END-IF
           END-READ.
      /
      ******************************************************************
      *   SET THE AUTHORITY COORDINATOR FOR THE BATCH NOW STARTING     *
      *   AND WARN WHEN IT HAS NO DEPARTMENT AT ALL ON COORDAUT.       *
      ******************************************************************
       P1220-SET-BATCH-AUTHORITY.

           MOVE WS-BATCH-COORDINATOR  TO  WS-AUTH-COORDINATOR.
           MOVE ZERO                  TO  WS-AUTH-COORD-DEPTS.

           PERFORM P1225-COUNT-COORD-DEPT
               VARYING W-AUTH-SUB FROM 1 BY 1
                 UNTIL W-AUTH-SUB  >  WS-AUTH-COUNT.

           IF  WS-AUTH-COORD-DEPTS  =  ZERO
               DISPLAY 'EMPMAINT - WARNING - COORDINATOR '
                       WS-BATCH-COORDINATOR
                       ' HAS NO DEPARTMENT AUTHORITY - EVERY CARD '
                       'WILL REJECT'
           END-IF.
      /
       P1225-COUNT-COORD-DEPT.

           IF  WS-AUTH-COORD (W-AUTH-SUB)  =  WS-BATCH-COORDINATOR
               ADD 1  TO  WS-AUTH-COORD-DEPTS
           END-IF.
      /
      ******************************************************************
      *   B A T C H  I N T E G R I T Y  P A S S                        *
      *   READ THE WHOLE FILE BEFORE ANYTHING IS APPLIED AND PROVE     *
      *   EACH BATCH ON IT: AN 'H' HEADER WITH A COORDINATOR AND A     *
      *   DATE, A 'T' TRAILER BEFORE THE NEXT HEADER (OR END OF FILE), *
      *   AND A TRAILER COUNT AND SALARY HASH THAT MATCH THE DETAIL    *
      *   CARDS ACTUALLY READ.  A BATCH_ID ALREADY SEEN EARLIER ON THE *
      *   SAME FILE FAILS TOO.  EACH BATCH'S VERDICT GOES TO           *
      *   WS-BATCH-TABLE IN FILE ORDER; A FAILED BATCH IS REJECTED     *
      *   WHOLE WHEN ITS TURN COMES.  A FILE WITH NO BATCH AT ALL      *
      *   ABENDS.                                                      *
      ******************************************************************
       P1500-VERIFY-BATCHES.

           PERFORM P1510-READ-VERIFY-RECORD.

           IF  END-OF-VERIFY-PASS
               MOVE 'EMPTRANS IS EMPTY - NO BATCH HEADER'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           PERFORM P1520-TALLY-VERIFY-RECORD
               UNTIL END-OF-VERIFY-PASS.

           IF  VERIFY-BATCH-OPEN
               MOVE 'NO BATCH TRAILER (T)'  TO  WS-BATCH-ERROR-MSG
               PERFORM P1550-CLOSE-VERIFY-BATCH
           END-IF.

           IF  WS-BATCH-COUNT  =  ZERO
               MOVE 'NO BATCH HEADER (H) ON EMPTRANS'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           DISPLAY 'EMPMAINT - EMPTRANS VERIFIED - '
                   WS-BATCH-COUNT ' BATCHES'.
      /
       P1510-READ-VERIFY-RECORD.

           END-READ.
      /
      ******************************************************************
      *   TALLY ONE RECORD OF THE INTEGRITY PASS.  A HEADER CLOSES     *
      *   ANY BATCH STILL OPEN (IT HAD NO TRAILER) AND OPENS THE NEXT; *
      *   A TRAILER CLOSES THE OPEN BATCH; DETAIL CARDS ARE COUNTED    *
      *   AND THEIR SALARIES (WHEN NUMERIC) HASHED.  A DETAIL CARD OR  *
      *   TRAILER OUTSIDE ANY BATCH IS COUNTED AND NEVER APPLIED.      *
      ******************************************************************
       P1520-TALLY-VERIFY-RECORD.

           EVALUATE BT-RECORD-TYPE
               WHEN 'H'
                   IF  VERIFY-BATCH-OPEN
                       MOVE 'NO BATCH TRAILER (T)'
                                            TO  WS-BATCH-ERROR-MSG
                       PERFORM P1550-CLOSE-VERIFY-BATCH
                   END-IF
                   PERFORM P1530-OPEN-VERIFY-BATCH
               WHEN 'T'
                   IF  VERIFY-BATCH-OPEN
                       PERFORM P1540-CHECK-VERIFY-TRAILER
                       PERFORM P1550-CLOSE-VERIFY-BATCH
                   ELSE
                       ADD 1  TO  A-STRAY-RECORDS
                       DISPLAY 'EMPMAINT - BATCH TRAILER (T) OUTSIDE '
                               'ANY BATCH - IGNORED'
                   END-IF
               WHEN OTHER
                   IF  VERIFY-BATCH-OPEN
                       ADD 1  TO  WS-BATCH-DETAIL-COUNT
                       IF  TR-SALARY  NUMERIC
                           ADD TR-SALARY  TO  WS-BATCH-SALARY-HASH
                       END-IF
                   ELSE
                       ADD 1  TO  A-STRAY-RECORDS
                       DISPLAY 'EMPMAINT - CARD OUTSIDE ANY BATCH - '
                               'NOT APPLIED - ' TR-ACTION-CODE ' '
                               TR-EMP-NBR
                   END-IF
           END-EVALUATE.

           PERFORM P1510-READ-VERIFY-RECORD.
      /
      ******************************************************************
      *   OPEN THE NEXT BATCH-TABLE ENTRY FOR THE HEADER JUST READ.    *
      *   A BLANK COORDINATOR OR DATE, OR A BATCH_ID ALREADY USED BY   *
      *   AN EARLIER BATCH ON THIS FILE, IS NOTED NOW AND FAILS THE    *
      *   BATCH WHEN IT CLOSES.                                        *
      ******************************************************************
       P1530-OPEN-VERIFY-BATCH.

           IF  WS-BATCH-COUNT  NOT <  C-BATCH-MAX
               MOVE 'EMPTRANS HOLDS MORE BATCHES THAN THE BATCH TABLE'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.

           ADD 1  TO  WS-BATCH-COUNT.
           MOVE 'Y'   TO  WS-VERIFY-OPEN-SW.
           MOVE ZERO  TO  WS-BATCH-DETAIL-COUNT
                          WS-BATCH-SALARY-HASH.
           MOVE SPACES  TO  WS-BATCH-ERROR-MSG.

           MOVE BH-COORDINATOR-ID
                            TO  WS-BT-COORDINATOR (WS-BATCH-COUNT).
           MOVE BH-BATCH-DATE
                            TO  WS-BT-DATE (WS-BATCH-COUNT).
           MOVE ZERO        TO  WS-BT-DETAIL-COUNT (WS-BATCH-COUNT).
           MOVE 'A'         TO  WS-BT-STATUS (WS-BATCH-COUNT).
           MOVE SPACES      TO  WS-BT-REASON (WS-BATCH-COUNT).

           EVALUATE TRUE
               WHEN BH-COORDINATOR-ID  =  SPACES
                   MOVE 'COORDINATOR ID BLANK'  TO  WS-BATCH-ERROR-MSG
               WHEN BH-BATCH-DATE  =  SPACES
                   MOVE 'BATCH DATE BLANK'      TO  WS-BATCH-ERROR-MSG
               WHEN OTHER
                   PERFORM P1535-CHECK-REPEATED-ID
                       VARYING W-DUP-SUB FROM 1 BY 1
                         UNTIL W-DUP-SUB  NOT <  WS-BATCH-COUNT
           END-EVALUATE.
      /
       P1535-CHECK-REPEATED-ID.

           IF  WS-BT-COORDINATOR (W-DUP-SUB)  =  BH-COORDINATOR-ID
               AND  WS-BT-DATE (W-DUP-SUB)  =  BH-BATCH-DATE
               MOVE 'BATCH_ID REPEATED'  TO  WS-BATCH-ERROR-MSG
           END-IF.
      /
      ******************************************************************
      *   PROVE THE OPEN BATCH'S TRAILER AGAINST WHAT WAS READ.  AN    *
      *   EARLIER FAILURE (BLANK HEADER FIELD, REPEATED BATCH_ID)      *
      *   STANDS AS THE REASON.                                        *
      ******************************************************************
       P1540-CHECK-VERIFY-TRAILER.

           IF  WS-BATCH-ERROR-MSG  =  SPACES
               EVALUATE TRUE
                   WHEN BT-DETAIL-COUNT  NOT NUMERIC
                       MOVE 'TRAILER COUNT INVALID'
                                            TO  WS-BATCH-ERROR-MSG
                   WHEN BT-SALARY-HASH  NOT NUMERIC
                       MOVE 'TRAILER HASH INVALID'
                                            TO  WS-BATCH-ERROR-MSG
                   WHEN OTHER
                       MOVE BT-DETAIL-COUNT  TO  WS-TRAILER-COUNT
                       MOVE BT-SALARY-HASH   TO  WS-TRAILER-HASH
                       IF  WS-TRAILER-COUNT  NOT =
                                                WS-BATCH-DETAIL-COUNT
                           DISPLAY 'EMPMAINT - TRAILER COUNT  '
                                   WS-TRAILER-COUNT
                           DISPLAY 'EMPMAINT - DETAILS READ   '
                                   WS-BATCH-DETAIL-COUNT
                           MOVE 'TRAILER COUNT MISMATCH'
                                            TO  WS-BATCH-ERROR-MSG
                       ELSE
                           IF  WS-TRAILER-HASH  NOT =
                                                WS-BATCH-SALARY-HASH
                               DISPLAY 'EMPMAINT - TRAILER HASH   '
                                       WS-TRAILER-HASH
                               DISPLAY 'EMPMAINT - COMPUTED HASH  '
                                       WS-BATCH-SALARY-HASH
                               MOVE 'TRAILER HASH MISMATCH'
                                            TO  WS-BATCH-ERROR-MSG
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      /
      ******************************************************************
      *   CLOSE THE OPEN BATCH: RECORD ITS DETAIL COUNT AND VERDICT.   *
      *   ANY REASON LEFT IN WS-BATCH-ERROR-MSG FAILS THE BATCH.       *
      ******************************************************************
       P1550-CLOSE-VERIFY-BATCH.

           MOVE 'N'  TO  WS-VERIFY-OPEN-SW.
           MOVE WS-BATCH-DETAIL-COUNT
                            TO  WS-BT-DETAIL-COUNT (WS-BATCH-COUNT).

           DISPLAY 'EMPMAINT - BATCH FROM COORDINATOR '
                   WS-BT-COORDINATOR (WS-BATCH-COUNT)
                   ' DATED ' WS-BT-DATE (WS-BATCH-COUNT)
                   ' - ' WS-BATCH-DETAIL-COUNT ' DETAIL CARDS'.

           IF  WS-BATCH-ERROR-MSG  =  SPACES
               DISPLAY 'EMPMAINT - BATCH VERIFIED'
           ELSE
               MOVE 'R'  TO  WS-BT-STATUS (WS-BATCH-COUNT)
               MOVE WS-BATCH-ERROR-MSG
                            TO  WS-BT-REASON (WS-BATCH-COUNT)
               DISPLAY 'EMPMAINT - BATCH FAILS INTEGRITY CHECK - '
                       WS-BT-REASON (WS-BATCH-COUNT)
           END-IF.

           MOVE SPACES  TO  WS-BATCH-ERROR-MSG.
      /
      ******************************************************************
      *   REWIND EMPTRANS AFTER THE INTEGRITY PASS SO THE MAIN LOOP    *
           OPEN INPUT MAINT-TRANS-FILE.

           IF  WS-TRANS-STATUS  NOT =  '00'
               MOVE 'MAINT-TRANS-FILE'  TO  WS-OPEN-ERROR-FILE
               MOVE WS-TRANS-STATUS     TO  WS-OPEN-ERROR-STATUS
               PERFORM P9998-ABEND-OPEN-ERROR
           END-IF.
      /
      ******************************************************************
      *   A L R E A D Y - A P P L I E D  B A T C H  G U A R D          *
      *   A DSN8110.RUNCTL ROW THAT COMPLETED NORMALLY FOR THIS SAME   *
      *   BATCH HEADER MEANS THE COORDINATOR'S BATCH HAS ALREADY GONE  *
      *   IN - P4000 SKIPS IT RATHER THAN APPLY IT A SECOND TIME.  A   *
      *   TRIAL RUN NEVER APPLIES, SO IT MAY PROOF ANY BATCH.          *
      ******************************************************************
       P1600-CHECK-RUN-CONTROL.

           MOVE ZERO  TO  WS-PRIOR-RUN-COUNT.

           IF  TRIAL-MODE
               DISPLAY 'EMPMAINT - TRIAL MODE - APPLIED-BATCH '
               IF  SQLCODE  NOT =  DB2-OK
                   PERFORM P9999-ABEND-DB2-ERROR
               END-IF
           END-IF.
      /
      ******************************************************************
      *   I S  T H I S  R U N  A  R E S T A R T ?                      *
      *   THE PENDING RELEASE RUNS ONCE, BEFORE THE FIRST BATCH, SO    *
      *   WHETHER IT MAY RUN MUST BE DECIDED BEFORE ANY BATCH STARTS.  *
      *   FIND THE LATEST UNFINISHED ('S' OR 'A') APPLY ROW OF ANY     *
      *   ACCEPTED BATCH ON THE FILE THAT HAS NOT SINCE COMPLETED -    *
      *   THE ABENDED ATTEMPT THIS RUN IS RESUMING.  IF THE LATEST     *
      *   PENDING RELEASE ROW AHEAD OF IT COMPLETED ('N'), THAT        *
      *   ATTEMPT HAD ALREADY COMMITTED ITS RELEASE AND THIS RUN MUST  *
      *   NOT RELEASE AGAIN.                                           *
      ******************************************************************
       P1630-CHECK-RUN-RESTART.

           MOVE SPACES  TO  WS-LATEST-UNFINISHED-TS.

           PERFORM P1635-CHECK-BATCH-UNFINISHED
               VARYING W-BATCH-SUB FROM 1 BY 1
                 UNTIL W-BATCH-SUB  >  WS-BATCH-COUNT.

           IF  WS-LATEST-UNFINISHED-TS  NOT =  SPACES
               PERFORM P1640-CHECK-PRIOR-RELEASE
           END-IF.
      /
       P1635-CHECK-BATCH-UNFINISHED.

           IF  BT-BATCH-ACCEPTED (W-BATCH-SUB)
               MOVE WS-BT-COORDINATOR (W-BATCH-SUB)
                                        TO  WS-BATCH-ID-COORD
               MOVE WS-BT-DATE (W-BATCH-SUB)
                                        TO  WS-BATCH-ID-DATE
               EXEC SQL
                   SELECT MAX(RUN_TS)
                     INTO :WS-UNFINISHED-TS :WS-UNFINISHED-IND
                     FROM DSN8110.RUNCTL
                    WHERE PROGRAM_NAME  =  :C-THIS-PGM
                      AND BATCH_ID      =  :WS-BATCH-ID
                      AND RUN_MODE      =  'A'
                      AND RUN_STATUS   IN  ('S', 'A')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM DSN8110.RUNCTL
                            WHERE PROGRAM_NAME  =  :C-THIS-PGM
                              AND BATCH_ID      =  :WS-BATCH-ID
                              AND RUN_STATUS    =  'N')
               END-EXEC
               IF  SQLCODE  NOT =  DB2-OK
                   PERFORM P9999-ABEND-DB2-ERROR
               END-IF
               IF  WS-UNFINISHED-IND  NOT <  ZERO
                   AND  WS-UNFINISHED-TS  >  WS-LATEST-UNFINISHED-TS
                   MOVE WS-UNFINISHED-TS  TO  WS-LATEST-UNFINISHED-TS
               END-IF
           END-IF.
      /
       P1640-CHECK-PRIOR-RELEASE.

           MOVE SPACES  TO  WS-RELEASE-STATUS.

           EXEC SQL
               SELECT RUN_STATUS
                 INTO :WS-RELEASE-STATUS
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-THIS-PGM
                  AND SUBSTR(BATCH_ID, 1, 8)  =  :C-PENDING-BATCH-ID
                  AND RUN_MODE      =  'A'
                  AND RUN_TS        =
                      (SELECT MAX(RUN_TS)
                         FROM DSN8110.RUNCTL
                        WHERE PROGRAM_NAME  =  :C-THIS-PGM
                          AND SUBSTR(BATCH_ID, 1, 8)
                                        =  :C-PENDING-BATCH-ID
                          AND RUN_MODE      =  'A'
                          AND RUN_TS        <  :WS-LATEST-UNFINISHED-TS)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   IF  WS-RELEASE-STATUS  =  'N'
                       MOVE 'Y'  TO  WS-RUN-RESTART-SW
                       DISPLAY 'EMPMAINT - RESUMING AN ABENDED RUN '
                               'WHOSE PENDING RELEASE HAD COMMITTED'
                   END-IF
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   L O O K  F O R  A  R E S T A R T  P O I N T                  *
      *   SAME BATCH_ID IS AN ABENDED EARLIER ATTEMPT AT THIS BATCH -  *
      *   ITS ACCUMULATOR COLUMNS HOLD THE CARD POSITION OF ITS LAST   *
      *   COMMITTED UNIT OF WORK, SO THIS RUN RESUMES FROM THERE.      *
      *   RUN BEFORE P1610 INSERTS THIS BATCH'S OWN 'S' ROW.  A TRIAL  *
      *   NEVER APPLIES, SO IT NEVER RESTARTS.                         *
      ******************************************************************
       P1650-FIND-RESTART-POINT.

           MOVE 'N'   TO  WS-RESTART-SW.
           MOVE ZERO  TO  WS-RST-RECS-READ
                          WS-RST-RECS-WRITTEN
                          WS-RST-RECS-REJECTED
                          WS-RST-AUDIT-SEQ
                          WS-RST-AUDIT-SEQ-BASE.

           IF  TRIAL-MODE
               CONTINUE
           ELSE
               PERFORM P1660-READ-RESTART-POINT
           END-IF.

      ******************************************************************
      *   A RESUMED BATCH KEEPS THE AUDIT_SEQ_BASE OF THE ATTEMPT IT   *
      *   RESUMES; A FRESH ONE STARTS FROM WHERE THE RUN'S AUDIT       *
      *   SEQUENCE NOW STANDS.                                         *
      ******************************************************************
           IF  RESTART-IN-PROGRESS
               MOVE WS-RST-AUDIT-SEQ-BASE  TO  WS-AUDIT-SEQ-BASE
           ELSE
               MOVE A-AUDIT-SEQ  TO  WS-AUDIT-SEQ-BASE
                                     WS-RST-AUDIT-SEQ
           END-IF.
      /
       P1660-READ-RESTART-POINT.

               SELECT RECS_READ,
                      RECS_WRITTEN,
                      RECS_REJECTED,
                      AUDIT_SEQ,
                      AUDIT_SEQ_BASE
                 INTO :WS-RST-RECS-READ,
                      :WS-RST-RECS-WRITTEN,
                      :WS-RST-RECS-REJECTED,
                      :WS-RST-AUDIT-SEQ,
                      :WS-RST-AUDIT-SEQ-BASE
                 FROM DSN8110.RUNCTL
                WHERE PROGRAM_NAME  =  :C-THIS-PGM
                  AND BATCH_ID      =  :WS-BATCH-ID
           END-EXEC.

      ******************************************************************
      *   THE PENDING RELEASE LOGS ITS OWN ROW, SO ONLY A CARD         *
      *   POSITION MAKES A BATCH ROW A RESTART POINT.  A ROW THAT      *
      *   NEVER REACHED A COMMIT STARTS THE BATCH OVER.                *
      ******************************************************************
           EVALUATE SQLCODE
               WHEN DB2-OK
                   IF  WS-RST-RECS-READ  >  ZERO
                       MOVE 'Y'  TO  WS-RESTART-SW
                       DISPLAY 'EMPMAINT - UNFINISHED EARLIER RUN OF '
                               'THIS BATCH FOUND ON DSN8110.RUNCTL'
                   ELSE
                       DISPLAY 'EMPMAINT - EARLIER RUN OF THIS BATCH '
                               'NEVER REACHED A COMMIT - STARTING OVER'
                       MOVE ZERO  TO  WS-RST-RECS-WRITTEN
                                      WS-RST-RECS-REJECTED
                   END-IF
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
           END-EVALUATE.
      /
      ******************************************************************
      *   RESUME A BATCH PAST EVERY DETAIL CARD THE ABENDED RUN        *
      *   ALREADY DISPOSED OF IN A COMMITTED UNIT OF WORK: RESTORE THE *
      *   ACCUMULATORS TO THAT COMMIT POINT.  P2700 COUNTS EACH OF THE *
      *   BATCH'S DETAIL CARDS AS IT READS THEM AND PASSES OVER THOSE  *
      *   AT OR BELOW THE CHECKPOINTED COUNT.  A BATCH TOO SHORT TO    *
      *   REACH THE CHECKPOINT IS NOT THE ONE THAT WAS ABENDED ON -    *
      *   STOP THE RUN BEFORE ANY OF IT IS APPLIED.                    *
      ******************************************************************
       P1700-POSITION-RESTART.

           IF  WS-BT-DETAIL-COUNT (W-BATCH-SUB)  <  WS-RST-RECS-READ
               MOVE 'BATCH SHORTER THAN ITS RESTART CHECKPOINT'
                                        TO  WS-BATCH-ERROR-MSG
               PERFORM P9997-ABEND-BATCH-ERROR
           END-IF.
           MOVE WS-RST-AUDIT-SEQ      TO  A-AUDIT-SEQ.

           DISPLAY 'EMPMAINT - RESTART POSITIONED - '
                   WS-RST-RECS-READ ' CARDS TO SKIP, '
                   A-TRANS-APPLIED ' ALREADY APPLIED, '
                   A-TRANS-REJECTED ' ALREADY REJECTED'.
      /
      *   AGAIN FIRST, THE DATABASE HAS HAD DAYS TO MOVE UNDER IT)     *
      *   OR HOLDS OVER TO TONIGHT'S FILE.  EVERY CARD PRINTS ON THE   *
      *   STATUS REPORT EITHER WAY, SO NOTHING AGES SILENTLY.  THE     *
      *   WHOLE RELEASE COMMITS AS ONE UNIT OF WORK BEFORE THE FIRST   *
      *   BATCH STARTS, TOGETHER WITH ITS OWN RUNCTL ROW ('*PENDING'   *
      *   PLUS THE RUN DATE) CLOSED OUT 'N' - AN ABEND MID-RELEASE     *
      *   ROLLS THE PHASE BACK WHOLE AND LEAVES THAT ROW 'A'.          *
      *                                                                *
      *   A RESTART NEVER RELEASES: WHEN P1630 FOUND THE ABENDED       *
      *   ATTEMPT'S RELEASE ROW COMPLETE, RUNNING IT AGAIN WOULD APPLY *
      *   EVERY RELEASED CARD TWICE.  EMPPNDOU IS EXTENDED INSTEAD OF  *
      *   RECREATED, SO THE HOLDS THE ABENDED RUN ALREADY WROTE        *
      *   SURVIVE THE RERUN.                                           *
      *                                                                *
      *   EMPPNDIN IS OPTIONAL: OPEN STATUS '05' (NO FILE) MEANS       *
      *   NOTHING TO RELEASE.  ANY OTHER FAILURE - '39' FOR A FILE     *
      *   STILL IN THE OLD 90-BYTE LAYOUT, SAY - ABENDS, SINCE GOING   *
      *   ON WOULD LEAVE EVERY HELD CARD OFF TONIGHT'S EMPPNDOU.       *
      ******************************************************************
       P1800-PROCESS-PENDING-FILE.

           IF  RUN-IS-RESTART
               OPEN EXTEND PENDING-OUT-FILE
               OPEN EXTEND PENDING-RPT-FILE
           ELSE
               WRITE PENDING-RPT-RECORD  FROM  W-PND-TITLE
           END-IF.

           IF  RUN-IS-RESTART
               DISPLAY 'EMPMAINT - RESTART RUN - PENDING RELEASE '
                       'ALREADY COMMITTED - NOT RELEASING TWICE'
           ELSE
               PERFORM P1805-START-RELEASE
               OPEN INPUT PENDING-IN-FILE
               EVALUATE WS-PENDIN-STATUS
                   WHEN '00'
                       MOVE 'Y'  TO  WS-RELEASE-MODE-SW
                       PERFORM P1810-READ-PENDING
                       PERFORM P1820-DISPOSE-PENDING
                           UNTIL END-OF-PENDING
                       CLOSE PENDING-IN-FILE
                       MOVE 'N'  TO  WS-RELEASE-MODE-SW
                   WHEN '05'
                       CLOSE PENDING-IN-FILE
                       DISPLAY 'EMPMAINT - NO PENDING FILE SUPPLIED'
                       DISPLAY 'EMPMAINT - NOTHING TO RELEASE'
                   WHEN OTHER
                       MOVE 'PENDING-IN-FILE'  TO  WS-OPEN-ERROR-FILE
                       MOVE WS-PENDIN-STATUS   TO  WS-OPEN-ERROR-STATUS
                       PERFORM P9998-ABEND-OPEN-ERROR
               END-EVALUATE
               PERFORM P1860-END-RELEASE
           END-IF.
      /
      ******************************************************************
      *   OPEN THE PENDING RELEASE'S OWN RUNCTL ROW.  ITS AUDIT        *
      *   RECORDS ARE THE FIRST OF THE RUN, SO ITS AUDIT_SEQ_BASE IS   *
      *   WHERE P1150 LEFT THE DAY'S AUDIT SEQUENCE.  IT IS A BATCH    *
      *   OF ITS OWN, SO NO 'A' CARD OF TONIGHT'S BATCHES COUNTS FOR   *
      *   IT.                                                          *
      ******************************************************************
       P1805-START-RELEASE.

           MOVE C-PENDING-BATCH-ID  TO  WS-BATCH-ID-COORD.
           MOVE WS-RUN-DATE         TO  WS-BATCH-ID-DATE.

           MOVE ZERO  TO  A-TRANS-READ
                          A-TRANS-APPLIED
                          A-TRANS-REJECTED
                          WS-RST-RECS-READ
                          WS-RST-RECS-WRITTEN
                          WS-RST-RECS-REJECTED.
           MOVE A-AUDIT-SEQ  TO  WS-AUDIT-SEQ-BASE
                                 WS-RST-AUDIT-SEQ.

           PERFORM P1610-INSERT-RUN-CONTROL.
      /
       P1810-READ-PENDING.

      /
      ******************************************************************
      *   ONE PENDING CARD - RELEASE IT IF IT HAS COME DUE, HOLD IT    *
      *   OVER TO TONIGHT'S FILE IF NOT.  A DUE CARD IS RE-CHECKED     *
      *   AGAINST ITS SENDING COORDINATOR'S AUTHORITY; ONE HELD WITH   *
      *   NO COORDINATOR HAS NO AUTHORITY TO CHECK AND REJECTS.        *
      ******************************************************************
       P1820-DISPOSE-PENDING.

               MOVE SPACES            TO  PENDING-OUT-RECORD
               MOVE PI-CARD           TO  PO-CARD
               MOVE PI-RECEIVED-DATE  TO  PO-RECEIVED-DATE
               MOVE PI-COORDINATOR-ID TO  PO-COORDINATOR-ID
               WRITE PENDING-OUT-RECORD
               ADD 1  TO  A-PEND-HELD-OVER
               MOVE PI-RECEIVED-DATE  TO  PDL-RECEIVED-DATE
               MOVE 'HELD -WAITING'   TO  PDL-STATUS
               PERFORM P2650-WRITE-PENDING-LINE
           ELSE
               IF  PI-COORDINATOR-ID  =  SPACES
                   MOVE 'UNKNOWN'          TO  WS-PEND-COORDINATOR
               ELSE
                   MOVE PI-COORDINATOR-ID  TO  WS-PEND-COORDINATOR
               END-IF
               IF  WS-PEND-COORDINATOR  NOT =  WS-RJH-COORDINATOR-ID
                   PERFORM P1825-ECHO-PENDING-HEADER
               END-IF
               PERFORM P2100-VALIDATE-TRANSACTION
               IF  TRANS-IS-VALID
                   IF  PI-COORDINATOR-ID  =  SPACES
                       SET TRANS-IS-INVALID  TO  TRUE
                       MOVE 'HELD CARD HAS NO COORDINATOR'
                                           TO  WS-REJECT-REASON
                   ELSE
                       MOVE PI-COORDINATOR-ID  TO  WS-AUTH-COORDINATOR
                       PERFORM P2400-CHECK-AUTHORITY
                       MOVE WS-BATCH-COORDINATOR
                                           TO  WS-AUTH-COORDINATOR
                   END-IF
               END-IF
               MOVE PI-RECEIVED-DATE  TO  PDL-RECEIVED-DATE
               IF  TRANS-IS-VALID
                   PERFORM P3000-APPLY-TRANSACTION
           PERFORM P1810-READ-PENDING.
      /
      ******************************************************************
      *   A RELEASED CARD THAT REJECTS BELONGS TO THE COORDINATOR WHO  *
      *   SENT IT, NOT TO TONIGHT'S BATCHES - ECHO A HEADER FOR THAT   *
      *   COORDINATOR AHEAD OF ITS RELEASED CARDS SO EMPRCYCL FILES    *
      *   ANY REJECT UNDER THE RIGHT NAME - 'UNKNOWN', AS EMPRCYCL     *
      *   FILES IT, FOR A CARD HELD WITHOUT A COORDINATOR.             *
      ******************************************************************
       P1825-ECHO-PENDING-HEADER.

           MOVE WS-PEND-COORDINATOR  TO  WS-RJH-COORDINATOR-ID.
           MOVE PI-RECEIVED-DATE   TO  WS-RJH-BATCH-DATE.
           MOVE '** PENDING CARD RELEASE **'
                                   TO  WS-REJ-HEADER-REASON.

           PERFORM P2950-WRITE-REJECT-HEADER.
      /
      ******************************************************************
      *   CLOSE OUT THE PENDING RELEASE'S RUNCTL ROW AND COMMIT IT     *
      *   WITH THE RELEASED CARDS AS ONE UNIT OF WORK.  RECS_READ IS   *
      *   THE PENDING CARDS READ, RELEASED OR HELD OVER.               *
      ******************************************************************
       P1860-END-RELEASE.

           MOVE A-PEND-READ  TO  A-TRANS-READ.

           PERFORM P8000-UPDATE-RUN-CONTROL.
           PERFORM P3910-COMMIT-WORK.

           MOVE SPACES  TO  WS-RUN-TS.

           ADD A-TRANS-APPLIED   TO  A-RUN-TRANS-APPLIED.
           ADD A-TRANS-REJECTED  TO  A-RUN-TRANS-REJECTED.
      /
      ******************************************************************
      *   PENDING REPORT TOTALS - WRITTEN AFTER THE BATCH SO THE       *
      *   NEW-HELD COUNT COVERS TONIGHT'S FUTURE-DATED CARDS TOO.      *
      ******************************************************************
       P1850-WRITE-PENDING-TOTALS.

           MOVE SPACES  TO  PENDING-RPT-RECORD.
           WRITE PENDING-RPT-RECORD.

           MOVE A-PEND-RELEASED   TO  PTL-RELEASED.
           MOVE A-PEND-HELD-OVER  TO  PTL-HELD.
           MOVE A-PEND-NEW-HELD   TO  PTL-NEW-HELD.

           WRITE PENDING-RPT-RECORD  FROM  W-PND-TOTAL-LINE.
      /
      ******************************************************************
      *   INSERT AND COMMIT THE BATCH'S DSN8110.RUNCTL ROW ('S') SO A  *
      *   ROW SURVIVES EVEN IF THE RUN LATER ABENDS.  THE ACCUMULATOR  *
      *   COLUMNS ARE SEEDED FROM THE INHERITED RESTART CHECKPOINT     *
      *   (NOTHING READ ON A FRESH BATCH), SO A RESTART THAT ABENDS    *
      *   BEFORE ITS FIRST COMMIT STILL LEAVES THE LAST COMMITTED      *
      *   CARD POSITION ON ITS OWN - MOST RECENT - ROW AND THE NEXT    *
      *   ATTEMPT CANNOT FALL BACK TO THE TOP OF THE FILE.             *
                      (PROGRAM_NAME, RUN_TS, RUN_DATE,
                       BATCH_ID, PARM_INFO, RUN_MODE,
                       RECS_READ, RECS_WRITTEN,
                       RECS_REJECTED, AUDIT_SEQ,
                       AUDIT_SEQ_BASE, RUN_STATUS)
               VALUES (:C-THIS-PGM, :WS-RUN-TS, CURRENT DATE,
                       :WS-BATCH-ID, :WS-RUNCTL-PARM,
                       :WS-RUN-MODE-SW,
                       :WS-RST-RECS-READ, :WS-RST-RECS-WRITTEN,
                       :WS-RST-RECS-REJECTED, :WS-RST-AUDIT-SEQ,
                       :WS-AUDIT-SEQ-BASE, 'S')
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
           END-IF.
      /
      ******************************************************************
      *   LOG A BATCH REJECTED WHOLE BY ITS HEADER/TRAILER CHECK - AN  *
      *   'R' ROW WITH EVERY DETAIL CARD COUNTED READ AND REJECTED.    *
      *   COMMITTED AT ONCE; NOTHING ELSE IS IN FLIGHT.  AN 'R' ROW    *
      *   NEVER BLOCKS OR RESTARTS A LATER APPLY OF THE SAME BATCH_ID. *
      ******************************************************************
       P1620-INSERT-REJECTED-BATCH.

           EXEC SQL
               SET :WS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.

           IF  SQLCODE  NOT =  DB2-OK
               PERFORM P9999-ABEND-DB2-ERROR
           END-IF.

           MOVE WS-RUN-MODE-SW   TO  WS-PI-MODE.
           MOVE WS-TOLERANCE-PCT TO  WS-PI-TOLERANCE.
           MOVE WS-PARM-INFO     TO  WS-RUNCTL-PARM.

           EXEC SQL
               INSERT INTO DSN8110.RUNCTL
                      (PROGRAM_NAME, RUN_TS, RUN_DATE,
                       BATCH_ID, PARM_INFO, RUN_MODE,
                       RECS_READ, RECS_WRITTEN,
                       RECS_REJECTED, AUDIT_SEQ,
                       AUDIT_SEQ_BASE, RUN_STATUS)
               VALUES (:C-THIS-PGM, :WS-RUN-TS, CURRENT DATE,
                       :WS-BATCH-ID, :WS-RUNCTL-PARM,
                       :WS-RUN-MODE-SW,
                       :A-TRANS-READ, 0,
                       :A-TRANS-REJECTED, :A-AUDIT-SEQ,
                       :A-AUDIT-SEQ, 'R')
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

           MOVE SPACES  TO  WS-RUN-TS.
      /
      ******************************************************************
      *   CLOSE OUT THE CURRENT DSN8110.RUNCTL ROW - FINAL TOTALS AND  *
      *   STATUS ('N' APPLY, 'T' TRIAL).  COMMITTED BY THE             *
      *   P3910-COMMIT-WORK ITS CALLER ISSUES RIGHT AFTER THIS.        *
      ******************************************************************
       P8000-UPDATE-RUN-CONTROL.

           END-IF.
      /
      ******************************************************************
      *   ONE EMPTRANS RECORD.  A HEADER STARTS THE NEXT BATCH OF      *
      *   WS-BATCH-TABLE; A TRAILER CLOSES OUT THE BATCH IF IT IS      *
      *   ACTIVE.  A DETAIL CARD IS COUNTED AND PROCESSED ONLY INSIDE  *
      *   AN ACTIVE BATCH, AND ON A RESTART ONLY ONCE PAST THE CARDS   *
      *   THE ABENDED ATTEMPT ALREADY COMMITTED.  CARDS OF A REJECTED  *
      *   OR SKIPPED BATCH, AND CARDS OUTSIDE ANY BATCH, FALL THROUGH. *
      ******************************************************************
       P2700-DISPATCH-RECORD.

           EVALUATE TR-ACTION-CODE
               WHEN 'H'
                   PERFORM P4000-START-BATCH
               WHEN 'T'
                   IF  BATCH-IS-ACTIVE
                       PERFORM P4500-END-BATCH
                   END-IF
               WHEN OTHER
                   IF  BATCH-IS-ACTIVE
                       ADD 1  TO  A-TRANS-READ
                       IF  A-TRANS-READ  >  WS-RST-RECS-READ
                           PERFORM P2000-PROCESS-TRANSACTION
                       END-IF
                   END-IF
           END-EVALUATE.

           PERFORM P1000-READ-TRANSACTION.
      /
      ******************************************************************
      *   S T A R T  T H E  N E X T  B A T C H                         *
      *   THE HEADER JUST READ IS THE NEXT ENTRY OF WS-BATCH-TABLE.    *
      *   A BATCH THAT FAILED ITS INTEGRITY CHECK IS REJECTED WHOLE;   *
      *   ONE ALREADY APPLIED IS SKIPPED; ANY OTHER IS OPENED AND ITS  *
      *   CARDS PROCESSED.                                             *
      ******************************************************************
       P4000-START-BATCH.

           ADD 1  TO  W-BATCH-SUB.

           MOVE 'N'  TO  WS-BATCH-ACTIVE-SW.
           MOVE WS-BT-COORDINATOR (W-BATCH-SUB)
                                    TO  WS-BATCH-COORDINATOR.
           MOVE WS-BT-DATE (W-BATCH-SUB)
                                    TO  WS-BATCH-DATE.
           MOVE WS-BATCH-COORDINATOR  TO  WS-BATCH-ID-COORD.
           MOVE WS-BATCH-DATE         TO  WS-BATCH-ID-DATE.

           MOVE ZERO  TO  A-TRANS-READ
                          A-TRANS-APPLIED
                          A-TRANS-REJECTED
                          WS-RST-RECS-READ.
           MOVE 'N'   TO  WS-RESTART-SW.

           DISPLAY 'EMPMAINT - BATCH FROM COORDINATOR '
                   WS-BATCH-COORDINATOR ' DATED ' WS-BATCH-DATE.

           IF  BT-BATCH-REJECTED (W-BATCH-SUB)
               PERFORM P4100-REJECT-BATCH
           ELSE
               PERFORM P1600-CHECK-RUN-CONTROL
               IF  WS-PRIOR-RUN-COUNT  >  ZERO
                   PERFORM P4200-SKIP-APPLIED-BATCH
               ELSE
                   PERFORM P4300-OPEN-BATCH
               END-IF
           END-IF.
      /
      ******************************************************************
      *   THE BATCH FAILED ITS HEADER/TRAILER CHECK - NONE OF ITS      *
      *   CARDS IS APPLIED.  ECHO ITS HEADER ON EMPREJ WITH WHY, LOG   *
      *   AN 'R' RUNCTL ROW, AND COUNT EVERY DETAIL CARD REJECTED.     *
      ******************************************************************
       P4100-REJECT-BATCH.

           MOVE WS-BT-REASON (W-BATCH-SUB)  TO  WS-RBR-CAUSE.

           DISPLAY 'EMPMAINT - BATCH REJECTED WHOLE - '
                   WS-RBR-CAUSE ' - NOTHING APPLIED'.

           MOVE WS-BATCH-COORDINATOR  TO  WS-RJH-COORDINATOR-ID.
           MOVE WS-BATCH-DATE         TO  WS-RJH-BATCH-DATE.
           MOVE WS-REJ-BATCH-REASON   TO  WS-REJ-HEADER-REASON.
           PERFORM P2950-WRITE-REJECT-HEADER.

           MOVE WS-BT-DETAIL-COUNT (W-BATCH-SUB)  TO  A-TRANS-READ
                                                      A-TRANS-REJECTED.

           PERFORM P1620-INSERT-REJECTED-BATCH.

           IF  TRIAL-MODE
               MOVE SPACES                TO  MAINT-EDIT-RECORD
               MOVE 'BATCH REJECTED'      TO  ED-DISPOSITION
               MOVE WS-REJ-BATCH-REASON   TO  ED-REASON
               PERFORM P4900-WRITE-BATCH-EDIT-LINE
           END-IF.

           ADD 1                 TO  A-BATCHES-REJECTED.
           ADD A-TRANS-READ      TO  A-RUN-TRANS-READ.
           ADD A-TRANS-REJECTED  TO  A-RUN-TRANS-REJECTED.
      /
      ******************************************************************
      *   THE BATCH HAS ALREADY GONE IN ON AN EARLIER RUN - PASS OVER  *
      *   ITS CARDS RATHER THAN APPLY THEM A SECOND TIME.              *
      ******************************************************************
       P4200-SKIP-APPLIED-BATCH.

           DISPLAY 'EMPMAINT - BATCH HAS ALREADY BEEN APPLIED - SEE '
                   'DSN8110.RUNCTL - SKIPPED'.

           MOVE WS-BATCH-COORDINATOR  TO  WS-RJH-COORDINATOR-ID.
           MOVE WS-BATCH-DATE         TO  WS-RJH-BATCH-DATE.
           MOVE '** BATCH ALREADY APPLIED - SKIPPED **'
                                      TO  WS-REJ-HEADER-REASON.
           PERFORM P2950-WRITE-REJECT-HEADER.

           ADD 1  TO  A-BATCHES-SKIPPED.
      /
      ******************************************************************
      *   OPEN A GOOD BATCH: FIND ITS RESTART POINT, LOG ITS OWN       *
      *   RUNCTL ROW, ECHO ITS HEADER ON EMPREJ, AND SET ITS           *
      *   COORDINATOR'S AUTHORITY.  ITS CARDS THEN FLOW THROUGH P2700  *
      *   UNTIL ITS TRAILER.                                           *
      ******************************************************************
       P4300-OPEN-BATCH.

           PERFORM P1650-FIND-RESTART-POINT.

           IF  RESTART-IN-PROGRESS
               PERFORM P1700-POSITION-RESTART
           END-IF.

           PERFORM P1610-INSERT-RUN-CONTROL.

           MOVE WS-BATCH-COORDINATOR  TO  WS-RJH-COORDINATOR-ID.
           MOVE WS-BATCH-DATE         TO  WS-RJH-BATCH-DATE.
           MOVE '** ORIGINATING BATCH HEADER **'
                                      TO  WS-REJ-HEADER-REASON.
           PERFORM P2950-WRITE-REJECT-HEADER.

           PERFORM P1220-SET-BATCH-AUTHORITY.

           MOVE ZERO  TO  WS-BATCH-ADD-COUNT.

           IF  TRIAL-MODE
               MOVE SPACES            TO  MAINT-EDIT-RECORD
               MOVE 'BATCH ACCEPTED'  TO  ED-DISPOSITION
               MOVE WS-BATCH-ID       TO  ED-REASON
               PERFORM P4900-WRITE-BATCH-EDIT-LINE
           END-IF.

           MOVE 'Y'  TO  WS-BATCH-ACTIVE-SW.
           ADD 1     TO  A-BATCHES-ACCEPTED.
      /
      ******************************************************************
      *   THE ACTIVE BATCH'S TRAILER - CLOSE OUT ITS RUNCTL ROW AND    *
      *   COMMIT.  WS-RUN-TS IS CLEARED SO AN ABEND BEFORE THE NEXT    *
      *   BATCH STARTS CANNOT MARK THIS COMPLETED ROW ABENDED.         *
      ******************************************************************
       P4500-END-BATCH.

           PERFORM P8000-UPDATE-RUN-CONTROL.
           PERFORM P3910-COMMIT-WORK.

           MOVE SPACES  TO  WS-RUN-TS.
           MOVE 'N'     TO  WS-BATCH-ACTIVE-SW.

           DISPLAY 'EMPMAINT - BATCH COMPLETE - '
                   A-TRANS-READ ' READ, '
                   A-TRANS-APPLIED ' APPLIED, '
                   A-TRANS-REJECTED ' REJECTED'.

           ADD A-TRANS-READ      TO  A-RUN-TRANS-READ.
           ADD A-TRANS-APPLIED   TO  A-RUN-TRANS-APPLIED.
           ADD A-TRANS-REJECTED  TO  A-RUN-TRANS-REJECTED.
      /
      ******************************************************************
      *   ONE EMPEDIT LINE FOR A BATCH HEADER IN TRIAL MODE, SO THE    *
      *   EDIT REPORT SHOWS WHICH BATCH EACH RUN OF CARDS BELONGS TO   *
      *   AND WHETHER THE BATCH ITSELF WOULD BE ACCEPTED.  THE CALLER  *
      *   CLEARS THE RECORD AND SETS ED-DISPOSITION AND ED-REASON.     *
      ******************************************************************
       P4900-WRITE-BATCH-EDIT-LINE.

           MOVE 'H'  TO  ED-ACTION-CODE.

           WRITE MAINT-EDIT-RECORD.
      /
      ******************************************************************
      *   VALIDATE THE CARD, THEN APPLY IT OR REJECT IT.  ONE DETAIL   *
      *   CARD OF AN ACTIVE BATCH PER CALL, FROM P2700.                *
      ******************************************************************
       P2000-PROCESS-TRANSACTION.

           PERFORM P2100-VALIDATE-TRANSACTION.
           PERFORM P2010-CHECK-EFFECTIVE-DATE.

           IF  TRANS-IS-VALID
               PERFORM P2400-CHECK-AUTHORITY
           END-IF.

           IF  TRIAL-MODE
               IF  TRANS-IS-VALID
                   EVALUATE TR-ACTION-CODE
                       WHEN 'M'
                           PERFORM P2250-CHECK-XFER-DATABASE
                       WHEN 'S'
                           PERFORM P2270-CHECK-SUPP-DATABASE
                       WHEN OTHER
                           PERFORM P2200-CHECK-DATABASE
                   END-EVALUATE
               END-IF
               PERFORM P2500-WRITE-EDIT-LINE
           ELSE
                   PERFORM P2900-WRITE-REJECT
               END-IF
           END-IF.
      /
      ******************************************************************
      *   CLASSIFY THE CARD'S EFFECTIVE DATE.  BLANK MEANS "APPLY      *
      ******************************************************************
       P2600-HOLD-FUTURE-CARD.

           EVALUATE TR-ACTION-CODE
               WHEN 'M'
                   PERFORM P2250-CHECK-XFER-DATABASE
               WHEN 'S'
                   PERFORM P2270-CHECK-SUPP-DATABASE
               WHEN OTHER
                   PERFORM P2200-CHECK-DATABASE
           END-EVALUATE.

           IF  TRANS-IS-INVALID
               PERFORM P2900-WRITE-REJECT
               MOVE SPACES              TO  PENDING-OUT-RECORD
               MOVE MAINT-TRANS-RECORD  TO  PO-CARD
               MOVE WS-RUN-DATE         TO  PO-RECEIVED-DATE
               MOVE WS-BATCH-COORDINATOR
                                        TO  PO-COORDINATOR-ID
               WRITE PENDING-OUT-RECORD
               ADD 1  TO  A-PEND-NEW-HELD
               MOVE WS-RUN-DATE  TO  PDL-RECEIVED-DATE
               MOVE 'HELD - NEW   '  TO  PDL-STATUS
               PERFORM P2650-WRITE-PENDING-LINE
               IF  TR-ACTION-CODE  =  'A'
                   PERFORM P2290-NOTE-BATCH-ADD
               END-IF
           END-IF.
      /
      ******************************************************************
      /
      ******************************************************************
      *   BASIC FIELD VALIDATION BEFORE THE TABLE IS EVER TOUCHED:     *
      *   A RECOGNIZED ACTION CODE, A NON-BLANK EMPNO, FOR ADD OR      *
      *   CORRECT A NON-BLANK WORKDEPT AND A NUMERIC SALARY, AND FOR   *
      *   A SUPPLEMENTARY CARD THE EDITS OF P2160.                     *
      ******************************************************************
       P2100-VALIDATE-TRANSACTION.

           IF  TR-ACTION-CODE  NOT =  'A'  AND
               TR-ACTION-CODE  NOT =  'C'  AND
               TR-ACTION-CODE  NOT =  'D'  AND
               TR-ACTION-CODE  NOT =  'M'  AND
               TR-ACTION-CODE  NOT =  'S'
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'ACTION CODE MUST BE A, C, D, M OR S'
                                       TO  WS-REJECT-REASON
           END-IF.

                   MOVE 'SALARY IS NOT NUMERIC'  TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID  AND  TR-ACTION-CODE  =  'S'
               PERFORM P2160-VALIDATE-SUPP-CARD
           END-IF.
      /
      ******************************************************************
      *   FIELD VALIDATION FOR THE 'S' SUPPLEMENTARY CARD: AT LEAST    *
      *   ONE FIELD PRESENT, EDLEVEL/BONUS/COMM/PHONENO NUMERIC WHEN   *
      *   GIVEN, EACH DATE GIVEN A REAL CALENDAR DATE, AND BIRTHDATE   *
      *   BEFORE HIREDATE WHEN THE CARD CARRIES BOTH.  A CARD THAT     *
      *   CARRIES ONLY ONE OF THE DATES IS PROVEN AGAINST THE OTHER    *
      *   ON THE CURRENT ROW IN P2270.                                 *
      ******************************************************************
       P2160-VALIDATE-SUPP-CARD.

           IF  SU-JOB         =  SPACES
               AND  SU-EDLEVEL-X   =  SPACES
               AND  SU-HIRE-DATE   =  SPACES
               AND  SU-BIRTH-DATE  =  SPACES
               AND  SU-BONUS-X     =  SPACES
               AND  SU-COMM-X      =  SPACES
               AND  SU-PHONENO     =  SPACES
               AND  SU-MIDINIT     =  SPACE
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'SUPPLEMENTARY CARD CARRIES NO FIELDS'
                                            TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-EDLEVEL-X  NOT =  SPACES
               AND  SU-EDLEVEL    NOT NUMERIC
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'EDLEVEL IS NOT NUMERIC'  TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-BONUS-X  NOT =  SPACES
               AND  SU-BONUS    NOT NUMERIC
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'BONUS IS NOT NUMERIC'  TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-COMM-X  NOT =  SPACES
               AND  SU-COMM    NOT NUMERIC
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'COMM IS NOT NUMERIC'  TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-PHONENO  NOT =  SPACES
               AND  SU-PHONENO  NOT NUMERIC
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'PHONENO IS NOT NUMERIC'  TO  WS-REJECT-REASON
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-HIRE-DATE  NOT =  SPACES
               MOVE SU-HIRE-DATE  TO  WS-DATE-CHECK
               PERFORM P2170-VALIDATE-DATE
               IF  NOT DATE-IS-VALID
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'HIREDATE IS NOT A VALID YYYY-MM-DD DATE'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-BIRTH-DATE  NOT =  SPACES
               MOVE SU-BIRTH-DATE  TO  WS-DATE-CHECK
               PERFORM P2170-VALIDATE-DATE
               IF  NOT DATE-IS-VALID
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'BIRTHDATE IS NOT A VALID YYYY-MM-DD DATE'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.

           IF  TRANS-IS-VALID
               AND  SU-HIRE-DATE   NOT =  SPACES
               AND  SU-BIRTH-DATE  NOT =  SPACES
               AND  SU-BIRTH-DATE  NOT <  SU-HIRE-DATE
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE 'BIRTHDATE MUST BE BEFORE HIREDATE'
                                            TO  WS-REJECT-REASON
           END-IF.
      /
      ******************************************************************
      *   IS WS-DATE-CHECK A REAL YYYY-MM-DD CALENDAR DATE.  A YEAR    *
      *   DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY YEAR    *
      *   NOT DIVISIBLE BY 400.                                        *
      ******************************************************************
       P2170-VALIDATE-DATE.

           MOVE 'N'  TO  WS-DATE-VALID-SW.

           IF  WS-DC-YEAR   NUMERIC
               AND  WS-DC-DASH-1  =  '-'
               AND  WS-DC-MONTH   NUMERIC
               AND  WS-DC-DASH-2  =  '-'
               AND  WS-DC-DAY     NUMERIC
               AND  WS-DC-YEAR    >  ZERO
               AND  WS-DC-MONTH   >  ZERO
               AND  WS-DC-MONTH   <  13
               AND  WS-DC-DAY     >  ZERO
               MOVE C-MONTH-DAYS (WS-DC-MONTH)  TO  WS-DC-MONTH-DAYS
               IF  WS-DC-MONTH  =  2
                   DIVIDE WS-DC-YEAR  BY  4
                          GIVING WS-DC-QUOTIENT
                          REMAINDER WS-DC-REM-4
                   DIVIDE WS-DC-YEAR  BY  100
                          GIVING WS-DC-QUOTIENT
                          REMAINDER WS-DC-REM-100
                   DIVIDE WS-DC-YEAR  BY  400
                          GIVING WS-DC-QUOTIENT
                          REMAINDER WS-DC-REM-400
                   IF  WS-DC-REM-4  =  ZERO
                       AND  (WS-DC-REM-100  NOT =  ZERO
                             OR  WS-DC-REM-400  =  ZERO)
                       MOVE 29  TO  WS-DC-MONTH-DAYS
                   END-IF
               END-IF
               IF  WS-DC-DAY  NOT >  WS-DC-MONTH-DAYS
                   MOVE 'Y'  TO  WS-DATE-VALID-SW
               END-IF
           END-IF.
      /
      ******************************************************************
      *   FIELD VALIDATION FOR THE 'M' MASS-TRANSFER CARD: BOTH        *
               PERFORM P9999-ABEND-DB2-ERROR.
      /
      ******************************************************************
      *   DATABASE-SIDE CHECKS FOR THE 'S' CARD, RUN JUST AHEAD OF THE *
      *   APPLY - OR IN TRIAL MODE, OR WHEN THE CARD IS HELD.  THE     *
      *   EMPNO MUST BE ON DSN8110.EMP OR COME FROM AN 'A' CARD        *
      *   AHEAD OF IT IN THE BATCH (SEE WS-BATCH-ADD-TABLE), AND ONCE  *
      *   THE CARD IS LAID OVER THE CURRENT ROW THE BIRTHDATE MUST     *
      *   STILL FALL BEFORE THE HIREDATE.  LEAVES THE BEFORE-IMAGE     *
      *   AND THE MERGED COLUMNS READY FOR P3065 AND THE AUDIT RECORD. *
      ******************************************************************
       P2270-CHECK-SUPP-DATABASE.

           MOVE TR-EMP-NBR  TO  EMPNO.

           PERFORM P3015-FETCH-BEFORE-IMAGE.

           IF  NOT BEFORE-IMAGE-FOUND
               PERFORM P2280-FIND-BATCH-ADD
               EVALUATE TRUE
                   WHEN NOT BATCH-ADD-FOUND
                       SET TRANS-IS-INVALID  TO  TRUE
                       MOVE 'EMPNO NOT FOUND ON DSN8110.EMP'
                                            TO  WS-REJECT-REASON
                   WHEN WS-BA-EFF-DATE (W-ADD-SUB)  =  SPACES
                       MOVE ZERO  TO  WS-BEF-NULL-AREA
                   WHEN CARD-IS-FUTURE
                        AND  TR-EFF-DATE  NOT <
                                          WS-BA-EFF-DATE (W-ADD-SUB)
                       MOVE ZERO  TO  WS-BEF-NULL-AREA
                   WHEN OTHER
                       SET TRANS-IS-INVALID  TO  TRUE
                       MOVE 'EFFECTIVE BEFORE ITS A CARD ADDS EMPNO'
                                            TO  WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF  TRANS-IS-VALID
               PERFORM P2275-MERGE-SUPP-FIELDS
               IF  WS-SUP-HIREDATE      NOT =  SPACES
                   AND  WS-SUP-BIRTHDATE  NOT =  SPACES
                   AND  WS-SUP-BIRTHDATE  NOT <  WS-SUP-HIREDATE
                   SET TRANS-IS-INVALID  TO  TRUE
                   MOVE 'BIRTHDATE MUST BE BEFORE HIREDATE'
                                            TO  WS-REJECT-REASON
               END-IF
           END-IF.
      /
      ******************************************************************
      *   IS TR-EMP-NBR IN WS-BATCH-ADD-TABLE - IF SO, W-ADD-SUB       *
      *   POINTS AT ITS LATEST ENTRY.                                  *
      ******************************************************************
       P2280-FIND-BATCH-ADD.

           MOVE 'N'  TO  WS-BA-FOUND-SW.

           PERFORM P2285-SCAN-BATCH-ADD
               VARYING W-ADD-SUB FROM WS-BATCH-ADD-COUNT BY -1
                 UNTIL W-ADD-SUB  <  1
                    OR WS-BA-EMP-NBR (W-ADD-SUB)  =  TR-EMP-NBR.

           IF  W-ADD-SUB  NOT <  1
               MOVE 'Y'  TO  WS-BA-FOUND-SW
           END-IF.
      /
      ******************************************************************
      *   EMPTY BODY - PERFORMED PURELY FOR ITS VARYING/UNTIL CLAUSES, *
      *   WHICH STOP W-ADD-SUB ON THE EMPNO BEING LOOKED FOR.          *
      ******************************************************************
       P2285-SCAN-BATCH-ADD.

           CONTINUE.
      /
      ******************************************************************
      *   AN 'A' CARD OF THE BATCH WENT IN, WAS HELD, OR (IN A TRIAL)  *
      *   WOULD HAVE - NOTE ITS EMPNO FOR THE 'S' CARDS BEHIND IT.     *
      ******************************************************************
       P2290-NOTE-BATCH-ADD.

           IF  WS-BATCH-ADD-COUNT  <  C-BATCH-ADD-MAX
               ADD 1  TO  WS-BATCH-ADD-COUNT
               MOVE TR-EMP-NBR
                   TO  WS-BA-EMP-NBR (WS-BATCH-ADD-COUNT)
               IF  CARD-IS-FUTURE
                   MOVE TR-EFF-DATE
                       TO  WS-BA-EFF-DATE (WS-BATCH-ADD-COUNT)
               ELSE
                   MOVE SPACES
                       TO  WS-BA-EFF-DATE (WS-BATCH-ADD-COUNT)
               END-IF
           ELSE
               DISPLAY 'EMPMAINT - BATCH ADD TABLE FULL - EMPNO '
                       TR-EMP-NBR ' NOT NOTED FOR ITS S CARD'
           END-IF.
      /
      ******************************************************************
      *   LAY THE 'S' CARD OVER THE BEFORE-IMAGE: EVERY NON-BLANK      *
      *   FIELD REPLACES ITS COLUMN AND CLEARS THE COLUMN'S NULL; A    *
      *   BLANK FIELD KEEPS THE COLUMN - AND ITS NULL - AS IT IS.      *
      ******************************************************************
       P2275-MERGE-SUPP-FIELDS.

           MOVE WS-BEF-NULL-AREA   TO  WS-SUP-NULL-AREA.

           MOVE WS-BEF-MIDINIT     TO  WS-SUP-MIDINIT.
           MOVE WS-BEF-PHONENO     TO  WS-SUP-PHONENO.
           MOVE WS-BEF-HIREDATE    TO  WS-SUP-HIREDATE.
           MOVE WS-BEF-JOB         TO  WS-SUP-JOB.
           MOVE WS-BEF-EDLEVEL     TO  WS-SUP-EDLEVEL.
           MOVE WS-BEF-BIRTHDATE   TO  WS-SUP-BIRTHDATE.
           MOVE WS-BEF-BONUS       TO  WS-SUP-BONUS.
           MOVE WS-BEF-COMM        TO  WS-SUP-COMM.

           IF  SU-MIDINIT  NOT =  SPACE
               MOVE SU-MIDINIT     TO  WS-SUP-MIDINIT
               MOVE ZERO           TO  WS-SUP-IND(1)
           END-IF.
           IF  SU-PHONENO  NOT =  SPACES
               MOVE SU-PHONENO     TO  WS-SUP-PHONENO
               MOVE ZERO           TO  WS-SUP-IND(2)
           END-IF.
           IF  SU-HIRE-DATE  NOT =  SPACES
               MOVE SU-HIRE-DATE   TO  WS-SUP-HIREDATE
               MOVE ZERO           TO  WS-SUP-IND(3)
           END-IF.
           IF  SU-JOB  NOT =  SPACES
               MOVE SU-JOB         TO  WS-SUP-JOB
               MOVE ZERO           TO  WS-SUP-IND(4)
           END-IF.
           IF  SU-EDLEVEL-X  NOT =  SPACES
               MOVE SU-EDLEVEL     TO  WS-SUP-EDLEVEL
               MOVE ZERO           TO  WS-SUP-IND(5)
           END-IF.
           IF  SU-BIRTH-DATE  NOT =  SPACES
               MOVE SU-BIRTH-DATE  TO  WS-SUP-BIRTHDATE
               MOVE ZERO           TO  WS-SUP-IND(7)
           END-IF.
           IF  SU-BONUS-X  NOT =  SPACES
               MOVE SU-BONUS       TO  WS-SUP-BONUS
               MOVE ZERO           TO  WS-SUP-IND(8)
           END-IF.
           IF  SU-COMM-X  NOT =  SPACES
               MOVE SU-COMM        TO  WS-SUP-COMM
               MOVE ZERO           TO  WS-SUP-IND(9)
           END-IF.
      /
      ******************************************************************
      *   C O O R D I N A T O R  A U T H O R I T Y  C H E C K          *
      *   THE CARD MAY ONLY TOUCH DEPARTMENTS IN ITS COORDINATOR'S     *
      *   AUTHORITY: THE TARGET WORKDEPT OF AN ADD, BOTH THE CURRENT   *
      *   AND THE TARGET WORKDEPT OF A CORRECTION, THE CURRENT         *
      *   WORKDEPT OF A DEACTIVATE, AND BOTH THE FROM- AND TO-DEPT     *
      *   OF A MASS TRANSFER.  RUNS IN TRIAL MODE TOO, SO EMPEDIT      *
      *   SHOWS THE SAME REJECTS.  AN EMPNO NOT ON DSN8110.EMP HAS NO  *
      *   CURRENT WORKDEPT TO CHECK - IT REJECTS LATER AS NOT FOUND.   *
      ******************************************************************
       P2400-CHECK-AUTHORITY.

           EVALUATE TR-ACTION-CODE
               WHEN 'M'
                   MOVE WS-XFER-FROM-DEPT  TO  WS-AUTH-CHECK-DEPT
                   MOVE 'COORD NOT AUTHORIZED - FROM-DEPT'
                                            TO  WS-AR-TEXT
                   PERFORM P2410-CHECK-ONE-DEPT
                   IF  TRANS-IS-VALID
                       MOVE WS-XFER-TO-DEPT    TO  WS-AUTH-CHECK-DEPT
                       MOVE 'COORD NOT AUTHORIZED - TO-DEPT'
                                            TO  WS-AR-TEXT
                       PERFORM P2410-CHECK-ONE-DEPT
                   END-IF
               WHEN 'A'
                   MOVE TR-WORK-DEPT  TO  WS-AUTH-CHECK-DEPT
                   MOVE 'COORD NOT AUTHORIZED - NEW WORKDEPT'
                                            TO  WS-AR-TEXT
                   PERFORM P2410-CHECK-ONE-DEPT
               WHEN OTHER
                   PERFORM P2420-GET-CURRENT-DEPT
                   IF  SQLCODE  =  DB2-OK
                       MOVE WS-AUTH-CUR-DEPT  TO  WS-AUTH-CHECK-DEPT
                       MOVE 'COORD NOT AUTHORIZED - CURRENT DEPT'
                                            TO  WS-AR-TEXT
                       PERFORM P2410-CHECK-ONE-DEPT
                   END-IF
                   IF  TRANS-IS-VALID
                       AND  TR-ACTION-CODE  =  'C'
                       MOVE TR-WORK-DEPT  TO  WS-AUTH-CHECK-DEPT
                       MOVE 'COORD NOT AUTHORIZED - NEW WORKDEPT'
                                            TO  WS-AR-TEXT
                       PERFORM P2410-CHECK-ONE-DEPT
                   END-IF
           END-EVALUATE.
      /
      ******************************************************************
      *   IS WS-AUTH-CHECK-DEPT IN WS-AUTH-COORDINATOR'S AUTHORITY -   *
      *   IF NOT, THE CARD REJECTS WITH THE CALLER'S REASON TEXT AND   *
      *   THE DEPARTMENT THAT FAILED.                                  *
      ******************************************************************
       P2410-CHECK-ONE-DEPT.

           MOVE 'N'  TO  WS-AUTH-FOUND-SW.

           PERFORM P2415-SCAN-AUTH-ENTRY
               VARYING W-AUTH-SUB  FROM  1  BY  1
               UNTIL   W-AUTH-SUB  >  WS-AUTH-COUNT
                  OR   DEPT-IS-AUTHORIZED.

           IF  NOT DEPT-IS-AUTHORIZED
               SET TRANS-IS-INVALID  TO  TRUE
               MOVE WS-AUTH-CHECK-DEPT  TO  WS-AR-DEPT
               MOVE WS-AUTH-REASON      TO  WS-REJECT-REASON
           END-IF.
      /
       P2415-SCAN-AUTH-ENTRY.

           IF  WS-AUTH-COORD (W-AUTH-SUB)   =  WS-AUTH-COORDINATOR
               AND  WS-AUTH-DEPTNO (W-AUTH-SUB)  =  WS-AUTH-CHECK-DEPT
               MOVE 'Y'  TO  WS-AUTH-FOUND-SW
           END-IF.
      /
      ******************************************************************
      *   THE WORKDEPT THE CARD'S EMPNO SITS IN RIGHT NOW.  A NULL     *
      *   WORKDEPT BELONGS TO NO COORDINATOR AND CHECKS AS BLANK.      *
      *   NO ROW FOUND LEAVES SQLCODE AT DB2-NO-ROWS-FOUND FOR THE     *
      *   CALLER.                                                      *
      ******************************************************************
       P2420-GET-CURRENT-DEPT.

           MOVE TR-EMP-NBR  TO  EMPNO.

           EXEC SQL
               SELECT WORKDEPT
                 INTO :WS-AUTH-CUR-DEPT :WS-AUTH-CUR-IND
                 FROM DSN8110.EMP
                WHERE EMPNO = :DCLEMP.EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   IF  WS-AUTH-CUR-IND  <  ZERO
                       MOVE SPACES  TO  WS-AUTH-CUR-DEPT
                   END-IF
               WHEN DB2-NO-ROWS-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   TRIAL-MODE DATABASE CHECKS - PREDICT THE REJECTS THE REAL    *
      *   APPLY WOULD GET FROM DB2: DUPLICATE EMPNO ON AN ADD, EMPNO   *
      *   NOT FOUND ON A CORRECT/DEACTIVATE, AND A WORKDEPT THAT IS    *
           MOVE SPACES          TO  MAINT-EDIT-RECORD.
           MOVE TR-ACTION-CODE  TO  ED-ACTION-CODE.
           MOVE TR-EMP-NBR      TO  ED-EMP-NBR.

      * AN 'S' CARD CARRIES NO WORKDEPT - BYTES 8-10 ARE ITS JOB CODE.
           IF  TR-ACTION-CODE  NOT =  'S'
               MOVE TR-WORK-DEPT  TO  ED-WORK-DEPT
           END-IF.

           EVALUATE TRUE
               WHEN TRANS-IS-INVALID
                   MOVE 'WOULD HOLD'       TO  ED-DISPOSITION
                   MOVE TR-EFF-DATE        TO  ED-REASON
                   ADD 1  TO  A-PEND-NEW-HELD
                   IF  TR-ACTION-CODE  =  'A'
                       PERFORM P2290-NOTE-BATCH-ADD
                   END-IF
               WHEN OTHER
                   MOVE 'WOULD APPLY'      TO  ED-DISPOSITION
                   ADD 1  TO  A-TRANS-APPLIED
                   IF  TR-ACTION-CODE  =  'A'
                       PERFORM P2290-NOTE-BATCH-ADD
                   END-IF
           END-EVALUATE.

           WRITE MAINT-EDIT-RECORD.
           ADD 1  TO  A-TRANS-REJECTED.
      /
      ******************************************************************
      *   ECHO A BATCH HEADER ON EMPREJ AHEAD OF THE REJECTS THAT      *
      *   FOLLOW IT.  EMPRCYCL READS IT BACK TO CARRY THE ORIGINAL     *
      *   COORDINATOR ONTO THE REGENERATED BATCH; THE REASON TEXT      *
      *   KEEPS IT FROM READING LIKE A REJECTED CARD ON THE            *
      *   COORDINATOR'S COPY.  THE CALLER SETS WS-RJH-COORDINATOR-ID,  *
      *   WS-RJH-BATCH-DATE AND WS-REJ-HEADER-REASON FIRST.            *
      ******************************************************************
       P2950-WRITE-REJECT-HEADER.

           MOVE SPACES                TO  MAINT-REJECT-RECORD.
           MOVE WS-REJ-HEADER-CARD    TO  RJ-TRANS-DATA.
           MOVE WS-REJ-HEADER-REASON  TO  RJ-REASON.

           WRITE MAINT-REJECT-RECORD.
      /
      ******************************************************************
       P3000-APPLY-TRANSACTION.

           EVALUATE TR-ACTION-CODE
               WHEN 'M'
                   PERFORM P3040-MASS-TRANSFER
               WHEN 'S'
                   PERFORM P3060-APPLY-SUPP-CARD
               WHEN OTHER
                   PERFORM P3005-APPLY-SINGLE-CARD
           END-EVALUATE.
      /
      ******************************************************************
      *   THE ORIGINAL SINGLE-EMPLOYEE PATH - MOVE THE CARD INTO       *

           MOVE TR-SALARY             TO  SALARY.
      * MIDINIT/EDLEVEL ARE NOT NULL ON DSN8110.EMP WITH NO DEFAULT
      * AND THE 'A' CARD HAS NO FIELD FOR EITHER ONE - A NEW ROW GETS
      * A BLANK INITIAL AND AN UNSET (ZERO) EDUCATION LEVEL UNTIL ITS
      * 'S' CARD SUPPLIES THEM.
           MOVE SPACE                 TO  MIDINIT.
           MOVE ZERO                  TO  EDLEVEL.

           END-EVALUATE.
      /
      ******************************************************************
      *   THE 'S' SUPPLEMENTARY CARD - PROVE IT AGAINST THE CURRENT    *
      *   ROW, THEN UPDATE THE SUPPLEMENTARY COLUMNS FROM THE MERGED   *
      *   VALUES.                                                      *
      ******************************************************************
       P3060-APPLY-SUPP-CARD.

           INITIALIZE DCLEMP.

           PERFORM P2270-CHECK-SUPP-DATABASE.

           IF  TRANS-IS-INVALID
               PERFORM P2900-WRITE-REJECT
           ELSE
               PERFORM P3065-UPDATE-SUPP-COLUMNS
           END-IF.
      /
       P3065-UPDATE-SUPP-COLUMNS.

           EXEC SQL
               UPDATE DSN8110.EMP
                  SET MIDINIT   = :WS-SUP-MIDINIT
                                   INDICATOR :WS-SUP-IND(1),
                      PHONENO   = :WS-SUP-PHONENO
                                   INDICATOR :WS-SUP-IND(2),
                      HIREDATE  = :WS-SUP-HIREDATE
                                   INDICATOR :WS-SUP-IND(3),
                      JOB       = :WS-SUP-JOB
                                   INDICATOR :WS-SUP-IND(4),
                      EDLEVEL   = :WS-SUP-EDLEVEL
                                   INDICATOR :WS-SUP-IND(5),
                      BIRTHDATE = :WS-SUP-BIRTHDATE
                                   INDICATOR :WS-SUP-IND(7),
                      BONUS     = :WS-SUP-BONUS
                                   INDICATOR :WS-SUP-IND(8),
                      COMM      = :WS-SUP-COMM
                                   INDICATOR :WS-SUP-IND(9)
                WHERE EMPNO     = :DCLEMP.EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN DB2-OK
                   ADD 1  TO  A-TRANS-APPLIED
                   PERFORM P3200-WRITE-AUDIT-RECORD
               WHEN DB2-NO-ROWS-FOUND
                   MOVE 'EMPNO NOT FOUND ON DSN8110.EMP'
                                            TO  WS-REJECT-REASON
                   PERFORM P2900-WRITE-REJECT
               WHEN OTHER
                   PERFORM P9999-ABEND-DB2-ERROR
           END-EVALUATE.
      /
      ******************************************************************
      *   THE 'M' MASS-TRANSFER CARD - PROVE THE DEPARTMENTS AGAINST   *
      *   THE DATABASE, MOVE EVERY FROM-DEPT EMPLOYEE, THEN COMMIT     *
      *   THE WHOLE CARD AS ONE UNIT OF WORK SO A RESTART CAN NEVER    *
               WHEN DB2-OK
                   ADD 1  TO  A-TRANS-APPLIED
                   PERFORM P3200-WRITE-AUDIT-RECORD
                   PERFORM P2290-NOTE-BATCH-ADD
               WHEN DB2-DUPLICATE-KEY
                   MOVE 'EMPNO ALREADY EXISTS ON DSN8110.EMP'
                                            TO  WS-REJECT-REASON
      *   WRITE ONE EMPAUDIT RECORD FOR THE TRANSACTION JUST APPLIED.  *
      *   BEFORE-IMAGE IS BLANK ON AN ADD (THERE WAS NO ROW) AND THE   *
      *   AFTER-IMAGE IS BLANK ON A DEACTIVATE (THERE IS NO ROW LEFT). *
      *   OTHERWISE THE AFTER-IMAGE IS THE WHOLE ROW AS IT NOW STANDS  *
      *   - THE BEFORE-IMAGE CARRIED FORWARD WITH THE CARD'S CHANGES   *
      *   LAID OVER IT.                                                *
      ******************************************************************
       P3200-WRITE-AUDIT-RECORD.

           MOVE A-AUDIT-SEQ     TO  AU-SEQ-NBR.
           MOVE WS-RUN-DATE     TO  AU-RUN-DATE.
           MOVE TR-ACTION-CODE  TO  AU-ACTION-CODE.
           MOVE WS-BATCH-ID     TO  AU-BATCH-ID.

      * ON A MASS TRANSFER THE CARD CARRIES NO EMPNO - THE EMPLOYEE
      * BEING MOVED COMES FROM THE XFER_EMPS CURSOR FETCH.
               MOVE WS-BEF-COMM      TO  AU-BEF-COMM
           END-IF.

           IF  TR-ACTION-CODE  NOT =  'A'
               AND  TR-ACTION-CODE  NOT =  'D'
               MOVE AU-BEF-IMAGE  TO  AU-AFT-IMAGE
           END-IF.

           EVALUATE TR-ACTION-CODE
               WHEN 'M'
      * AFTER A TRANSFER ONLY WORKDEPT MOVED.
                   MOVE WS-XFER-TO-DEPT  TO  AU-AFT-WORK-DEPT
               WHEN 'S'
                   MOVE WS-SUP-MIDINIT   TO  AU-AFT-MIDINIT
                   MOVE WS-SUP-PHONENO   TO  AU-AFT-PHONENO
                   MOVE WS-SUP-HIREDATE  TO  AU-AFT-HIRE-DATE
                   MOVE WS-SUP-JOB       TO  AU-AFT-JOB-CODE
                   MOVE WS-SUP-EDLEVEL   TO  AU-AFT-EDLEVEL
                   MOVE WS-SUP-BIRTHDATE TO  AU-AFT-BIRTH-DATE
                   MOVE WS-SUP-BONUS     TO  AU-AFT-BONUS
                   MOVE WS-SUP-COMM      TO  AU-AFT-COMM
               WHEN 'A'
      * A NEW ROW HOLDS ONLY WHAT THE CARD CARRIED - ZERO EDLEVEL AND
      * NULL BONUS/COMM, SHOWN AS ZERO LIKE ANY OTHER NULL AMOUNT.
                   MOVE TR-WORK-DEPT     TO  AU-AFT-WORK-DEPT
                   MOVE TR-LAST-NAME     TO  AU-AFT-LAST-NAME
                   MOVE TR-FIRST-NAME    TO  AU-AFT-FIRST-NAME
                   MOVE TR-SALARY        TO  AU-AFT-SALARY
                   MOVE ZERO             TO  AU-AFT-EDLEVEL
                                             AU-AFT-BONUS
                                             AU-AFT-COMM
               WHEN 'C'
                   MOVE TR-WORK-DEPT     TO  AU-AFT-WORK-DEPT
                   MOVE TR-LAST-NAME     TO  AU-AFT-LAST-NAME
                   MOVE TR-FIRST-NAME    TO  AU-AFT-FIRST-NAME
