      *
      *    RECYCLE STEP FOR EMPMAINT REJECTS.  READS THE EMPREJ FILE
      *    OF ONE RUN (THE 80-BYTE CARD PLUS THE 40-BYTE REASON),
      *    DROPS THE REASON TEXT, AND REGENERATES READY-TO-SUBMIT
      *    EMPTRANS BATCHES, ONE PER COORDINATOR: A GENERATED 'H'
      *    HEADER CARRYING THE ORIGINAL COORDINATOR (ECHOED BY
      *    EMPMAINT AHEAD OF EACH BATCH'S REJECTS) AND TODAY'S BATCH
      *    DATE, THAT COORDINATOR'S CORRECTED-AND-RESUBMITTABLE
      *    DETAIL CARDS, AND A 'T' TRAILER WITH THE RECOMPUTED
      *    DETAIL COUNT AND SALARY HASH - SO A COORDINATOR NO LONGER
      *    REKEYS REJECTED CARDS BY HAND.  THE CARDS ARE SORTED BY
      *    COORDINATOR, KEEPING THEIR EMPREJ ORDER WITHIN EACH.
      *
      *    EVERY CARD CARRIES A RECYCLE CYCLE COUNTER IN ITS LAST
      *    TWO BYTES (EMPMAINT IGNORES THEM AND PASSES THEM BACK
      *
      *  INPUT FILES:  EMPREJ   - EMPMAINT REJECTS (CARD + REASON)
      *
      *  OUTPUT FILES: RCYTRANS - REGENERATED EMPTRANS BATCHES
      *                RCYRPT   - RECYCLE/ESCALATION REPORT
      *
      *  COPY MEMBERS: NONE
      *                    THE REGENERATED HEADER THEN CARRIES THE
      *                    COORDINATOR 'UNKNOWN' AND THE REPORT SAYS
      *                    SO, RATHER THAN LOSING THE CARDS.
      *                    SEVERAL EMPMAINT BATCHES FROM ONE
      *                    COORDINATOR REGENERATE AS ONE BATCH, SO NO
      *                    TWO RECYCLED BATCHES SHARE A BATCH_ID.
      *                    WITH NOTHING TO RECYCLE A SINGLE EMPTY
      *                    HEADER/TRAILER PAIR IS STILL WRITTEN.
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-09-02      *
      *  R WAGNER - ONE REGENERATED BATCH PER          2026-10-15      *
      *             COORDINATOR WHEN EMPREJ HOLDS THE                  *
      *             REJECTS OF SEVERAL BATCHES (SORTED                 *
      *             ON SORTWK01); COORDINATOR SHOWN ON                 *
      *             EACH ESCALATION AND BATCH LINE                     *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *

           SELECT RECYCLE-RPT-FILE    ASSIGN TO RCYRPT.

           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      * FILE:  REJECT-IN-FILE                     DDNAME - EMPREJ      *
      *        THE EMPMAINT REJECT FILE - THE 80-BYTE TRANSACTION      *
      *        CARD PLUS THE 40-BYTE REJECT REASON.  EACH BATCH'S      *
      *        REJECTS FOLLOW AN ECHO OF ITS ORIGINATING BATCH HEADER. *
      ******************************************************************

       FD  REJECT-IN-FILE
      /
      ******************************************************************
      * FILE:  RECYCLE-OUT-FILE                   DDNAME - RCYTRANS    *
      *        THE REGENERATED EMPTRANS BATCHES, ONE PER COORDINATOR - *
      *        'H' HEADER, DETAIL CARDS (REASON DROPPED, CYCLE COUNTER *
      *        BUMPED), AND A 'T' TRAILER WITH THE RECOMPUTED COUNT    *
      *        AND SALARY HASH.  READY TO SUBMIT TO EMPMAINT AS IT     *
      *        STANDS.                                                 *
      ******************************************************************

       FD  RECYCLE-OUT-FILE
      /
      ******************************************************************
      * FILE:  RECYCLE-RPT-FILE                   DDNAME - RCYRPT      *
      *        ONE LINE PER ESCALATED (OVER-THE-LIMIT) CARD, ONE PER   *
      *        REGENERATED BATCH, PLUS THE RUN TOTALS, FOR THE         *
      *        COORDINATOR TO CHASE BY HAND.                           *
      ******************************************************************

       FD  RECYCLE-RPT-FILE

       01  RECYCLE-RPT-RECORD    PIC X(80).

      /
      ******************************************************************
      *   SORT WORK - EACH RECYCLED CARD UNDER ITS COORDINATOR, WITH   *
      *   ITS EMPREJ SEQUENCE SO THE ORIGINAL ORDER SURVIVES WITHIN    *
      *   ONE COORDINATOR'S BATCH.  THE CYCLE COUNTER IS ALREADY       *
      *   BUMPED.                                                      *
      ******************************************************************
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.

       01  SORT-WORK-RECORD.
           05  SR-COORDINATOR-ID        PIC X(08).
           05  SR-SEQ-NBR               PIC 9(08).
           05  SR-CARD.
               10  FILLER               PIC X(37).
               10  SR-SALARY            PIC 9(07)V99.
               10  FILLER               PIC X(32).
               10  SR-RECYCLE-COUNT     PIC 9(02).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
       01  WS-EOF-SWITCHES.
           05  WS-REJECT-EOF-SW         PIC X(01) VALUE 'N'.
               88  END-OF-REJECTS             VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.

      ***********              ***********
      *   R E C Y C L E  C O N T R O L                             *

      ***********              ***********
      *   B A T C H  H E A D E R  W O R K  A R E A                 *
      *   COORDINATOR TAKEN FROM THE LATEST ECHOED BATCH HEADER ON *
      *   EMPREJ; 'UNKNOWN' WHEN THE FILE PREDATES THE ECHO (THE   *
      *   SWITCH THEN GOES ON AT THE FIRST CARD, SO THE REPORT     *
      *   SAYS SO ONCE).  WS-GROUP-COORDINATOR IS THE COORDINATOR  *
      *   OF THE REGENERATED BATCH BEING WRITTEN.                  *
      ***********              ***********

       01  WS-HEADER-CONTROL.
           05  WS-HEADER-SEEN-SW        PIC X(01)  VALUE 'N'.
               88  BATCH-HEADER-SEEN           VALUE 'Y'.
           05  WS-COORDINATOR-ID        PIC X(08)  VALUE 'UNKNOWN'.
           05  WS-GROUP-COORDINATOR     PIC X(08)  VALUE SPACES.
           05  WS-RELEASE-SEQ           PIC S9(08) COMP  VALUE ZERO.

       01  WS-BATCH-TOTALS.
           05  WS-DETAIL-COUNT          PIC S9(08) COMP  VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REL-TEXT                PIC X(10) VALUE 'ESCALATED '.
           05  REL-REASON              PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REL-COORDINATOR         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  W-RCY-NOHDR-LINE.
           05  RNH-TEXT                PIC X(53) VALUE
      -            'N'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  W-RCY-GROUP-LINE.
           05  RGL-LABEL               PIC X(19) VALUE
                                       'BATCH REGENERATED: '.
           05  RGL-COORDINATOR         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-CARDS-LIT           PIC X(07) VALUE 'CARDS: '.
           05  RGL-CARDS               PIC ZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  W-RCY-TOTAL-LINE.
           05  RTL-LABEL               PIC X(10) VALUE 'RECYCLED: '.
           05  RTL-RECYCLED            PIC ZZZZZ9.
           05  RTL-ESC-LIT             PIC X(11) VALUE 'ESCALATED: '.
           05  RTL-ESCALATED           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RTL-BATCH-LIT           PIC X(09) VALUE 'BATCHES: '.
           05  RTL-BATCHES             PIC ZZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

      ***********              ***********
      *   R U N  D A T E  -  NO DB2 IN THIS STEP, SO THE BATCH     *
          05  A-REJECTS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-RECYCLED         PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-ESCALATED        PIC S9(8) COMP  VALUE ZERO.
          05  A-BATCHES-WRITTEN        PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.
           MOVE C-CURR-DATE-YMD  TO  RCT-RUN-DATE.
           WRITE RECYCLE-RPT-RECORD  FROM  W-RCY-TITLE.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SR-COORDINATOR-ID
                                 SR-SEQ-NBR
               INPUT PROCEDURE IS P1200-RELEASE-REJECTS
               OUTPUT PROCEDURE IS P3000-WRITE-BATCHES.

           PERFORM P4100-WRITE-RPT-TOTALS.

           CLOSE RECYCLE-OUT-FILE.
           CLOSE RECYCLE-RPT-FILE.

           DISPLAY 'TOTAL REJECTS READ         '  A-REJECTS-READ.
           DISPLAY 'TOTAL CARDS RECYCLED       '  A-CARDS-RECYCLED.
           DISPLAY 'TOTAL CARDS ESCALATED      '  A-CARDS-ESCALATED.
           DISPLAY 'TOTAL BATCHES REGENERATED  '  A-BATCHES-WRITTEN.

       EXIT-PROGRAM.
           GOBACK.
           END-READ.
      /
      ******************************************************************
      *   SORT INPUT PROCEDURE - READ THE WHOLE OF EMPREJ, RELEASING   *
      *   EACH RECYCLABLE CARD UNDER ITS COORDINATOR.                  *
      ******************************************************************
       P1200-RELEASE-REJECTS.

           PERFORM P1000-READ-REJECT.
           PERFORM P2000-PROCESS-REJECT UNTIL END-OF-REJECTS.

           CLOSE REJECT-IN-FILE.
      /
      ******************************************************************
      *   ONE EMPREJ RECORD.  AN ECHOED 'H' HEADER NAMES THE           *
      *   COORDINATOR OF THE CARDS THAT FOLLOW IT; A STRAY 'T' IS      *
      *   NEVER RECYCLED.  A REJECTED CARD HAS ITS CYCLE COUNTER       *
      *   BUMPED, THEN IS EITHER RELEASED FOR ITS COORDINATOR'S        *
      *   REGENERATED BATCH (REASON DROPPED) OR ESCALATED ON THE       *
      *   REPORT WHEN IT HAS LOOPED TOO OFTEN.                         *
      ******************************************************************
       P2000-PROCESS-REJECT.

           EVALUATE RI-ACTION-CODE
               WHEN 'H'
                   PERFORM P2050-NOTE-BATCH-HEADER
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   IF  NOT BATCH-HEADER-SEEN
                       WRITE RECYCLE-RPT-RECORD  FROM  W-RCY-NOHDR-LINE
                       MOVE 'Y'  TO  WS-HEADER-SEEN-SW
                   END-IF
                   IF  RI-RECYCLE-COUNT  NUMERIC
                       COMPUTE WS-CYCLE-COUNT  =  RI-RECYCLE-COUNT  +  1
                   ELSE
                       MOVE 1  TO  WS-CYCLE-COUNT
                   END-IF
                   IF  WS-CYCLE-COUNT  >  WS-MAX-CYCLES
                       PERFORM P2500-ESCALATE-CARD
                   ELSE
                       PERFORM P2100-RELEASE-RECYCLED-CARD
                   END-IF
           END-EVALUATE.

           PERFORM P1000-READ-REJECT.
      /
      ******************************************************************
      *   AN ECHOED BATCH HEADER - ITS COORDINATOR OWNS THE CARDS      *
      *   THAT FOLLOW UNTIL THE NEXT HEADER.                           *
      ******************************************************************
       P2050-NOTE-BATCH-HEADER.

           MOVE 'Y'  TO  WS-HEADER-SEEN-SW.

           IF  RIH-COORDINATOR-ID  =  SPACES
               MOVE 'UNKNOWN'           TO  WS-COORDINATOR-ID
           ELSE
               MOVE RIH-COORDINATOR-ID  TO  WS-COORDINATOR-ID
           END-IF.
      /
      ******************************************************************
      *   RELEASE ONE CARD TO THE SORT - THE REASON TEXT DROPPED, THE  *
      *   BUMPED CYCLE COUNTER IN THE LAST TWO BYTES.                  *
      ******************************************************************
       P2100-RELEASE-RECYCLED-CARD.

           ADD 1  TO  WS-RELEASE-SEQ.

           MOVE WS-COORDINATOR-ID  TO  SR-COORDINATOR-ID.
           MOVE WS-RELEASE-SEQ     TO  SR-SEQ-NBR.
           MOVE RI-TRANS-DATA      TO  SR-CARD.
           MOVE WS-CYCLE-COUNT     TO  SR-RECYCLE-COUNT.

           RELEASE SORT-WORK-RECORD.
      /
      ******************************************************************
      *   A CARD OVER THE CYCLE LIMIT - ONE REPORT LINE WITH THE       *
           MOVE RI-EMP-NBR       TO  REL-EMP-NBR.
           MOVE WS-CYCLE-COUNT   TO  REL-CYCLE-COUNT.
           MOVE RI-REASON        TO  REL-REASON.
           MOVE WS-COORDINATOR-ID  TO  REL-COORDINATOR.

           WRITE RECYCLE-RPT-RECORD  FROM  W-RCY-ESCALATE-LINE.

      /
      ******************************************************************
      *   THE GENERATED 'H' HEADER - ORIGINAL COORDINATOR, TODAY AS    *
      *   THE NEW BATCH DATE - AND FRESH BATCH TOTALS.                 *
      ******************************************************************
       P1500-WRITE-BATCH-HEADER.

           MOVE SPACES               TO  RECYCLE-OUT-HEADER.
           MOVE 'H'                  TO  ROH-RECORD-TYPE.
           MOVE WS-GROUP-COORDINATOR TO  ROH-COORDINATOR-ID.
           MOVE C-CURR-DATE-YMD      TO  ROH-BATCH-DATE.

           WRITE RECYCLE-OUT-HEADER.

           MOVE ZERO  TO  WS-DETAIL-COUNT
                          WS-SALARY-HASH.
           ADD 1      TO  A-BATCHES-WRITTEN.
      /
      ******************************************************************
      *   SORT OUTPUT PROCEDURE - ONE REGENERATED BATCH PER            *
      *   COORDINATOR.  WITH NOTHING TO RECYCLE, ONE EMPTY BATCH IS    *
      *   STILL WRITTEN UNDER THE LAST COORDINATOR SEEN, AS ALWAYS.    *
      ******************************************************************
       P3000-WRITE-BATCHES.

           PERFORM P3100-RETURN-CARD.
           PERFORM P3200-WRITE-RECYCLED-CARD
               UNTIL END-OF-SORTED.

           IF  A-BATCHES-WRITTEN  =  ZERO
               MOVE WS-COORDINATOR-ID  TO  WS-GROUP-COORDINATOR
               PERFORM P1500-WRITE-BATCH-HEADER
           END-IF.

           PERFORM P4000-WRITE-BATCH-TRAILER.
      /
      ******************************************************************
      *   RETURN THE NEXT SORTED CARD; END-OF-SORTED AT END.           *
      ******************************************************************
       P3100-RETURN-CARD.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED  TO  TRUE
           END-RETURN.
      /
      ******************************************************************
      *   WRITE ONE CARD TO ITS COORDINATOR'S REGENERATED BATCH AND    *
      *   FOLD ITS SALARY INTO THE TRAILER HASH.  A NEW COORDINATOR    *
      *   CLOSES THE PREVIOUS BATCH AND OPENS THE NEXT.                *
      ******************************************************************
       P3200-WRITE-RECYCLED-CARD.

           IF  SR-COORDINATOR-ID  NOT =  WS-GROUP-COORDINATOR
               IF  A-BATCHES-WRITTEN  >  ZERO
                   PERFORM P4000-WRITE-BATCH-TRAILER
               END-IF
               MOVE SR-COORDINATOR-ID  TO  WS-GROUP-COORDINATOR
               PERFORM P1500-WRITE-BATCH-HEADER
           END-IF.

           MOVE SPACES   TO  RECYCLE-OUT-RECORD.
           MOVE SR-CARD  TO  RECYCLE-OUT-RECORD.

           WRITE RECYCLE-OUT-RECORD.

           ADD 1  TO  WS-DETAIL-COUNT.
           ADD 1  TO  A-CARDS-RECYCLED.

           IF  SR-SALARY  NUMERIC
               ADD SR-SALARY  TO  WS-SALARY-HASH
           END-IF.

           PERFORM P3100-RETURN-CARD.
      /
      ******************************************************************
      *   THE GENERATED 'T' TRAILER - RECOMPUTED DETAIL COUNT AND      *
      *   SALARY HASH, SO THE BATCH PASSES THE EMPMAINT INTEGRITY      *
      *   CHECK AS IT STANDS - AND ITS LINE ON THE REPORT.             *
      ******************************************************************
       P4000-WRITE-BATCH-TRAILER.

           MOVE WS-SALARY-HASH   TO  ROT-SALARY-HASH.

           WRITE RECYCLE-OUT-TRAILER.

           MOVE WS-GROUP-COORDINATOR  TO  RGL-COORDINATOR.
           MOVE WS-DETAIL-COUNT       TO  RGL-CARDS.

           WRITE RECYCLE-RPT-RECORD  FROM  W-RCY-GROUP-LINE.
      /
      ******************************************************************
      *   RUN TOTALS ON THE REPORT                                     *

           MOVE A-CARDS-RECYCLED   TO  RTL-RECYCLED.
           MOVE A-CARDS-ESCALATED  TO  RTL-ESCALATED.
           MOVE A-BATCHES-WRITTEN  TO  RTL-BATCHES.

           WRITE RECYCLE-RPT-RECORD  FROM  W-RCY-TOTAL-LINE.
      /
