      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-09-02      *
      *  R WAGNER - BONUS/COMM ON THE IMAGE LINE AND   2026-10-14      *
      *             A SECOND LINE FOR JOB, EDLEVEL,                    *
      *             HIREDATE, BIRTHDATE, PHONENO AND                   *
      *             MIDINIT; 'S' SUPPLEMENT ACTION                     *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
           05  IIL-FIRST-NAME          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IIL-SALARY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IIL-BONUS               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IIL-COMM                PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  W-INQ-SUPP-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'JOB '.
           05  ISL-JOB-CODE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ED '.
           05  ISL-EDLEVEL             PIC X(02).
           05  FILLER                  PIC X(06) VALUE ' HIRE '.
           05  ISL-HIRE-DATE           PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' BORN '.
           05  ISL-BIRTH-DATE          PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' PH '.
           05  ISL-PHONENO             PIC X(04).
           05  FILLER                  PIC X(04) VALUE ' MI '.
           05  ISL-MIDINIT             PIC X(01).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  W-INQ-NOHIST-LINE.
           05  INH-TEXT                PIC X(39) VALUE
      *   AFTER IMAGES.  AN ADD HAS NO BEFORE IMAGE TO PRINT AND A     *
      *   DEACTIVATION PRINTS THE DEACTIVATED NOTICE IN PLACE OF AN    *
      *   AFTER IMAGE - THE BEFORE IMAGE IS ALL THAT REMAINS OF THE    *
      *   ROW.  EACH IMAGE IS TWO LINES: DEPARTMENT, NAME AND THE      *
      *   AMOUNTS, THEN THE SUPPLEMENTARY COLUMNS.                     *
      ******************************************************************
       P2400-PRINT-HISTORY-RECORD.

                   MOVE 'DEACTIVATION' TO  ICL-ACTION-DESC
               WHEN 'M'
                   MOVE 'MASS XFER'    TO  ICL-ACTION-DESC
               WHEN 'S'
                   MOVE 'SUPPLEMENT'   TO  ICL-ACTION-DESC
               WHEN OTHER
                   MOVE SPACES         TO  ICL-ACTION-DESC
           END-EVALUATE.
               MOVE HM-BEF-LAST-NAME    TO  IIL-LAST-NAME
               MOVE HM-BEF-FIRST-NAME   TO  IIL-FIRST-NAME
               MOVE HM-BEF-SALARY       TO  IIL-SALARY
               MOVE HM-BEF-BONUS        TO  IIL-BONUS
               MOVE HM-BEF-COMM         TO  IIL-COMM
               WRITE INQ-REPORT-RECORD  FROM  W-INQ-IMAGE-LINE
               MOVE HM-BEF-JOB-CODE     TO  ISL-JOB-CODE
               MOVE HM-BEF-EDLEVEL      TO  ISL-EDLEVEL
               MOVE HM-BEF-HIRE-DATE    TO  ISL-HIRE-DATE
               MOVE HM-BEF-BIRTH-DATE   TO  ISL-BIRTH-DATE
               MOVE HM-BEF-PHONENO      TO  ISL-PHONENO
               MOVE HM-BEF-MIDINIT      TO  ISL-MIDINIT
               WRITE INQ-REPORT-RECORD  FROM  W-INQ-SUPP-LINE
           END-IF.

           IF  HM-ACTION-CODE  =  'D'
               MOVE '** DEACTIVATED'    TO  IIL-LAST-NAME
               MOVE '**'                TO  IIL-FIRST-NAME
               MOVE SPACES              TO  IIL-SALARY
               MOVE SPACES              TO  IIL-BONUS
               MOVE SPACES              TO  IIL-COMM
               WRITE INQ-REPORT-RECORD  FROM  W-INQ-IMAGE-LINE
           ELSE
               MOVE 'AFT '              TO  IIL-LABEL
               MOVE HM-AFT-LAST-NAME    TO  IIL-LAST-NAME
               MOVE HM-AFT-FIRST-NAME   TO  IIL-FIRST-NAME
               MOVE HM-AFT-SALARY       TO  IIL-SALARY
               MOVE HM-AFT-BONUS        TO  IIL-BONUS
               MOVE HM-AFT-COMM         TO  IIL-COMM
               WRITE INQ-REPORT-RECORD  FROM  W-INQ-IMAGE-LINE
               MOVE HM-AFT-JOB-CODE     TO  ISL-JOB-CODE
               MOVE HM-AFT-EDLEVEL      TO  ISL-EDLEVEL
               MOVE HM-AFT-HIRE-DATE    TO  ISL-HIRE-DATE
               MOVE HM-AFT-BIRTH-DATE   TO  ISL-BIRTH-DATE
               MOVE HM-AFT-PHONENO      TO  ISL-PHONENO
               MOVE HM-AFT-MIDINIT      TO  ISL-MIDINIT
               WRITE INQ-REPORT-RECORD  FROM  W-INQ-SUPP-LINE
           END-IF.
      /

