      *    AN ADD FOLLOWED BY A DEACTIVATE NETS TO NOTHING (THE ROW
      *    NEVER SURVIVED TO THE EXTRACT); A DEACTIVATE FOLLOWED BY
      *    AN ADD NETS TO A CHANGE; A MASS TRANSFER COUNTS AS A
      *    CHANGE; A SUPPLEMENTARY ('S') CHANGE IS NOT MATERIAL -
      *    DELTA0010 CARRIES NONE OF ITS COLUMNS - AND NETS TO
      *    NOTHING ON ITS OWN; OTHERWISE THE LAST MATERIAL ACTION
      *    STANDS.
      *
      *  INPUT PARMS:  NONE
      *
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  R WAGNER - INITIAL VERSION                    2026-09-02      *
      *  R WAGNER - EMPAUDIT WIDENED TO 240 BYTES;     2026-10-14      *
      *             SUPPLEMENTARY 'S' CHANGES NOT                      *
      *             MATERIAL TO THE DELTA MATCH                        *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
           05  AU-RUN-DATE              PIC X(10).
           05  AU-ACTION-CODE           PIC X(01).
           05  AU-EMP-NBR               PIC X(06).
           05  FILLER                   PIC X(217).

      /
      ******************************************************************
      ******************************************************************
      *   FOLD ONE AUDIT ACTION INTO THE GROUP'S NET ACTION.  A MASS   *
      *   TRANSFER IS A CHANGE; AN ADD THEN A DEACTIVATE CANCELS TO    *
      *   '*'; A DEACTIVATE THEN AN ADD IS A NET CHANGE.  A            *
      *   SUPPLEMENTARY CHANGE TOUCHES NO COLUMN THE DELTA CARRIES,    *
      *   SO IT NEVER MOVES THE NET ACTION.                            *
      ******************************************************************
       P2020-FOLD-NET-ACTION.

                           MOVE 'A'  TO  WS-NET-ACTION
                       WHEN 'D'
                           MOVE 'D'  TO  WS-NET-ACTION
                       WHEN 'S'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'C'  TO  WS-NET-ACTION
                   END-EVALUATE
