      *    * is measured from.  These fields grew the record -- the  *
      *    * ZCCAPUTL cluster must be (re)defined with RECORDSIZE    *
      *    * at least 112.                                           *
      *    *                                                        *
      *    * UR-CACHE names the cache the chain scans and            *
      *    * UR-DAYS-FULL keeps the last projection (capped at 999,  *
      *    * -1 when none could be made) for the daily scorecard.    *
      *    *--------------------------------------------------------*
           02  UR-CEILING-BYTES   PIC S9(15) COMP-3 VALUE ZEROES.
           02  UR-PREV-STORED     PIC S9(15) COMP-3 VALUE ZEROES.
           02  UR-CACHE           PIC  X(04) VALUE SPACES.
           02  UR-DAYS-FULL       PIC S9(03) COMP-3 VALUE -1.

      *****************************************************************
      * zcCAPUTL control file resources - end                         *
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO UR-CACHE.

           IF  UR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO UR-KEY
               EXEC CICS WRITE
           MOVE UR-STORED-BYTES          TO UR-PREV-STORED.

           MOVE EIBTASKN                 TO UR-TASKID.
           MOVE ZC-TRANID                TO UR-CACHE.
           MOVE APPLID                   TO UR-APPLID.
           MOVE CURRENT-ABS              TO UR-ABSTIME.

      * made-up number.                                               *
      *****************************************************************
       9930-PROJECT-FULL.
           MOVE -1                       TO UR-DAYS-FULL.

           IF  UR-CEILING-BYTES NOT GREATER THAN ZEROES
           OR  UR-PREV-STORED NOT GREATER THAN ZEROES
               GO TO 9930-EXIT.
           IF  DAYS-UNTIL-FULL GREATER THAN 99999
               MOVE 99999                TO DAYS-UNTIL-FULL.

           IF  DAYS-UNTIL-FULL GREATER THAN 999
               MOVE 999                  TO UR-DAYS-FULL
           ELSE
               MOVE DAYS-UNTIL-FULL      TO UR-DAYS-FULL.

           MOVE DAYS-UNTIL-FULL          TO RPT-DAYS-FULL-D.
           MOVE UR-CEILING-BYTES         TO RPT-STORED-BYTES-D.

