           02  HR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  HR-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * HR-CACHE names the cache the chain ranks, and the top   *
      *    * key's counts are kept for the daily scorecard.          *
      *    *--------------------------------------------------------*
           02  HR-CACHE           PIC  X(04) VALUE SPACES.
           02  HR-TOP-READS       PIC S9(09) COMP-3 VALUE ZEROES.
           02  HR-TOP-WRITES      PIC S9(09) COMP-3 VALUE ZEROES.

      *****************************************************************
      * zcHOTKEY control file resources - end                         *
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO HR-CACHE.

           IF  HR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO HR-KEY
               EXEC CICS WRITE
               END-EXEC
           ELSE
               MOVE ZEROES               TO HR-KEY-COUNT
                                            HR-TOP-READS
                                            HR-TOP-WRITES
               EXEC CICS REWRITE
                    FILE  (HR-FCT)
                    FROM  (HR-RECORD)
                   VARYING HOT-INDEX FROM 1 BY 1
                   UNTIL HOT-INDEX NOT LESS THAN HOT-TOP-COUNT.

           IF  HOT-TOP-COUNT GREATER THAN ZEROES
               MOVE HOT-READS(1)         TO HR-TOP-READS
               MOVE HOT-WRITES(1)        TO HR-TOP-WRITES.

           MOVE EIBTASKN                 TO HR-TASKID.
           MOVE ZC-TRANID                TO HR-CACHE.
           MOVE APPLID                   TO HR-APPLID.
           MOVE CURRENT-ABS              TO HR-ABSTIME.

