           02  FC-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FC-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * FC-CACHE names the cache the chain forecasts, for the   *
      *    * daily scorecard.                                        *
      *    *--------------------------------------------------------*
           02  FC-CACHE           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * Bucket 1 is already-expired, 2 is the next 15 minutes, 3 the *
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO FC-CACHE.

           PERFORM 1310-ZERO-BUCKET    THRU 1310-EXIT
               WITH TEST AFTER
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX NOT LESS THAN 6.

           MOVE EIBTASKN                 TO FC-TASKID.
           MOVE ZC-TRANID                TO FC-CACHE.
           MOVE APPLID                   TO FC-APPLID.
           MOVE CURRENT-ABS              TO FC-ABSTIME.

