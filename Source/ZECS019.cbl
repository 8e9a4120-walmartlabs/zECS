           02  LR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LR-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * LR-CACHE names the cache the chain reports on; the      *
      *    * worst p50/p95 bucket (1-6, as on ZCxxRT) and the        *
      *    * highest max across the verbs are kept for the daily     *
      *    * scorecard.                                              *
      *    *--------------------------------------------------------*
           02  LR-CACHE           PIC  X(04) VALUE SPACES.
           02  LR-P50-BUCKET      PIC  9(01) VALUE ZEROES.
           02  LR-P95-BUCKET      PIC  9(01) VALUE ZEROES.
           02  LR-MAX-MS          PIC S9(07) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(04).

       01  LR-RECORD-SAVE         PIC  X(96).

       01  P95-TARGET             PIC S9(09) VALUE ZEROES COMP-3.
       01  P50-LABEL              PIC  X(05) VALUE SPACES.
       01  P95-LABEL              PIC  X(05) VALUE SPACES.
       01  P50-BUCKET             PIC  9(01) VALUE ZEROES.
       01  P95-BUCKET             PIC  9(01) VALUE ZEROES.
       01  AVG-MS                 PIC S9(09) VALUE ZEROES COMP-3.

       01  BUCKET-LABELS.
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO LR-CACHE.

           IF  LR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO LR-KEY
               EXEC CICS WRITE
               END-EXEC
           ELSE
               MOVE ZEROES               TO LR-VERB-COUNT
                                            LR-P50-BUCKET
                                            LR-P95-BUCKET
                                            LR-MAX-MS
               EXEC CICS REWRITE
                    FILE  (LR-FCT)
                    FROM  (LR-RECORD)
           MOVE SPACES                   TO P50-LABEL.
           MOVE SPACES                   TO P95-LABEL.
           MOVE ZEROES                   TO CUM-COUNT.
           MOVE ZEROES                   TO P50-BUCKET.
           MOVE ZEROES                   TO P95-BUCKET.

           PERFORM 2030-FIND-PERCENTILE  THRU 2030-EXIT
               WITH TEST AFTER
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX NOT LESS THAN 6.

           IF  P50-BUCKET GREATER THAN LR-P50-BUCKET
               MOVE P50-BUCKET           TO LR-P50-BUCKET.

           IF  P95-BUCKET GREATER THAN LR-P95-BUCKET
               MOVE P95-BUCKET           TO LR-P95-BUCKET.

           IF  ZT-MAX-MS GREATER THAN LR-MAX-MS
               MOVE ZT-MAX-MS            TO LR-MAX-MS.

           DIVIDE ZT-TOTAL-MS BY ZT-TOTAL-COUNT
               GIVING AVG-MS.


           IF  P50-LABEL EQUAL SPACES
           AND CUM-COUNT NOT LESS THAN P50-TARGET
               MOVE BUCKET-LABEL(BUCKET-INDEX) TO P50-LABEL
               MOVE BUCKET-INDEX         TO P50-BUCKET.

           IF  P95-LABEL EQUAL SPACES
           AND CUM-COUNT NOT LESS THAN P95-TARGET
               MOVE BUCKET-LABEL(BUCKET-INDEX) TO P95-LABEL
               MOVE BUCKET-INDEX         TO P95-BUCKET.

       2030-EXIT.
           EXIT.
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO LR-TASKID.
           MOVE ZC-TRANID                TO LR-CACHE.
           MOVE APPLID                   TO LR-APPLID.
           MOVE CURRENT-ABS              TO LR-ABSTIME.

