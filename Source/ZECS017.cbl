      * alert and fires the configured ZC##WH webhook so monitoring   *
      * pages someone before a customer does.                         *
      *                                                               *
      * Every probe is also kept on the ZCCNHIST history file --      *
      * time, pass/fail, failing step and elapsed time -- which the   *
      * ZECS035 monthly availability report reads.  Rows older than   *
      * CN-RETAIN-DAYS are trimmed a few at a time as each probe      *
      * completes.                                                    *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
       01  PROBE-START-ABS        PIC S9(15) VALUE ZEROES COMP-3.
       01  PROBE-END-ABS          PIC S9(15) VALUE ZEROES COMP-3.
       01  PROBE-ELAPSED-MS       PIC S9(15) VALUE ZEROES COMP-3.
       01  RETAIN-CUTOFF-ABS      PIC S9(15) VALUE ZEROES COMP-3.
       01  RETAIN-MILLISECONDS    PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-DAY-MS             PIC S9(09) VALUE 86400000 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  PROBE-OK               PIC  X(01) VALUE 'Y'.
       01  PROBE-STEP             PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  DELETE-RESP            PIC S9(08) COMP VALUE ZEROES.

       01  CANARY-KEY-TEXT        PIC  X(08) VALUE '*CANARY*'.
       01  CANARY-VALUE           PIC  X(24) VALUE SPACES.
           02  CN-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CN-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * Days a probe's ZCCNHIST history row is kept.  Zero     *
      *    * keeps them indefinitely.                                *
      *    *--------------------------------------------------------*
           02  CN-RETAIN-DAYS     PIC S9(03) COMP-3 VALUE 400.
           02  FILLER             PIC  X(08).

       01  CN-RECORD-SAVE         PIC  X(96).

      * zcCANARY control file resources - end                         *
      *****************************************************************

      *****************************************************************
      * zECS CANARY PROBE HISTORY record.                             *
      *****************************************************************
       01  CP-FCT                 PIC  X(08) VALUE 'ZCCNHIST'.
       01  CP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CP-RIDFLD              PIC  X(27) VALUE LOW-VALUES.
       01  PURGE-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  PURGE-MAX              PIC S9(04) COMP VALUE 20.
       01  PURGE-DONE             PIC  X(01) VALUE 'N'.

       COPY ZECSCPC.

       01  ZC-CANARY-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCCANAR_'.

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-RUN-PROBE          THRU 2000-EXIT.
           PERFORM 9900-RECORD-OUTCOME     THRU 9900-EXIT.
           PERFORM 9920-WRITE-HISTORY      THRU 9920-EXIT.
           PERFORM 9930-PURGE-HISTORY      THRU 9930-EXIT.
           PERFORM 8000-RESTART             THRU 8000-EXIT.
           PERFORM 9000-RETURN              THRU 9000-EXIT.

      * task writes into the very files the maintenance window is     *
      * reorganizing.  The chain keeps rescheduling itself so it      *
      * picks the work back up as soon as the state clears.           *
      * It stands down the same way while the *REORG* row of an       *
      * online reorganization (ZECS050) is present.                   *
      *****************************************************************
       1500-CHECK-MAINT.
           MOVE SPACES                     TO ZS-KEY.
               PERFORM 8000-RESTART    THRU 8000-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE SPACES                     TO ZS-KEY.
           MOVE REORG-ROW-KEY              TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 8000-RESTART    THRU 8000-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1500-EXIT.
           EXIT.

                    NOHANDLE
               END-EXEC.

           IF  CN-RETAIN-DAYS NOT NUMERIC
               MOVE 400                  TO CN-RETAIN-DAYS.

       1300-EXIT.
           EXIT.

           MOVE ZECS-NC-HW                  TO ZK-ZF-NC.
           MOVE 'Y'                         TO ZK-SEGMENTS.
           MOVE ZEROES                      TO ZK-VER-COUNT.
           MOVE 'E'                         TO ZK-CHARSET.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS WRITE
           EXIT.

      *****************************************************************
      * Remove the canary, whatever the probe found.  A probe that    *
      * has passed every other step fails here if either delete       *
      * does not complete.                                            *
      *****************************************************************
       2300-PROBE-DELETE.
           MOVE LOW-VALUES                  TO ZK-KEY.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                RESP(DELETE-RESP)
                NOHANDLE
           END-EXEC.

           IF  PROBE-OK EQUAL 'Y'
           AND DELETE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                     TO PROBE-OK
               MOVE 'KEYDEL  '              TO PROBE-STEP.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(ZF-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                RESP(DELETE-RESP)
                NOHANDLE
           END-EXEC.

           IF  PROBE-OK EQUAL 'Y'
           AND DELETE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                     TO PROBE-OK
               MOVE 'FILDEL  '              TO PROBE-STEP.

       2300-EXIT.
           EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Keep the probe on the ZCCNHIST history file.                  *
      *****************************************************************
       9920-WRITE-HISTORY.
           MOVE SPACES                   TO CP-RECORD.
           MOVE ZC-TRANID                TO CP-CACHE.
           MOVE PROBE-START-ABS          TO CP-ABS-D.
           MOVE CN-LAST-RESULT           TO CP-RESULT.
           MOVE PROBE-ELAPSED-MS         TO CP-ELAPSED-MS.
           MOVE APPLID                   TO CP-APPLID.

           IF  PROBE-OK EQUAL 'Y'
               MOVE SPACES               TO CP-STEP
           ELSE
               MOVE PROBE-STEP           TO CP-STEP.

           EXEC CICS FORMATTIME ABSTIME(PROBE-START-ABS)
                YYYYMMDD(CP-DATE8)
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(PROBE-START-ABS)
                TIME(CP-TIME)
                YYYYMMDD(CP-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF CP-RECORD      TO CP-LENGTH.

           EXEC CICS WRITE FILE(CP-FCT)
                FROM(CP-RECORD)
                RIDFLD(CP-KEY)
                LENGTH(CP-LENGTH)
                RESP(CP-RESP)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Trim this cache's history rows older than the retention age.  *
      * The key ascends with time, so the oldest row is always the    *
      * first at or after the cache prefix; at most PURGE-MAX rows    *
      * go per probe, which keeps pace with one new row per probe.    *
      *****************************************************************
       9930-PURGE-HISTORY.
           IF  CN-RETAIN-DAYS NOT GREATER THAN ZEROES
               GO TO 9930-EXIT.

           MULTIPLY CN-RETAIN-DAYS BY ONE-DAY-MS
               GIVING RETAIN-MILLISECONDS.
           SUBTRACT RETAIN-MILLISECONDS  FROM CURRENT-ABS
                                         GIVING RETAIN-CUTOFF-ABS.

           MOVE ZEROES                   TO PURGE-COUNT.
           MOVE 'N'                      TO PURGE-DONE.

           PERFORM 9935-PURGE-OLDEST     THRU 9935-EXIT
               WITH TEST AFTER
               UNTIL PURGE-DONE EQUAL 'Y'
               OR    PURGE-COUNT NOT LESS THAN PURGE-MAX.

       9930-EXIT.
           EXIT.

       9935-PURGE-OLDEST.
           MOVE LOW-VALUES               TO CP-RIDFLD.
           MOVE ZC-TRANID                TO CP-RIDFLD(1:4).
           MOVE LENGTH OF CP-RECORD      TO CP-LENGTH.

           EXEC CICS READ FILE(CP-FCT)
                INTO  (CP-RECORD)
                RIDFLD(CP-RIDFLD)
                LENGTH(CP-LENGTH)
                GTEQ
                RESP  (CP-RESP)
                NOHANDLE
           END-EXEC.

           IF  CP-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CP-CACHE NOT EQUAL ZC-TRANID
           OR  CP-ABS-D NOT LESS THAN RETAIN-CUTOFF-ABS
               MOVE 'Y'                  TO PURGE-DONE
               GO TO 9935-EXIT.

           EXEC CICS DELETE FILE(CP-FCT)
                RIDFLD(CP-KEY)
                RESP  (CP-RESP)
                NOHANDLE
           END-EXEC.

           IF  CP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO PURGE-DONE.

           ADD  ONE                      TO PURGE-COUNT.

       9935-EXIT.
           EXIT.

      *****************************************************************
      * A probe failed -- say so on CSSL and fire the webhook.        *
      *****************************************************************
