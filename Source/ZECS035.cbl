       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS035.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to produce  *
      * the monthly availability report from the canary probe         *
      * history.  ZECS017 keeps every probe on the ZCCNHIST file --   *
      * time, pass/fail, failing step and elapsed time -- and this    *
      * task turns a calendar month of those rows into the figures a  *
      * service review asks for, cache by cache:                      *
      *                                                               *
      *     probes run and failed, and availability as the share of   *
      *     probes that passed;                                       *
      *     outage count and the longest outage;                      *
      *     probe latency percentiles (p50/p95/p99) of the passing    *
      *     probes, by latency bucket;                                *
      *     every outage window with its start, end, length and the   *
      *     step that failed first.                                   *
      *                                                               *
      * An outage opens at the first failed probe and closes at the   *
      * next probe that passes.  One still open when the month's      *
      * probes run out ends at its last failed probe and is flagged   *
      * ONGOING.  The report is written to CSSL.                      *
      *                                                               *
      * The task runs daily and reports the previous month once, the  *
      * first time it runs in a new month.  Setting RP-RUN-MONTH      *
      * (CCYYMM) on the zcAVLRPT control record re-runs the report    *
      * for that month on the next cycle.                             *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
      * Date        UserID    Description                             *
      * ----------- --------  --------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  CURRENT-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-HUNDRED            PIC S9(04) VALUE    100 COMP-3.
       01  ONE-THOUSAND           PIC S9(04) VALUE   1000 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.
       01  REPORT-DUE             PIC  X(01) VALUE 'N'.

       01  TODAY-DATE8            PIC  X(08) VALUE SPACES.
       01  FILLER REDEFINES TODAY-DATE8.
           02  TODAY-CCYY         PIC  9(04).
           02  TODAY-MM           PIC  9(02).
           02  TODAY-DD           PIC  9(02).

       01  PRIOR-MONTH            PIC  X(06) VALUE SPACES.
       01  FILLER REDEFINES PRIOR-MONTH.
           02  PRIOR-CCYY         PIC  9(04).
           02  PRIOR-MM           PIC  9(02).

       01  TARGET-MONTH           PIC  X(06) VALUE SPACES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcAVLRPT control file resources - start                       *
      *****************************************************************
       01  RP-FCT                 PIC  X(08) VALUE 'ZCAVLRPT'.
       01  RP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RP-RECORD.
           02  RP-KEY             PIC  X(04).
           02  RP-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  RP-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
      *    *--------------------------------------------------------*
      *    * RP-LAST-MONTH is the latest month reported (CCYYMM).   *
      *    * RP-RUN-MONTH, when set by an operator, asks for that   *
      *    * month to be reported again; it is cleared once done.   *
      *    *--------------------------------------------------------*
           02  RP-LAST-MONTH      PIC  X(06) VALUE SPACES.
           02  RP-RUN-MONTH       PIC  X(06) VALUE SPACES.
           02  RP-CACHE-COUNT     PIC S9(05) COMP-3 VALUE ZEROES.
           02  RP-OUTAGE-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  RP-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RP-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RP-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RP-TASKID          PIC  9(06).
           02  FILLER             PIC  X(10).

       01  RP-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcAVLRPT control file resources - end                         *
      *****************************************************************

       01  ZC-AVLRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCAVLRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * zECS CANARY PROBE HISTORY record.                             *
      *****************************************************************
       01  CP-FCT                 PIC  X(08) VALUE 'ZCCNHIST'.
       01  CP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  CP-RIDFLD.
           02  CP-RID-CACHE       PIC  X(04) VALUE LOW-VALUES.
           02  CP-RID-MONTH       PIC  X(06) VALUE LOW-VALUES.
           02  CP-RID-REST        PIC  X(17) VALUE LOW-VALUES.

       COPY ZECSCPC.

      *****************************************************************
      * One cache's month, accumulated as its probes are read.        *
      *****************************************************************
       01  CUR-CACHE              PIC  X(04) VALUE SPACES.
       01  CACHE-PROBES           PIC S9(07) VALUE ZEROES COMP-3.
       01  CACHE-PASSES           PIC S9(07) VALUE ZEROES COMP-3.
       01  CACHE-FAILS            PIC S9(07) VALUE ZEROES COMP-3.
       01  CACHE-OUTAGES          PIC S9(05) VALUE ZEROES COMP-3.
       01  CACHE-MAX-MS           PIC S9(07) VALUE ZEROES COMP-3.
       01  LONGEST-MS             PIC S9(15) VALUE ZEROES COMP-3.
       01  AVAIL-PCT              PIC S9(03)V99 VALUE ZEROES COMP-3.

       01  PROBE-ABS              PIC S9(15) VALUE ZEROES COMP-3.
       01  LAST-FAIL-ABS          PIC S9(15) VALUE ZEROES COMP-3.
       01  OUT-START-ABS          PIC S9(15) VALUE ZEROES COMP-3.
       01  OUT-END-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  OUT-MS                 PIC S9(15) VALUE ZEROES COMP-3.
       01  OUT-STEP               PIC  X(08) VALUE SPACES.
       01  OUT-ONGOING            PIC  X(01) VALUE 'N'.
       01  IN-OUTAGE              PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Outage windows listed for the cache.  Past WINDOW-MAX the     *
      * outages are still counted (and can still be the longest) but  *
      * are no longer listed one by one.                              *
      *****************************************************************
       01  WINDOW-MAX             PIC S9(04) COMP VALUE 50.
       01  WINDOW-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  WINDOW-INDEX           PIC S9(04) COMP VALUE ZEROES.
       01  WINDOW-DROPPED         PIC S9(05) VALUE ZEROES COMP-3.

       01  WINDOW-TABLE.
           02  WINDOW-ENTRY OCCURS 50 TIMES.
               05  WIN-START-ABS      PIC S9(15) COMP-3.
               05  WIN-END-ABS        PIC S9(15) COMP-3.
               05  WIN-MS             PIC S9(15) COMP-3.
               05  WIN-STEP           PIC  X(08).
               05  WIN-ONGOING        PIC  X(01).

      *****************************************************************
      * Probe latency buckets.  A passing probe counts in the first   *
      * bucket whose upper bound (milliseconds) it does not exceed;   *
      * a percentile is reported as the bucket it falls in.           *
      *****************************************************************
       01  LAT-BOUND-VALUES.
           02  FILLER             PIC S9(07) COMP-3 VALUE 10.
           02  FILLER             PIC S9(07) COMP-3 VALUE 25.
           02  FILLER             PIC S9(07) COMP-3 VALUE 50.
           02  FILLER             PIC S9(07) COMP-3 VALUE 100.
           02  FILLER             PIC S9(07) COMP-3 VALUE 250.
           02  FILLER             PIC S9(07) COMP-3 VALUE 500.
           02  FILLER             PIC S9(07) COMP-3 VALUE 1000.
           02  FILLER             PIC S9(07) COMP-3 VALUE 2500.
           02  FILLER             PIC S9(07) COMP-3 VALUE 5000.
           02  FILLER             PIC S9(07) COMP-3 VALUE 9999999.
       01  FILLER REDEFINES LAT-BOUND-VALUES.
           02  LAT-BOUND          PIC S9(07) COMP-3 OCCURS 10 TIMES.

       01  LAT-LABEL-VALUES.
           02  FILLER             PIC  X(06) VALUE 'NONE  '.
           02  FILLER             PIC  X(06) VALUE '10MS  '.
           02  FILLER             PIC  X(06) VALUE '25MS  '.
           02  FILLER             PIC  X(06) VALUE '50MS  '.
           02  FILLER             PIC  X(06) VALUE '100MS '.
           02  FILLER             PIC  X(06) VALUE '250MS '.
           02  FILLER             PIC  X(06) VALUE '500MS '.
           02  FILLER             PIC  X(06) VALUE '1SEC  '.
           02  FILLER             PIC  X(06) VALUE '2.5SEC'.
           02  FILLER             PIC  X(06) VALUE '5SEC  '.
           02  FILLER             PIC  X(06) VALUE 'OVER  '.
       01  FILLER REDEFINES LAT-LABEL-VALUES.
           02  LAT-LABEL          PIC  X(06) OCCURS 11 TIMES.

       01  LAT-MAX                PIC S9(04) COMP VALUE 10.
       01  LAT-INDEX              PIC S9(04) COMP VALUE ZEROES.
       01  LAT-SLOT               PIC S9(04) COMP VALUE ZEROES.
       01  LAT-CUMULATIVE         PIC S9(07) VALUE ZEROES COMP-3.

       01  LAT-TABLE.
           02  LAT-COUNT          PIC S9(07) COMP-3 OCCURS 10 TIMES.

       01  P50-TARGET             PIC S9(09) VALUE ZEROES COMP-3.
       01  P95-TARGET             PIC S9(09) VALUE ZEROES COMP-3.
       01  P99-TARGET             PIC S9(09) VALUE ZEROES COMP-3.
       01  P50-SLOT               PIC S9(04) COMP VALUE ZEROES.
       01  P95-SLOT               PIC S9(04) COMP VALUE ZEROES.
       01  P99-SLOT               PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Region totals for the closing line.                           *
      *****************************************************************
       01  RG-CACHES              PIC S9(05) VALUE ZEROES COMP-3.
       01  RG-PROBES              PIC S9(09) VALUE ZEROES COMP-3.
       01  RG-PASSES              PIC S9(09) VALUE ZEROES COMP-3.
       01  RG-FAILS               PIC S9(09) VALUE ZEROES COMP-3.
       01  RG-OUTAGES             PIC S9(07) VALUE ZEROES COMP-3.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-PROBES-D           PIC  Z(08)9.
       01  RPT-FAILS-D            PIC  Z(08)9.
       01  RPT-OUTAGES-D          PIC  Z(06)9.
       01  RPT-AVAIL-D            PIC  ZZ9.99.
       01  RPT-SECS-D             PIC  Z(08)9.
       01  RPT-MAXMS-D            PIC  Z(06)9.
       01  RPT-WINDOW-D           PIC  Z9.
       01  RPT-LISTED-D           PIC  Z(04)9.
       01  RPT-DROPPED-D          PIC  Z(04)9.
       01  RPT-START-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-START-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-END-DATE           PIC  X(10) VALUE SPACES.
       01  RPT-END-TIME           PIC  X(08) VALUE SPACES.
       01  RPT-ONGOING            PIC  X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 1400-PICK-MONTH         THRU 1400-EXIT.

           IF  REPORT-DUE EQUAL 'Y'
               PERFORM 2000-SCAN-HISTORY   THRU 2000-EXIT
               PERFORM 4000-REGION-TOTALS  THRU 4000-EXIT.

           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the availability report.             *
      *****************************************************************
       1000-RETRIEVE.
           EXEC CICS ASSIGN APPLID(APPLID)
           END-EXEC.

           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS RETRIEVE INTO(ZC-PARM)
                LENGTH(ZC-LENGTH) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(TODAY-DATE8)
                NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the availability report.               *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-AVLRPT-ENQ)
                LENGTH(LENGTH OF  ZC-AVLRPT-ENQ)
                NOHANDLE
                NOSUSPEND
                TASK
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(ENQBUSY)
               PERFORM 8000-RESTART    THRU 8000-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Read/write the zcAVLRPT control record to pick up the         *
      * configured interval, the last month reported and any re-run   *
      * request.                                                      *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RP-KEY.
           MOVE LENGTH OF RP-RECORD      TO RP-LENGTH.

           EXEC CICS READ
                FILE   (RP-FCT)
                RIDFLD (RP-KEY)
                INTO   (RP-RECORD)
                LENGTH (RP-LENGTH)
                RESP   (RP-RESP)
                NOHANDLE
           END-EXEC.

           IF  RP-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RP-KEY
               EXEC CICS WRITE
                    FILE   (RP-FCT)
                    RIDFLD (RP-KEY)
                    FROM   (RP-RECORD)
                    LENGTH (RP-LENGTH)
                    NOHANDLE
               END-EXEC.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Decide which month, if any, to report.  A re-run request      *
      * wins; otherwise the previous calendar month is reported once. *
      *****************************************************************
       1400-PICK-MONTH.
           MOVE 'N'                      TO REPORT-DUE.

           IF  TODAY-MM GREATER THAN ONE
               MOVE TODAY-CCYY           TO PRIOR-CCYY
               SUBTRACT ONE FROM TODAY-MM GIVING PRIOR-MM
           ELSE
               SUBTRACT ONE FROM TODAY-CCYY GIVING PRIOR-CCYY
               MOVE 12                   TO PRIOR-MM.

           IF  RP-RUN-MONTH NUMERIC
           AND RP-RUN-MONTH(5:2) GREATER THAN '00'
           AND RP-RUN-MONTH(5:2) LESS THAN '13'
               MOVE RP-RUN-MONTH         TO TARGET-MONTH
               MOVE 'Y'                  TO REPORT-DUE
               GO TO 1400-EXIT.

           IF  RP-LAST-MONTH NOT EQUAL PRIOR-MONTH
               MOVE PRIOR-MONTH          TO TARGET-MONTH
               MOVE 'Y'                  TO REPORT-DUE.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Browse the probe history a cache at a time.  Each cache is    *
      * positioned straight to the target month, and a row past the   *
      * month skips straight to the next cache.                       *
      *****************************************************************
       2000-SCAN-HISTORY.
           MOVE ZEROES                   TO RP-CACHE-COUNT
                                            RP-OUTAGE-COUNT.
           MOVE SPACES                   TO CUR-CACHE.
           MOVE LOW-VALUES               TO CP-RIDFLD.

           EXEC CICS STARTBR FILE(CP-FCT)
                RIDFLD(CP-RIDFLD)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 2010-SCAN-NEXT        THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CP-FCT) NOHANDLE
           END-EXEC.

           IF  CUR-CACHE NOT EQUAL SPACES
               PERFORM 3000-REPORT-CACHE THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2010-SCAN-NEXT.
           MOVE LENGTH OF CP-RECORD      TO CP-LENGTH.

           EXEC CICS READNEXT FILE(CP-FCT)
                INTO  (CP-RECORD)
                RIDFLD(CP-RIDFLD)
                LENGTH(CP-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2010-EXIT.

           IF  CP-CACHE NOT EQUAL CUR-CACHE
               IF  CUR-CACHE NOT EQUAL SPACES
                   PERFORM 3000-REPORT-CACHE THRU 3000-EXIT
               END-IF
               MOVE CP-CACHE             TO CUR-CACHE
               PERFORM 2100-RESET-CACHE  THRU 2100-EXIT
               IF  CP-DATE8(1:6) LESS THAN TARGET-MONTH
                   MOVE LOW-VALUES       TO CP-RIDFLD
                   MOVE CUR-CACHE        TO CP-RID-CACHE
                   MOVE TARGET-MONTH     TO CP-RID-MONTH
                   PERFORM 2200-REPOSITION THRU 2200-EXIT
                   GO TO 2010-EXIT
               END-IF
           END-IF.

           IF  CP-DATE8(1:6) LESS THAN TARGET-MONTH
               GO TO 2010-EXIT.

           IF  CP-DATE8(1:6) GREATER THAN TARGET-MONTH
               MOVE HIGH-VALUES          TO CP-RIDFLD
               MOVE CUR-CACHE            TO CP-RID-CACHE
               PERFORM 2200-REPOSITION   THRU 2200-EXIT
               GO TO 2010-EXIT.

           PERFORM 2300-ACCUMULATE       THRU 2300-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Clear the accumulators for the next cache.                    *
      *****************************************************************
       2100-RESET-CACHE.
           MOVE ZEROES                   TO CACHE-PROBES
                                            CACHE-PASSES
                                            CACHE-FAILS
                                            CACHE-OUTAGES
                                            CACHE-MAX-MS
                                            LONGEST-MS
                                            WINDOW-COUNT
                                            WINDOW-DROPPED
                                            LAST-FAIL-ABS.
           MOVE 'N'                      TO IN-OUTAGE.

           PERFORM 2110-CLEAR-BUCKET     THRU 2110-EXIT
               WITH TEST AFTER
               VARYING LAT-INDEX FROM 1 BY 1
               UNTIL LAT-INDEX NOT LESS THAN LAT-MAX.

       2100-EXIT.
           EXIT.

       2110-CLEAR-BUCKET.
           MOVE ZEROES                   TO LAT-COUNT(LAT-INDEX).

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Restart the browse at CP-RIDFLD.                              *
      *****************************************************************
       2200-REPOSITION.
           EXEC CICS ENDBR FILE(CP-FCT) NOHANDLE
           END-EXEC.

           EXEC CICS STARTBR FILE(CP-FCT)
                RIDFLD(CP-RIDFLD)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Count one probe of the target month.  The first failure after *
      * a pass opens an outage; the next pass closes it.              *
      *****************************************************************
       2300-ACCUMULATE.
           ADD  ONE                      TO CACHE-PROBES.
           MOVE CP-ABS-D                 TO PROBE-ABS.

           IF  CP-RESULT EQUAL 'OK  '
               ADD  ONE                  TO CACHE-PASSES
               PERFORM 2310-LATENCY      THRU 2310-EXIT
               IF  IN-OUTAGE EQUAL 'Y'
                   MOVE PROBE-ABS        TO OUT-END-ABS
                   MOVE 'N'              TO OUT-ONGOING
                   PERFORM 2400-CLOSE-OUTAGE THRU 2400-EXIT
               END-IF
               GO TO 2300-EXIT.

           ADD  ONE                      TO CACHE-FAILS.
           MOVE PROBE-ABS                TO LAST-FAIL-ABS.

           IF  IN-OUTAGE EQUAL 'N'
               MOVE 'Y'                  TO IN-OUTAGE
               MOVE PROBE-ABS            TO OUT-START-ABS
               MOVE CP-STEP              TO OUT-STEP
               ADD  ONE                  TO CACHE-OUTAGES.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Count a passing probe in its latency bucket.                  *
      *****************************************************************
       2310-LATENCY.
           IF  CP-ELAPSED-MS GREATER THAN CACHE-MAX-MS
               MOVE CP-ELAPSED-MS        TO CACHE-MAX-MS.

           MOVE ZEROES                   TO LAT-SLOT.

           PERFORM 2315-FIND-BUCKET      THRU 2315-EXIT
               WITH TEST AFTER
               VARYING LAT-INDEX FROM 1 BY 1
               UNTIL LAT-INDEX NOT LESS THAN LAT-MAX.

           IF  LAT-SLOT EQUAL ZEROES
               MOVE LAT-MAX              TO LAT-SLOT.

           ADD  ONE                      TO LAT-COUNT(LAT-SLOT).

       2310-EXIT.
           EXIT.

       2315-FIND-BUCKET.
           IF  LAT-SLOT EQUAL ZEROES
           AND CP-ELAPSED-MS NOT GREATER THAN LAT-BOUND(LAT-INDEX)
               MOVE LAT-INDEX            TO LAT-SLOT.

       2315-EXIT.
           EXIT.

      *****************************************************************
      * Close the open outage: measure it, keep the longest, and list *
      * it while there is room.                                       *
      *****************************************************************
       2400-CLOSE-OUTAGE.
           MOVE 'N'                      TO IN-OUTAGE.
           SUBTRACT OUT-START-ABS FROM OUT-END-ABS GIVING OUT-MS.

           IF  OUT-MS GREATER THAN LONGEST-MS
               MOVE OUT-MS               TO LONGEST-MS.

           IF  WINDOW-COUNT NOT LESS THAN WINDOW-MAX
               ADD  ONE                  TO WINDOW-DROPPED
               GO TO 2400-EXIT.

           ADD  ONE                      TO WINDOW-COUNT.
           MOVE OUT-START-ABS            TO WIN-START-ABS(WINDOW-COUNT).
           MOVE OUT-END-ABS              TO WIN-END-ABS(WINDOW-COUNT).
           MOVE OUT-MS                   TO WIN-MS(WINDOW-COUNT).
           MOVE OUT-STEP                 TO WIN-STEP(WINDOW-COUNT).
           MOVE OUT-ONGOING              TO WIN-ONGOING(WINDOW-COUNT).

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Write one cache's month to CSSL.                              *
      *****************************************************************
       3000-REPORT-CACHE.
           IF  IN-OUTAGE EQUAL 'Y'
               MOVE LAST-FAIL-ABS        TO OUT-END-ABS
               MOVE 'Y'                  TO OUT-ONGOING
               PERFORM 2400-CLOSE-OUTAGE THRU 2400-EXIT.

           ADD  ONE                      TO RP-CACHE-COUNT.
           ADD  CACHE-OUTAGES            TO RP-OUTAGE-COUNT.
           ADD  ONE                      TO RG-CACHES.
           ADD  CACHE-PROBES             TO RG-PROBES.
           ADD  CACHE-PASSES             TO RG-PASSES.
           ADD  CACHE-FAILS              TO RG-FAILS.
           ADD  CACHE-OUTAGES            TO RG-OUTAGES.

           IF  CACHE-PROBES EQUAL ZEROES
               MOVE SPACES               TO TD-MESSAGE
               STRING 'AVAIL '             DELIMITED BY SIZE
                      TARGET-MONTH         DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      CUR-CACHE            DELIMITED BY SIZE
                      ' NO PROBES RECORDED' DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               GO TO 3000-EXIT.

           COMPUTE AVAIL-PCT ROUNDED =
                   CACHE-PASSES * ONE-HUNDRED / CACHE-PROBES.

           MOVE CACHE-PROBES             TO RPT-PROBES-D.
           MOVE CACHE-FAILS              TO RPT-FAILS-D.
           MOVE AVAIL-PCT                TO RPT-AVAIL-D.
           MOVE CACHE-OUTAGES            TO RPT-OUTAGES-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AVAIL '                 DELIMITED BY SIZE
                  TARGET-MONTH             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CUR-CACHE                DELIMITED BY SIZE
                  ' PROBES='               DELIMITED BY SIZE
                  RPT-PROBES-D             DELIMITED BY SIZE
                  ' FAILED='               DELIMITED BY SIZE
                  RPT-FAILS-D              DELIMITED BY SIZE
                  ' AVAIL='                DELIMITED BY SIZE
                  RPT-AVAIL-D              DELIMITED BY SIZE
                  '% OUTAGES='             DELIMITED BY SIZE
                  RPT-OUTAGES-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           COMPUTE RPT-SECS-D ROUNDED = LONGEST-MS / ONE-THOUSAND.
           MOVE WINDOW-COUNT             TO RPT-LISTED-D.
           MOVE WINDOW-DROPPED           TO RPT-DROPPED-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AVAIL '                 DELIMITED BY SIZE
                  TARGET-MONTH             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CUR-CACHE                DELIMITED BY SIZE
                  ' LONGEST OUTAGE SECS='  DELIMITED BY SIZE
                  RPT-SECS-D               DELIMITED BY SIZE
                  ' LISTED='               DELIMITED BY SIZE
                  RPT-LISTED-D             DELIMITED BY SIZE
                  ' NOT LISTED='           DELIMITED BY SIZE
                  RPT-DROPPED-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           PERFORM 3100-PERCENTILES      THRU 3100-EXIT.
           MOVE CACHE-MAX-MS             TO RPT-MAXMS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AVAIL '                 DELIMITED BY SIZE
                  TARGET-MONTH             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CUR-CACHE                DELIMITED BY SIZE
                  ' LATENCY P50='          DELIMITED BY SIZE
                  LAT-LABEL(P50-SLOT + 1)  DELIMITED BY SIZE
                  ' P95='                  DELIMITED BY SIZE
                  LAT-LABEL(P95-SLOT + 1)  DELIMITED BY SIZE
                  ' P99='                  DELIMITED BY SIZE
                  LAT-LABEL(P99-SLOT + 1)  DELIMITED BY SIZE
                  ' MAXMS='                DELIMITED BY SIZE
                  RPT-MAXMS-D              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  WINDOW-COUNT GREATER THAN ZEROES
               PERFORM 3200-REPORT-WINDOW THRU 3200-EXIT
                   WITH TEST AFTER
                   VARYING WINDOW-INDEX FROM 1 BY 1
                   UNTIL WINDOW-INDEX NOT LESS THAN WINDOW-COUNT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Find the p50/p95/p99 buckets of the passing probes: the       *
      * first bucket where the running count reaches that share of    *
      * them.                                                         *
      * No passing probes leaves every percentile at NONE.            *
      *****************************************************************
       3100-PERCENTILES.
           MOVE ZEROES                   TO P50-SLOT
                                            P95-SLOT
                                            P99-SLOT
                                            LAT-CUMULATIVE.

           IF  CACHE-PASSES EQUAL ZEROES
               GO TO 3100-EXIT.

           COMPUTE P50-TARGET = (CACHE-PASSES * 50 + 99) / ONE-HUNDRED.
           COMPUTE P95-TARGET = (CACHE-PASSES * 95 + 99) / ONE-HUNDRED.
           COMPUTE P99-TARGET = (CACHE-PASSES * 99 + 99) / ONE-HUNDRED.

           PERFORM 3110-WALK-BUCKET      THRU 3110-EXIT
               WITH TEST AFTER
               VARYING LAT-INDEX FROM 1 BY 1
               UNTIL LAT-INDEX NOT LESS THAN LAT-MAX.

       3100-EXIT.
           EXIT.

       3110-WALK-BUCKET.
           ADD  LAT-COUNT(LAT-INDEX)     TO LAT-CUMULATIVE.

           IF  P50-SLOT EQUAL ZEROES
           AND LAT-CUMULATIVE NOT LESS THAN P50-TARGET
               MOVE LAT-INDEX            TO P50-SLOT.

           IF  P95-SLOT EQUAL ZEROES
           AND LAT-CUMULATIVE NOT LESS THAN P95-TARGET
               MOVE LAT-INDEX            TO P95-SLOT.

           IF  P99-SLOT EQUAL ZEROES
           AND LAT-CUMULATIVE NOT LESS THAN P99-TARGET
               MOVE LAT-INDEX            TO P99-SLOT.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * One outage window line, ready for the service review.         *
      *****************************************************************
       3200-REPORT-WINDOW.
           EXEC CICS FORMATTIME ABSTIME(WIN-START-ABS(WINDOW-INDEX))
                YYYYMMDD(RPT-START-DATE)
                TIME(RPT-START-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WIN-END-ABS(WINDOW-INDEX))
                YYYYMMDD(RPT-END-DATE)
                TIME(RPT-END-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE WINDOW-INDEX             TO RPT-WINDOW-D.
           COMPUTE RPT-SECS-D ROUNDED =
                   WIN-MS(WINDOW-INDEX) / ONE-THOUSAND.

           IF  WIN-ONGOING(WINDOW-INDEX) EQUAL 'Y'
               MOVE ' ONGOING'           TO RPT-ONGOING
           ELSE
               MOVE SPACES               TO RPT-ONGOING.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'OUTAGE '                DELIMITED BY SIZE
                  CUR-CACHE                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-WINDOW-D             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-START-DATE           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-START-TIME           DELIMITED BY SIZE
                  ' TO '                   DELIMITED BY SIZE
                  RPT-END-DATE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-END-TIME             DELIMITED BY SIZE
                  ' SECS='                 DELIMITED BY SIZE
                  RPT-SECS-D               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WIN-STEP(WINDOW-INDEX)   DELIMITED BY SPACE
                  RPT-ONGOING              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Closing line: the month across every cache reported.          *
      *****************************************************************
       4000-REGION-TOTALS.
           MOVE ZEROES                   TO AVAIL-PCT.

           IF  RG-PROBES GREATER THAN ZEROES
               COMPUTE AVAIL-PCT ROUNDED =
                       RG-PASSES * ONE-HUNDRED / RG-PROBES.

           MOVE RG-PROBES                TO RPT-PROBES-D.
           MOVE RG-FAILS                 TO RPT-FAILS-D.
           MOVE AVAIL-PCT                TO RPT-AVAIL-D.
           MOVE RG-OUTAGES               TO RPT-OUTAGES-D.
           MOVE RG-CACHES                TO RPT-LISTED-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AVAIL '                 DELIMITED BY SIZE
                  TARGET-MONTH             DELIMITED BY SIZE
                  ' REGION CACHES='        DELIMITED BY SIZE
                  RPT-LISTED-D             DELIMITED BY SIZE
                  ' PROBES='               DELIMITED BY SIZE
                  RPT-PROBES-D             DELIMITED BY SIZE
                  ' FAILED='               DELIMITED BY SIZE
                  RPT-FAILS-D              DELIMITED BY SIZE
                  ' AVAIL='                DELIMITED BY SIZE
                  RPT-AVAIL-D              DELIMITED BY SIZE
                  '%'                      DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  TARGET-MONTH GREATER THAN RP-LAST-MONTH
           OR  RP-LAST-MONTH EQUAL SPACES
               MOVE TARGET-MONTH         TO RP-LAST-MONTH.

           MOVE SPACES                   TO RP-RUN-MONTH.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(RP-INTERVAL)
                FROM    (ZC-PARM)
                LENGTH  (ZC-LENGTH)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Task abended.  Restart and Return.                            *
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the control record with this run's completion -- every  *
      * run, so the watchdog sees the chain alive between reports.    *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO RP-TASKID.
           MOVE APPLID                   TO RP-APPLID.
           MOVE CURRENT-ABS              TO RP-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RP-TIME)
                YYYYMMDD(RP-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO RP-KEY.
           MOVE LENGTH OF RP-RECORD-SAVE TO RP-LENGTH.

           EXEC CICS READ
                FILE   (RP-FCT)
                RIDFLD (RP-KEY)
                INTO   (RP-RECORD-SAVE)
                LENGTH (RP-LENGTH)
                RESP   (RP-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RP-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF RP-RECORD  TO RP-LENGTH
               EXEC CICS REWRITE
                    FILE  (RP-FCT)
                    FROM  (RP-RECORD)
                    LENGTH(RP-LENGTH)
                    NOHANDLE
               END-EXEC.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.
