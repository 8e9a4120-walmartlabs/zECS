       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS036.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to report   *
      * the day's response statuses by tenant.  The service counts    *
      * every response into the ZCxxRS counter file, one record per   *
      * BU_SBU and verb with a counter per status class; this task,   *
      * on the ZECS019 single-pass pattern, totals each tenant across *
      * its verbs, ranks the tenants by error rate (4xx plus 5xx as a *
      * share of all responses), writes the ranking to CSSL, and      *
      * clears the file so the next day starts fresh.                 *
      *                                                               *
      * Each tenant's day is kept on the ZCRSHIST history file.  A    *
      * tenant whose 4xx or 5xx share today is EC-JUMP-POINTS or more *
      * percentage points above its average over the trailing         *
      * EC-TRAIL-DAYS days is flagged with an ERRJUMP line, so a      *
      * failing client is found before its support team calls.  A     *
      * tenant with fewer than EC-MIN-REQUESTS responses for the day, *
      * or with no history yet, is ranked but not judged.             *
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
       01  WORK-ABS               PIC S9(15) VALUE ZEROES COMP-3.
       01  WORK-MILLISECONDS      PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE-DAY-MS             PIC S9(15) VALUE 86400000 COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  TODAY-DATE8            PIC  X(08) VALUE SPACES.
       01  TRAIL-DATE8            PIC  X(08) VALUE SPACES.
       01  RETAIN-DATE8           PIC  X(08) VALUE SPACES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcERRRPT control file resources - start                       *
      *****************************************************************
       01  EC-FCT                 PIC  X(08) VALUE 'ZCERRRPT'.
       01  EC-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  EC-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  EC-RECORD.
           02  EC-KEY             PIC  X(04).
           02  EC-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  EC-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  EC-TENANT-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  EC-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  EC-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  EC-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  EC-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * EC-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the judging: the trailing days averaged,  *
      *    * the percentage-point jump that flags a tenant, the      *
      *    * day's responses a tenant needs before it is judged,     *
      *    * the ranking lines written, and the days of history      *
      *    * kept.  Zero or non-numeric values take the defaults.    *
      *    *--------------------------------------------------------*
           02  EC-CACHE           PIC  X(04) VALUE SPACES.
           02  EC-TRAIL-DAYS      PIC S9(03) COMP-3 VALUE 7.
           02  EC-JUMP-POINTS     PIC S9(03)V99 COMP-3 VALUE 5.
           02  EC-MIN-REQUESTS    PIC S9(07) COMP-3 VALUE 100.
           02  EC-TOP-N           PIC S9(03) COMP-3 VALUE 20.
           02  EC-RETAIN-DAYS     PIC S9(03) COMP-3 VALUE 35.
           02  EC-FLAG-COUNT      PIC S9(05) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(21).

       01  EC-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcERRRPT control file resources - end                         *
      *****************************************************************

       01  ZC-ERRRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCERRRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  RS-FCT.
           02  RS-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RS  '.

       01  RS-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS RESPONSE-STATUS counter record.                          *
      *****************************************************************
       COPY ZECSRSC.

       01  RH-FCT                 PIC  X(08) VALUE 'ZCRSHIST'.
       01  RH-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RH-RIDFLD              PIC  X(37) VALUE LOW-VALUES.
       01  RH-EOF                 PIC  X(01) VALUE 'N'.
       01  PURGE-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  PURGE-MAX              PIC S9(04) COMP VALUE 10.
       01  PURGE-DONE             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * zECS RESPONSE-STATUS HISTORY record.                          *
      *****************************************************************
       COPY ZECSRHC.

      *****************************************************************
      * Tenant table -- one entry per BU_SBU seen on the counter      *
      * file, totalled across its verbs.  A cache with more tenants   *
      * than the table holds reports the overflow as a count.         *
      *****************************************************************
       01  TENANT-MAX             PIC S9(04) COMP VALUE 100.
       01  TENANT-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  TENANT-DROPPED         PIC S9(07) COMP-3 VALUE ZEROES.
       01  TENANT-INDEX           PIC S9(04) COMP VALUE ZEROES.
       01  TENANT-SLOT            PIC S9(04) COMP VALUE ZEROES.

       01  TENANT-TABLE.
           02  TN-ENTRY OCCURS 100 TIMES.
               05  TN-BUSBU           PIC  X(25).
               05  TN-TOTAL           PIC S9(09) COMP-3.
               05  TN-4XX             PIC S9(09) COMP-3.
               05  TN-5XX             PIC S9(09) COMP-3.
               05  TN-NOT-FOUND       PIC S9(09) COMP-3.
               05  TN-RATE            PIC S9(03)V99 COMP-3.
               05  TN-4XX-SHARE       PIC S9(03)V99 COMP-3.
               05  TN-5XX-SHARE       PIC S9(03)V99 COMP-3.
               05  TN-AVG-4XX         PIC S9(03)V99 COMP-3.
               05  TN-AVG-5XX         PIC S9(03)V99 COMP-3.
               05  TN-DAYS            PIC S9(03) COMP-3.
               05  TN-RANK            PIC S9(04) COMP.
               05  TN-FLAG            PIC  X(01).

      *****************************************************************
      * Ranking -- tenant table subscripts, highest error rate first. *
      *****************************************************************
       01  RANK-COUNT             PIC S9(04) COMP VALUE ZEROES.
       01  RANK-INDEX             PIC S9(04) COMP VALUE ZEROES.
       01  RANK-SLOT              PIC S9(04) COMP VALUE ZEROES.
       01  RANK-SHIFT             PIC S9(04) COMP VALUE ZEROES.

       01  RANK-TABLE.
           02  RANK-ENTRY         PIC S9(04) COMP OCCURS 100 TIMES.

      *****************************************************************
      * Trailing-average work areas.                                  *
      *****************************************************************
       01  TRAIL-TOTAL            PIC S9(15) VALUE ZEROES COMP-3.
       01  TRAIL-4XX              PIC S9(15) VALUE ZEROES COMP-3.
       01  TRAIL-5XX              PIC S9(15) VALUE ZEROES COMP-3.
       01  TRAIL-DAYS             PIC S9(03) VALUE ZEROES COMP-3.
       01  JUMP-4XX               PIC S9(03)V99 VALUE ZEROES COMP-3.
       01  JUMP-5XX               PIC S9(03)V99 VALUE ZEROES COMP-3.

       01  REGION-TOTAL           PIC S9(15) VALUE ZEROES COMP-3.
       01  REGION-4XX             PIC S9(15) VALUE ZEROES COMP-3.
       01  REGION-5XX             PIC S9(15) VALUE ZEROES COMP-3.

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

       01  RPT-RANK-D             PIC  9(03) VALUE ZEROES.
       01  RPT-COUNT-D            PIC  Z(08)9.
       01  RPT-4XX-D              PIC  Z(08)9.
       01  RPT-5XX-D              PIC  Z(08)9.
       01  RPT-RATE-D             PIC  ZZ9.99.
       01  RPT-SHARE-D            PIC  ZZ9.99.
       01  RPT-AVG-D              PIC  ZZ9.99.
       01  RPT-DAYS-D             PIC  ZZ9.
       01  RPT-CLASS              PIC  X(03) VALUE SPACES.
       01  RPT-TOTAL-D            PIC  Z(14)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-SCAN-COUNTERS      THRU 2000-EXIT.
           PERFORM 3000-JUDGE-TENANTS      THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the response-status report.          *
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

           MOVE ZC-TRANID         TO RS-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.
           PERFORM 1400-DATES      THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the response-status report.            *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-ERRRPT-ENQ)
                LENGTH(LENGTH OF  ZC-ERRRPT-ENQ)
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
      * Read/write the zcERRRPT control record to pick up the         *
      * configured interval and judging, and reset the cycle's        *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO EC-KEY.
           MOVE LENGTH OF EC-RECORD      TO EC-LENGTH.

           EXEC CICS READ
                FILE   (EC-FCT)
                RIDFLD (EC-KEY)
                INTO   (EC-RECORD)
                LENGTH (EC-LENGTH)
                RESP   (EC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO EC-CACHE.

           IF  EC-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO EC-KEY
               EXEC CICS WRITE
                    FILE   (EC-FCT)
                    RIDFLD (EC-KEY)
                    FROM   (EC-RECORD)
                    LENGTH (EC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO EC-TENANT-COUNT
                                            EC-FLAG-COUNT
               EXEC CICS REWRITE
                    FILE  (EC-FCT)
                    FROM  (EC-RECORD)
                    LENGTH(EC-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  EC-TRAIL-DAYS NOT NUMERIC
           OR  EC-TRAIL-DAYS NOT GREATER THAN ZEROES
               MOVE 7                    TO EC-TRAIL-DAYS.

           IF  EC-JUMP-POINTS NOT NUMERIC
           OR  EC-JUMP-POINTS NOT GREATER THAN ZEROES
               MOVE 5                    TO EC-JUMP-POINTS.

           IF  EC-MIN-REQUESTS NOT NUMERIC
           OR  EC-MIN-REQUESTS LESS THAN ZEROES
               MOVE 100                  TO EC-MIN-REQUESTS.

           IF  EC-TOP-N NOT NUMERIC
           OR  EC-TOP-N NOT GREATER THAN ZEROES
               MOVE 20                   TO EC-TOP-N.

           IF  EC-RETAIN-DAYS NOT NUMERIC
           OR  EC-RETAIN-DAYS NOT GREATER THAN EC-TRAIL-DAYS
               COMPUTE EC-RETAIN-DAYS = EC-TRAIL-DAYS + 28.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Today's date, the first day of the trailing window, and the   *
      * history retention cutoff, all as YYYYMMDD key values.         *
      *****************************************************************
       1400-DATES.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(TODAY-DATE8)
                NOHANDLE
           END-EXEC.

           MULTIPLY EC-TRAIL-DAYS BY ONE-DAY-MS
               GIVING WORK-MILLISECONDS.
           SUBTRACT WORK-MILLISECONDS    FROM CURRENT-ABS
                                         GIVING WORK-ABS.

           EXEC CICS FORMATTIME ABSTIME(WORK-ABS)
                YYYYMMDD(TRAIL-DATE8)
                NOHANDLE
           END-EXEC.

           MULTIPLY EC-RETAIN-DAYS BY ONE-DAY-MS
               GIVING WORK-MILLISECONDS.
           SUBTRACT WORK-MILLISECONDS    FROM CURRENT-ABS
                                         GIVING WORK-ABS.

           EXEC CICS FORMATTIME ABSTIME(WORK-ABS)
                YYYYMMDD(RETAIN-DATE8)
                NOHANDLE
           END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Single pass over the counter file: total each tenant across   *
      * its verbs and delete the record, so the next day's counting   *
      * starts from zero.                                             *
      *****************************************************************
       2000-SCAN-COUNTERS.
           MOVE LOW-VALUES               TO RS-KEY.

           EXEC CICS STARTBR FILE(RS-FCT)
                RIDFLD(RS-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 2000-EXIT.

           PERFORM 2010-TOTAL-NEXT       THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RS-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2010-TOTAL-NEXT.
           MOVE LENGTH OF RS-RECORD      TO RS-LENGTH.

           EXEC CICS READNEXT FILE(RS-FCT)
                INTO(RS-RECORD)
                RIDFLD(RS-KEY)
                LENGTH(RS-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
           ELSE
               PERFORM 2020-TOTAL-ONE    THRU 2020-EXIT

               EXEC CICS DELETE FILE(RS-FCT)
                    RIDFLD(RS-KEY)
                    NOHANDLE
               END-EXEC
           END-IF.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Find the tenant's entry, adding it on first sighting, and     *
      * add the verb record's counts in.  The browse returns a        *
      * tenant's verbs together, so the last entry is tried first.    *
      *****************************************************************
       2020-TOTAL-ONE.
           MOVE ZEROES                   TO TENANT-SLOT.

           IF  TENANT-COUNT GREATER THAN ZEROES
           AND TN-BUSBU(TENANT-COUNT) EQUAL RS-BUSBU
               MOVE TENANT-COUNT         TO TENANT-SLOT.

           IF  TENANT-SLOT EQUAL ZEROES
           AND TENANT-COUNT GREATER THAN ZEROES
               PERFORM 2030-FIND-TENANT  THRU 2030-EXIT
                   WITH TEST AFTER
                   VARYING TENANT-INDEX FROM 1 BY 1
                   UNTIL TENANT-INDEX NOT LESS THAN TENANT-COUNT
                   OR    TENANT-SLOT GREATER THAN ZEROES.

           IF  TENANT-SLOT EQUAL ZEROES
               IF  TENANT-COUNT NOT LESS THAN TENANT-MAX
                   ADD  ONE              TO TENANT-DROPPED
                   GO TO 2020-EXIT
               ELSE
                   ADD  ONE              TO TENANT-COUNT
                   MOVE TENANT-COUNT     TO TENANT-SLOT
                   MOVE RS-BUSBU         TO TN-BUSBU(TENANT-SLOT)
                   MOVE ZEROES           TO TN-TOTAL(TENANT-SLOT)
                                            TN-4XX(TENANT-SLOT)
                                            TN-5XX(TENANT-SLOT)
                                            TN-NOT-FOUND(TENANT-SLOT)
                                            TN-RATE(TENANT-SLOT)
                                            TN-4XX-SHARE(TENANT-SLOT)
                                            TN-5XX-SHARE(TENANT-SLOT)
                                            TN-AVG-4XX(TENANT-SLOT)
                                            TN-AVG-5XX(TENANT-SLOT)
                                            TN-DAYS(TENANT-SLOT)
                                            TN-RANK(TENANT-SLOT)
                   MOVE SPACES           TO TN-FLAG(TENANT-SLOT).

           ADD  RS-TOTAL-COUNT           TO TN-TOTAL(TENANT-SLOT).
           ADD  RS-CLASS-COUNT(4)        TO TN-4XX(TENANT-SLOT).
           ADD  RS-CLASS-COUNT(5)        TO TN-5XX(TENANT-SLOT).
           ADD  RS-NOT-FOUND             TO TN-NOT-FOUND(TENANT-SLOT).

       2020-EXIT.
           EXIT.

       2030-FIND-TENANT.
           IF  TN-BUSBU(TENANT-INDEX) EQUAL RS-BUSBU
               MOVE TENANT-INDEX         TO TENANT-SLOT.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * Work out each tenant's shares, rank it, compare it with its   *
      * trailing days, and keep the day on the history file.          *
      *****************************************************************
       3000-JUDGE-TENANTS.
           MOVE TENANT-COUNT             TO EC-TENANT-COUNT.

           IF  TENANT-COUNT EQUAL ZEROES
               GO TO 3000-EXIT.

           PERFORM 3010-SHARES           THRU 3010-EXIT
               WITH TEST AFTER
               VARYING TENANT-INDEX FROM 1 BY 1
               UNTIL TENANT-INDEX NOT LESS THAN TENANT-COUNT.

           PERFORM 3100-RANK-ONE         THRU 3100-EXIT
               WITH TEST AFTER
               VARYING TENANT-INDEX FROM 1 BY 1
               UNTIL TENANT-INDEX NOT LESS THAN TENANT-COUNT.

           PERFORM 3130-NUMBER-RANK      THRU 3130-EXIT
               WITH TEST AFTER
               VARYING RANK-INDEX FROM 1 BY 1
               UNTIL RANK-INDEX NOT LESS THAN RANK-COUNT.

           PERFORM 3200-TRAILING         THRU 3200-EXIT
               WITH TEST AFTER
               VARYING TENANT-INDEX FROM 1 BY 1
               UNTIL TENANT-INDEX NOT LESS THAN TENANT-COUNT.

       3000-EXIT.
           EXIT.

       3010-SHARES.
           ADD  TN-TOTAL(TENANT-INDEX)   TO REGION-TOTAL.
           ADD  TN-4XX(TENANT-INDEX)     TO REGION-4XX.
           ADD  TN-5XX(TENANT-INDEX)     TO REGION-5XX.

           IF  TN-TOTAL(TENANT-INDEX) GREATER THAN ZEROES
               COMPUTE TN-4XX-SHARE(TENANT-INDEX) ROUNDED =
                       TN-4XX(TENANT-INDEX) * 100
                     / TN-TOTAL(TENANT-INDEX)
               COMPUTE TN-5XX-SHARE(TENANT-INDEX) ROUNDED =
                       TN-5XX(TENANT-INDEX) * 100
                     / TN-TOTAL(TENANT-INDEX)
               COMPUTE TN-RATE(TENANT-INDEX) ROUNDED =
                      (TN-4XX(TENANT-INDEX) + TN-5XX(TENANT-INDEX))
                     * 100 / TN-TOTAL(TENANT-INDEX).

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Find the ranking slot the tenant's error rate earns, slide    *
      * the lower entries down, and drop it in.  Ties keep the order  *
      * the tenants were read in.                                     *
      *****************************************************************
       3100-RANK-ONE.
           MOVE ZEROES                   TO RANK-SLOT.

           IF  RANK-COUNT GREATER THAN ZEROES
               PERFORM 3110-FIND-SLOT    THRU 3110-EXIT
                   WITH TEST AFTER
                   VARYING RANK-INDEX FROM 1 BY 1
                   UNTIL RANK-INDEX NOT LESS THAN RANK-COUNT
                   OR    RANK-SLOT GREATER THAN ZEROES.

           ADD  ONE                      TO RANK-COUNT.

           IF  RANK-SLOT EQUAL ZEROES
               MOVE RANK-COUNT           TO RANK-SLOT.

           IF  RANK-COUNT GREATER THAN RANK-SLOT
               PERFORM 3120-SHIFT-DOWN   THRU 3120-EXIT
                   WITH TEST AFTER
                   VARYING RANK-SHIFT FROM RANK-COUNT BY -1
                   UNTIL RANK-SHIFT NOT GREATER THAN RANK-SLOT + 1.

           MOVE TENANT-INDEX             TO RANK-ENTRY(RANK-SLOT).

       3100-EXIT.
           EXIT.

       3110-FIND-SLOT.
           IF  TN-RATE(TENANT-INDEX) GREATER THAN
               TN-RATE(RANK-ENTRY(RANK-INDEX))
               MOVE RANK-INDEX           TO RANK-SLOT.

       3110-EXIT.
           EXIT.

       3120-SHIFT-DOWN.
           MOVE RANK-ENTRY(RANK-SHIFT - 1) TO RANK-ENTRY(RANK-SHIFT).

       3120-EXIT.
           EXIT.

       3130-NUMBER-RANK.
           MOVE RANK-INDEX               TO
                TN-RANK(RANK-ENTRY(RANK-INDEX)).

       3130-EXIT.
           EXIT.

      *****************************************************************
      * Average the tenant's 4xx and 5xx shares over its trailing     *
      * days on the history file -- weighted by each day's volume,    *
      * so a quiet day does not swing the baseline -- and flag it     *
      * when today's share has jumped by EC-JUMP-POINTS or more.      *
      * Then keep today's row and trim the tenant's oldest rows.      *
      *****************************************************************
       3200-TRAILING.
           MOVE ZEROES                   TO TRAIL-TOTAL
                                            TRAIL-4XX
                                            TRAIL-5XX
                                            TRAIL-DAYS.

           MOVE ZC-TRANID                TO RH-CACHE.
           MOVE TN-BUSBU(TENANT-INDEX)   TO RH-BUSBU.
           MOVE TRAIL-DATE8              TO RH-DATE8.
           MOVE RH-KEY                   TO RH-RIDFLD.
           MOVE 'N'                      TO RH-EOF.

           EXEC CICS STARTBR FILE(RH-FCT)
                RIDFLD(RH-RIDFLD)
                GTEQ
                RESP(RH-RESP)
                NOHANDLE
           END-EXEC.

           IF  RH-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3210-TRAIL-NEXT   THRU 3210-EXIT
                   WITH TEST AFTER
                   UNTIL RH-EOF EQUAL 'Y'

               EXEC CICS ENDBR FILE(RH-FCT) NOHANDLE
               END-EXEC.

           MOVE TRAIL-DAYS               TO TN-DAYS(TENANT-INDEX).

           IF  TRAIL-TOTAL GREATER THAN ZEROES
               COMPUTE TN-AVG-4XX(TENANT-INDEX) ROUNDED =
                       TRAIL-4XX * 100 / TRAIL-TOTAL
               COMPUTE TN-AVG-5XX(TENANT-INDEX) ROUNDED =
                       TRAIL-5XX * 100 / TRAIL-TOTAL.

           PERFORM 3220-JUDGE-ONE        THRU 3220-EXIT.
           PERFORM 3300-WRITE-HISTORY    THRU 3300-EXIT.
           PERFORM 3400-PURGE-HISTORY    THRU 3400-EXIT.

       3200-EXIT.
           EXIT.

       3210-TRAIL-NEXT.
           MOVE LENGTH OF RH-RECORD      TO RH-LENGTH.

           EXEC CICS READNEXT FILE(RH-FCT)
                INTO(RH-RECORD)
                RIDFLD(RH-RIDFLD)
                LENGTH(RH-LENGTH)
                RESP(RH-RESP)
                NOHANDLE
           END-EXEC.

           IF  RH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  RH-CACHE NOT EQUAL ZC-TRANID
           OR  RH-BUSBU NOT EQUAL TN-BUSBU(TENANT-INDEX)
           OR  RH-DATE8 NOT LESS THAN TODAY-DATE8
               MOVE 'Y'                  TO RH-EOF
               GO TO 3210-EXIT.

           ADD  ONE                      TO TRAIL-DAYS.
           ADD  RH-TOTAL-COUNT           TO TRAIL-TOTAL.
           ADD  RH-4XX-COUNT             TO TRAIL-4XX.
           ADD  RH-5XX-COUNT             TO TRAIL-5XX.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Flag 4 for a 4xx jump, 5 for a 5xx jump, B for both.          *
      *****************************************************************
       3220-JUDGE-ONE.
           MOVE SPACES                   TO TN-FLAG(TENANT-INDEX).

           IF  TN-DAYS(TENANT-INDEX) EQUAL ZEROES
           OR  TN-TOTAL(TENANT-INDEX) LESS THAN EC-MIN-REQUESTS
               GO TO 3220-EXIT.

           SUBTRACT TN-AVG-4XX(TENANT-INDEX)
               FROM TN-4XX-SHARE(TENANT-INDEX) GIVING JUMP-4XX.
           SUBTRACT TN-AVG-5XX(TENANT-INDEX)
               FROM TN-5XX-SHARE(TENANT-INDEX) GIVING JUMP-5XX.

           IF  JUMP-4XX NOT LESS THAN EC-JUMP-POINTS
               MOVE '4'                  TO TN-FLAG(TENANT-INDEX).

           IF  JUMP-5XX NOT LESS THAN EC-JUMP-POINTS
               IF  TN-FLAG(TENANT-INDEX) EQUAL '4'
                   MOVE 'B'              TO TN-FLAG(TENANT-INDEX)
               ELSE
                   MOVE '5'              TO TN-FLAG(TENANT-INDEX).

           IF  TN-FLAG(TENANT-INDEX) NOT EQUAL SPACES
               ADD  ONE                  TO EC-FLAG-COUNT.

       3220-EXIT.
           EXIT.

      *****************************************************************
      * Keep the tenant's day on ZCRSHIST.  A second run on the same  *
      * day (an operator restart, say) adds its counts to the row     *
      * already there, since the counter file was cleared by the      *
      * first.                                                        *
      *****************************************************************
       3300-WRITE-HISTORY.
           MOVE SPACES                   TO RH-RECORD.
           MOVE ZC-TRANID                TO RH-CACHE.
           MOVE TN-BUSBU(TENANT-INDEX)   TO RH-BUSBU.
           MOVE TODAY-DATE8              TO RH-DATE8.
           MOVE RH-KEY                   TO RH-RIDFLD.
           MOVE LENGTH OF RH-RECORD      TO RH-LENGTH.

           EXEC CICS READ FILE(RH-FCT)
                INTO  (RH-RECORD)
                RIDFLD(RH-RIDFLD)
                LENGTH(RH-LENGTH)
                RESP  (RH-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES               TO RH-RECORD
               MOVE ZC-TRANID            TO RH-CACHE
               MOVE TN-BUSBU(TENANT-INDEX) TO RH-BUSBU
               MOVE TODAY-DATE8          TO RH-DATE8
               MOVE ZEROES               TO RH-TOTAL-COUNT
                                            RH-4XX-COUNT
                                            RH-5XX-COUNT
                                            RH-NOT-FOUND.

           MOVE CURRENT-ABS              TO RH-ABSTIME.
           ADD  TN-TOTAL(TENANT-INDEX)   TO RH-TOTAL-COUNT.
           ADD  TN-4XX(TENANT-INDEX)     TO RH-4XX-COUNT.
           ADD  TN-5XX(TENANT-INDEX)     TO RH-5XX-COUNT.
           ADD  TN-NOT-FOUND(TENANT-INDEX) TO RH-NOT-FOUND.
           MOVE ZEROES                   TO RH-4XX-SHARE
                                            RH-5XX-SHARE.

           IF  RH-TOTAL-COUNT GREATER THAN ZEROES
               COMPUTE RH-4XX-SHARE ROUNDED =
                       RH-4XX-COUNT * 100 / RH-TOTAL-COUNT
               COMPUTE RH-5XX-SHARE ROUNDED =
                       RH-5XX-COUNT * 100 / RH-TOTAL-COUNT.

           MOVE TN-RANK(TENANT-INDEX)    TO RH-RANK.
           MOVE TN-FLAG(TENANT-INDEX)    TO RH-FLAG.
           MOVE LENGTH OF RH-RECORD      TO RH-LENGTH.

           IF  RH-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(RH-FCT)
                    FROM  (RH-RECORD)
                    LENGTH(RH-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(RH-FCT)
                    FROM  (RH-RECORD)
                    RIDFLD(RH-KEY)
                    LENGTH(RH-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Trim the tenant's history rows older than EC-RETAIN-DAYS.     *
      * The key ascends with the date, so the oldest row is always    *
      * the first at or after the tenant prefix; at most PURGE-MAX    *
      * rows go per run, which keeps pace with one new row a day.     *
      *****************************************************************
       3400-PURGE-HISTORY.
           MOVE ZEROES                   TO PURGE-COUNT.
           MOVE 'N'                      TO PURGE-DONE.

           PERFORM 3410-PURGE-OLDEST     THRU 3410-EXIT
               WITH TEST AFTER
               UNTIL PURGE-DONE EQUAL 'Y'
               OR    PURGE-COUNT NOT LESS THAN PURGE-MAX.

       3400-EXIT.
           EXIT.

       3410-PURGE-OLDEST.
           MOVE LOW-VALUES               TO RH-RIDFLD.
           MOVE ZC-TRANID                TO RH-RIDFLD(1:4).
           MOVE TN-BUSBU(TENANT-INDEX)   TO RH-RIDFLD(5:25).
           MOVE LENGTH OF RH-RECORD      TO RH-LENGTH.

           EXEC CICS READ FILE(RH-FCT)
                INTO  (RH-RECORD)
                RIDFLD(RH-RIDFLD)
                LENGTH(RH-LENGTH)
                GTEQ
                RESP  (RH-RESP)
                NOHANDLE
           END-EXEC.

           IF  RH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  RH-CACHE NOT EQUAL ZC-TRANID
           OR  RH-BUSBU NOT EQUAL TN-BUSBU(TENANT-INDEX)
           OR  RH-DATE8 NOT LESS THAN RETAIN-DATE8
               MOVE 'Y'                  TO PURGE-DONE
               GO TO 3410-EXIT.

           EXEC CICS DELETE FILE(RH-FCT)
                RIDFLD(RH-KEY)
                RESP  (RH-RESP)
                NOHANDLE
           END-EXEC.

           IF  RH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO PURGE-DONE.

           ADD  ONE                      TO PURGE-COUNT.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * Write the report to TD CSSL: the cache totals, the tenants    *
      * in error-rate order up to EC-TOP-N, then an ERRJUMP line for  *
      * every flagged tenant wherever it ranked.                      *
      *****************************************************************
       4000-WRITE-REPORT.
           MOVE REGION-TOTAL             TO RPT-TOTAL-D.
           MOVE TENANT-COUNT             TO RPT-RANK-D.
           MOVE ZEROES                   TO RPT-RATE-D.
           IF  REGION-TOTAL GREATER THAN ZEROES
               COMPUTE RPT-RATE-D ROUNDED =
                      (REGION-4XX + REGION-5XX) * 100 / REGION-TOTAL.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ERRRATE CACHE='         ZC-TRANID
                  ' TENANTS='              RPT-RANK-D
                  ' RESPONSES='            RPT-TOTAL-D
                  ' RATE='                 RPT-RATE-D
                  '%'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  TENANT-DROPPED GREATER THAN ZEROES
               MOVE TENANT-DROPPED       TO RPT-COUNT-D
               MOVE SPACES               TO TD-MESSAGE
               STRING 'ERRRATE TENANTS NOT RANKED='
                                          RPT-COUNT-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           IF  RANK-COUNT GREATER THAN ZEROES
               PERFORM 4010-RANK-LINE    THRU 4010-EXIT
                   WITH TEST AFTER
                   VARYING RANK-INDEX FROM 1 BY 1
                   UNTIL RANK-INDEX NOT LESS THAN RANK-COUNT
                   OR    RANK-INDEX NOT LESS THAN EC-TOP-N.

           IF  TENANT-COUNT GREATER THAN ZEROES
               PERFORM 4020-JUMP-LINES   THRU 4020-EXIT
                   WITH TEST AFTER
                   VARYING TENANT-INDEX FROM 1 BY 1
                   UNTIL TENANT-INDEX NOT LESS THAN TENANT-COUNT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Two lines per ranked tenant -- rate and counts, then the      *
      * BU_SBU itself, which can be 25 bytes long.                    *
      *****************************************************************
       4010-RANK-LINE.
           MOVE RANK-ENTRY(RANK-INDEX)   TO TENANT-SLOT.
           MOVE RANK-INDEX               TO RPT-RANK-D.
           MOVE TN-RATE(TENANT-SLOT)     TO RPT-RATE-D.
           MOVE TN-TOTAL(TENANT-SLOT)    TO RPT-COUNT-D.
           MOVE TN-4XX(TENANT-SLOT)      TO RPT-4XX-D.
           MOVE TN-5XX(TENANT-SLOT)      TO RPT-5XX-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ERRRATE '               RPT-RANK-D
                  ' RATE='                 RPT-RATE-D
                  '% 4XX='                 RPT-4XX-D
                  ' 5XX='                  RPT-5XX-D
                  ' TOTAL='                RPT-COUNT-D
                  ' FLAG='                 TN-FLAG(TENANT-SLOT)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE TN-NOT-FOUND(TENANT-SLOT) TO RPT-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ERRRATE '               DELIMITED BY SIZE
                  RPT-RANK-D               DELIMITED BY SIZE
                  ' BU_SBU='               DELIMITED BY SIZE
                  TN-BUSBU(TENANT-SLOT)    DELIMITED BY SPACE
                  ' NOTFOUND='             DELIMITED BY SIZE
                  RPT-COUNT-D              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       4010-EXIT.
           EXIT.

       4020-JUMP-LINES.
           IF  TN-FLAG(TENANT-INDEX) EQUAL '4'
           OR  TN-FLAG(TENANT-INDEX) EQUAL 'B'
               MOVE '4XX'                TO RPT-CLASS
               MOVE TN-4XX-SHARE(TENANT-INDEX) TO RPT-SHARE-D
               MOVE TN-AVG-4XX(TENANT-INDEX)   TO RPT-AVG-D
               PERFORM 4030-JUMP-ONE     THRU 4030-EXIT.

           IF  TN-FLAG(TENANT-INDEX) EQUAL '5'
           OR  TN-FLAG(TENANT-INDEX) EQUAL 'B'
               MOVE '5XX'                TO RPT-CLASS
               MOVE TN-5XX-SHARE(TENANT-INDEX) TO RPT-SHARE-D
               MOVE TN-AVG-5XX(TENANT-INDEX)   TO RPT-AVG-D
               PERFORM 4030-JUMP-ONE     THRU 4030-EXIT.

       4020-EXIT.
           EXIT.

       4030-JUMP-ONE.
           MOVE TN-DAYS(TENANT-INDEX)    TO RPT-DAYS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ERRJUMP '               DELIMITED BY SIZE
                  TN-BUSBU(TENANT-INDEX)   DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  RPT-CLASS                DELIMITED BY SIZE
                  ' SHARE='                DELIMITED BY SIZE
                  RPT-SHARE-D              DELIMITED BY SIZE
                  '% AVG='                 DELIMITED BY SIZE
                  RPT-AVG-D                DELIMITED BY SIZE
                  '% DAYS='                DELIMITED BY SIZE
                  RPT-DAYS-D               DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       4030-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(EC-INTERVAL)
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
      * Stamp the control record with this cycle's completion.        *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO EC-TASKID.
           MOVE ZC-TRANID                TO EC-CACHE.
           MOVE APPLID                   TO EC-APPLID.
           MOVE CURRENT-ABS              TO EC-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(EC-TIME)
                YYYYMMDD(EC-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO EC-KEY.
           MOVE LENGTH OF EC-RECORD-SAVE TO EC-LENGTH.

           EXEC CICS READ
                FILE   (EC-FCT)
                RIDFLD (EC-KEY)
                INTO   (EC-RECORD-SAVE)
                LENGTH (EC-LENGTH)
                RESP   (EC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EC-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF EC-RECORD  TO EC-LENGTH
               EXEC CICS REWRITE
                    FILE  (EC-FCT)
                    FROM  (EC-RECORD)
                    LENGTH(EC-LENGTH)
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
