       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS034.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to build    *
      * the daily operations scorecard.  The nightly chains each      *
      * leave their figures on their own control record -- and, more  *
      * to the point, in their own CSSL lines, cache by cache -- so   *
      * the morning call used to start with someone reading the log.  *
      * Scheduled after the nightly tasks complete, this task reads   *
      * the control records every cache's chains keep, and for each   *
      * cache gathers:                                                *
      *                                                               *
      *     reconciliation orphans and bad checksums    (ZCRECON)     *
      *     key count and stored bytes (latest ZCCAPHIS row) and      *
      *     the days-until-full projection               (ZCCAPUTL)   *
      *     cross-DC missing/older/diverged              (ZCXDCAUD)   *
      *     expiration forecast buckets                  (ZCEXPFCT)   *
      *     hot-key count and the top key's reads        (ZCHOTKEY)   *
      *     worst p50/p95 bucket and max latency         (ZCLATRPT)   *
      *     overdue or stale chains           (ZCTASKRG, or the       *
      *                                        chain's own stamp)     *
      *                                                               *
      * and judges the cache red, amber or green against the          *
      * thresholds on the zcSCORE control record (a zero threshold    *
      * switches that check off).  Each cache gets a dated block of   *
      * scorecard lines on CSSL, followed by a region summary page    *
      * carrying the totals, the RPLQ replication backlog and the     *
      * registry's overdue count.  Every row -- and the summary, under *
      * the reserved cache name *ALL -- is kept on the ZCSCHIST       *
      * history file by date, so the same morning view can be pulled  *
      * for any past date through /resources/zScorecard.  A rerun on  *
      * the same date replaces that date's rows.                      *
      *                                                               *
      * A chain whose control record predates the cache name it now   *
      * stamps is not attributed to any cache until its next run.     *
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
       01  INTERVAL-MS            PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-HUNDRED            PIC S9(04) VALUE    100 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.
       01  SCORE-DATE8            PIC  X(08) VALUE SPACES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcSCORE control file resources - start                        *
      *****************************************************************
       01  SC-FCT                 PIC  X(08) VALUE 'ZCSCORE '.
       01  SC-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SC-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  SC-RECORD.
           02  SC-KEY             PIC  X(04).
           02  SC-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SC-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  SC-CACHE-COUNT     PIC S9(05) COMP-3 VALUE ZEROES.
           02  SC-RED-COUNT       PIC S9(05) COMP-3 VALUE ZEROES.
           02  SC-AMBER-COUNT     PIC S9(05) COMP-3 VALUE ZEROES.
           02  SC-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SC-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SC-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SC-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * Operator-set thresholds.  A figure at or over the       *
      *    * amber (red) threshold turns the cache amber (red); the  *
      *    * days-until-full figures trip at or UNDER theirs.  The   *
      *    * expiry check trips when the next fifteen minutes' share *
      *    * of the live entries reaches SC-EXPIRE-PCT percent, and  *
      *    * the latency thresholds are p95 bucket numbers (1-6, as  *
      *    * on ZCxxRT).  RPLQ depth is judged on the region summary *
      *    * only -- the queue is shared by every cache.  A zero     *
      *    * threshold switches its check off.                       *
      *    *--------------------------------------------------------*
           02  SC-ORPHAN-AMBER    PIC S9(07) COMP-3 VALUE 1.
           02  SC-ORPHAN-RED      PIC S9(07) COMP-3 VALUE 100.
           02  SC-DAYS-AMBER      PIC S9(03) COMP-3 VALUE 30.
           02  SC-DAYS-RED        PIC S9(03) COMP-3 VALUE 7.
           02  SC-XDC-AMBER       PIC S9(07) COMP-3 VALUE 1.
           02  SC-XDC-RED         PIC S9(07) COMP-3 VALUE 100.
           02  SC-EXPIRE-PCT      PIC S9(03) COMP-3 VALUE 25.
           02  SC-LAT-AMBER       PIC  9(01) VALUE 4.
           02  SC-LAT-RED         PIC  9(01) VALUE 6.
           02  SC-RPLQ-AMBER      PIC S9(09) COMP-3 VALUE 1000.
           02  SC-RPLQ-RED        PIC S9(09) COMP-3 VALUE 10000.
           02  FILLER             PIC  X(10).

       01  SC-RECORD-SAVE         PIC  X(128).

      *****************************************************************
      * zcSCORE control file resources - end                          *
      *****************************************************************

       01  ZC-SCORE-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCSCORE_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * The nightly chains' control files, in the order the scorecard *
      * reads them.  Each is browsed end to end; a file not defined   *
      * in this region simply does not open a browse.                 *
      *****************************************************************
       01  SOURCE-TABLE-VALUES.
           02  FILLER             PIC  X(08) VALUE 'ZCRECON '.
           02  FILLER             PIC  X(08) VALUE 'ZCCAPUTL'.
           02  FILLER             PIC  X(08) VALUE 'ZCXDCAUD'.
           02  FILLER             PIC  X(08) VALUE 'ZCEXPFCT'.
           02  FILLER             PIC  X(08) VALUE 'ZCHOTKEY'.
           02  FILLER             PIC  X(08) VALUE 'ZCLATRPT'.
       01  FILLER REDEFINES SOURCE-TABLE-VALUES.
           02  SOURCE-FILE        PIC  X(08) OCCURS 6 TIMES.

       01  SOURCE-MAX             PIC S9(04) COMP VALUE 6.
       01  SOURCE-INDEX           PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Common prefix every chain's control record begins with -- the *
      * same view the ZECS025 watchdog takes -- over a buffer long    *
      * enough for the longest of them.                               *
      *****************************************************************
       01  CT-RECORD.
           02  CT-KEY             PIC  X(04).
           02  CT-ABSTIME         PIC S9(15) COMP-3.
           02  CT-INTERVAL        PIC S9(07) COMP-3.
           02  FILLER             PIC  X(144).

       01  CT-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * The chains' control record layouts, as their own programs     *
      * define them.                                                  *
      *****************************************************************
       01  ZR-RECORD.
           02  ZR-KEY             PIC  X(04).
           02  ZR-ABSTIME         PIC S9(15) COMP-3.
           02  ZR-INTERVAL        PIC S9(07) COMP-3.
           02  ZR-ORPHAN-KEYS     PIC S9(07) COMP-3.
           02  ZR-ORPHAN-FILES    PIC S9(07) COMP-3.
           02  ZR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  ZR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  ZR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  ZR-TASKID          PIC  9(06).
           02  ZR-BAD-CHECKSUMS   PIC S9(07) COMP-3.
           02  ZR-ORPHAN-DEPENDS  PIC S9(07) COMP-3.
           02  ZR-CACHE           PIC  X(04).
           02  FILLER             PIC  X(02).

       01  UR-RECORD.
           02  UR-KEY             PIC  X(04).
           02  UR-ABSTIME         PIC S9(15) COMP-3.
           02  UR-INTERVAL        PIC S9(07) COMP-3.
           02  UR-KEY-COUNT       PIC S9(07) COMP-3.
           02  UR-FILE-COUNT      PIC S9(07) COMP-3.
           02  UR-RAW-BYTES       PIC S9(15) COMP-3.
           02  UR-STORED-BYTES    PIC S9(15) COMP-3.
           02  UR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  UR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  UR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  UR-TASKID          PIC  9(06).
           02  UR-CEILING-BYTES   PIC S9(15) COMP-3.
           02  UR-PREV-STORED     PIC S9(15) COMP-3.
           02  UR-CACHE           PIC  X(04).
           02  UR-DAYS-FULL       PIC S9(03) COMP-3.

       01  XD-RECORD.
           02  XD-KEY             PIC  X(04).
           02  XD-ABSTIME         PIC S9(15) COMP-3.
           02  XD-INTERVAL        PIC S9(07) COMP-3.
           02  XD-MISSING         PIC S9(07) COMP-3.
           02  XD-OLDER           PIC S9(07) COMP-3.
           02  XD-DIVERGED        PIC S9(07) COMP-3.
           02  XD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  XD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  XD-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  XD-TASKID          PIC  9(06).
           02  XD-CACHE           PIC  X(04).
           02  FILLER             PIC  X(02).

       01  FC-RECORD.
           02  FC-KEY             PIC  X(04).
           02  FC-ABSTIME         PIC S9(15) COMP-3.
           02  FC-INTERVAL        PIC S9(07) COMP-3.
           02  FC-BUCKETS OCCURS 6 TIMES.
               05  FC-BUCKET-COUNT PIC S9(07) COMP-3.
               05  FC-BUCKET-BYTES PIC S9(15) COMP-3.
           02  FC-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  FC-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  FC-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  FC-TASKID          PIC  9(06).
           02  FC-CACHE           PIC  X(04).
           02  FILLER             PIC  X(02).

       01  HR-RECORD.
           02  HR-KEY             PIC  X(04).
           02  HR-ABSTIME         PIC S9(15) COMP-3.
           02  HR-INTERVAL        PIC S9(07) COMP-3.
           02  HR-KEY-COUNT       PIC S9(07) COMP-3.
           02  HR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  HR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  HR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  HR-TASKID          PIC  9(06).
           02  HR-CACHE           PIC  X(04).
           02  HR-TOP-READS       PIC S9(09) COMP-3.
           02  HR-TOP-WRITES      PIC S9(09) COMP-3.

       01  LR-RECORD.
           02  LR-KEY             PIC  X(04).
           02  LR-ABSTIME         PIC S9(15) COMP-3.
           02  LR-INTERVAL        PIC S9(07) COMP-3.
           02  LR-VERB-COUNT      PIC S9(07) COMP-3.
           02  LR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01).
           02  LR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  LR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  LR-TASKID          PIC  9(06).
           02  LR-CACHE           PIC  X(04).
           02  LR-P50-BUCKET      PIC  9(01).
           02  LR-P95-BUCKET      PIC  9(01).
           02  LR-MAX-MS          PIC S9(07) COMP-3.
           02  FILLER             PIC  X(04).

      *****************************************************************
      * zECS TASK REGISTRY record.                                    *
      *****************************************************************
       01  TR-FCT                 PIC  X(08) VALUE 'ZCTASKRG'.
       01  TR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  TR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZECSTRC.

      *****************************************************************
      * zECS CAPACITY HISTORY record.                                 *
      *****************************************************************
       01  CH-FCT                 PIC  X(08) VALUE 'ZCCAPHIS'.
       01  CH-REC-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CH-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       COPY ZECSCHC.

      *****************************************************************
      * zECS SCORECARD HISTORY record.                                *
      *****************************************************************
       01  SK-FCT                 PIC  X(08) VALUE 'ZCSCHIST'.
       01  SK-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZECSSKC.

      *****************************************************************
      * One scorecard entry per cache found on the control files.     *
      *****************************************************************
       01  SCORE-MAX              PIC S9(04) COMP VALUE 50.
       01  SCORE-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  SCORE-INDEX            PIC S9(04) COMP VALUE ZEROES.
       01  SCORE-SLOT             PIC S9(04) COMP VALUE ZEROES.
       01  FIND-CACHE             PIC  X(04) VALUE SPACES.
       01  BUCKET-INDEX           PIC S9(04) COMP VALUE ZEROES.

       01  SCORE-TABLE.
           02  SCORE-ENTRY OCCURS 50 TIMES.
               05  SE-CACHE           PIC  X(04).
               05  SE-STATUS          PIC  X(01).
               05  SE-REASON          PIC  X(08).
               05  SE-ORPHANS         PIC S9(07) COMP-3.
               05  SE-BAD-CHECKSUMS   PIC S9(07) COMP-3.
               05  SE-KEY-COUNT       PIC S9(07) COMP-3.
               05  SE-STORED-BYTES    PIC S9(15) COMP-3.
               05  SE-DAYS-FULL       PIC S9(03) COMP-3.
               05  SE-XDC-MISSING     PIC S9(07) COMP-3.
               05  SE-XDC-OLDER       PIC S9(07) COMP-3.
               05  SE-XDC-DIVERGED    PIC S9(07) COMP-3.
               05  SE-EXPIRED         PIC S9(07) COMP-3.
               05  SE-EXPIRE-15MIN    PIC S9(07) COMP-3.
               05  SE-LIVE-COUNT      PIC S9(07) COMP-3.
               05  SE-HOT-KEYS        PIC S9(07) COMP-3.
               05  SE-TOP-READS       PIC S9(09) COMP-3.
               05  SE-P50-BUCKET      PIC  9(01).
               05  SE-P95-BUCKET      PIC  9(01).
               05  SE-MAX-MS          PIC S9(07) COMP-3.
               05  SE-OVERDUE         PIC S9(05) COMP-3.

      *****************************************************************
      * Region-wide totals for the summary page and the *ALL row.     *
      *****************************************************************
       01  RG-CACHE               PIC  X(04) VALUE '*ALL'.
       01  RG-STATUS              PIC  X(01) VALUE 'G'.
       01  RG-REASON              PIC  X(08) VALUE SPACES.
       01  RG-ORPHANS             PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-BAD-CHECKSUMS       PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-KEY-COUNT           PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-STORED-BYTES        PIC S9(15) VALUE ZEROES COMP-3.
       01  RG-DAYS-FULL           PIC S9(03) VALUE -1 COMP-3.
       01  RG-XDC-MISSING         PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-XDC-OLDER           PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-XDC-DIVERGED        PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-EXPIRED             PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-EXPIRE-15MIN        PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-LIVE-COUNT          PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-HOT-KEYS            PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-TOP-READS           PIC S9(09) VALUE ZEROES COMP-3.
       01  RG-P50-BUCKET          PIC  9(01) VALUE ZEROES.
       01  RG-P95-BUCKET          PIC  9(01) VALUE ZEROES.
       01  RG-MAX-MS              PIC S9(07) VALUE ZEROES COMP-3.
       01  RG-OVERDUE             PIC S9(05) VALUE ZEROES COMP-3.
       01  RG-CACHE-OVERDUE       PIC S9(05) VALUE ZEROES COMP-3.
       01  RG-RPLQ-DEPTH          PIC S9(09) VALUE ZEROES COMP-3.
       01  RG-RED-COUNT           PIC S9(05) VALUE ZEROES COMP-3.
       01  RG-AMBER-COUNT         PIC S9(05) VALUE ZEROES COMP-3.
       01  RG-GREEN-COUNT         PIC S9(05) VALUE ZEROES COMP-3.

      *****************************************************************
      * Judgement work areas -- the raise paragraphs only ever make a *
      * status worse, and the first check to set a status names it.   *
      *****************************************************************
       01  JUDGE-STATUS           PIC  X(01) VALUE 'G'.
           88  JUDGE-GREEN                VALUE 'G'.
           88  JUDGE-AMBER                VALUE 'A'.
           88  JUDGE-RED                  VALUE 'R'.
       01  JUDGE-REASON           PIC  X(08) VALUE SPACES.
       01  CHECK-NAME             PIC  X(08) VALUE SPACES.
       01  XDC-TOTAL              PIC S9(09) VALUE ZEROES COMP-3.
       01  EXPIRE-SHARE           PIC S9(11) VALUE ZEROES COMP-3.
       01  EXPIRE-LIMIT           PIC S9(11) VALUE ZEROES COMP-3.
       01  CHAIN-OVERDUE          PIC  X(01) VALUE 'N'.

       01  RQ-QUEUE               PIC  X(04) VALUE 'RPLQ'.
       01  RQ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.
       01  RQ-INQ-RESP            PIC S9(08) COMP VALUE ZEROES.

       01  BUCKET-LABELS.
           02  FILLER             PIC  X(05) VALUE 'NONE '.
           02  FILLER             PIC  X(05) VALUE '10MS '.
           02  FILLER             PIC  X(05) VALUE '50MS '.
           02  FILLER             PIC  X(05) VALUE '100MS'.
           02  FILLER             PIC  X(05) VALUE '500MS'.
           02  FILLER             PIC  X(05) VALUE '1SEC '.
           02  FILLER             PIC  X(05) VALUE 'OVER '.
       01  FILLER REDEFINES BUCKET-LABELS.
           02  BUCKET-LABEL       PIC  X(05) OCCURS 7 TIMES.

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

       01  RPT-STATUS-WORD        PIC  X(05) VALUE SPACES.
       01  RPT-COUNT-1-D          PIC  Z(06)9.
       01  RPT-COUNT-2-D          PIC  Z(06)9.
       01  RPT-COUNT-3-D          PIC  Z(06)9.
       01  RPT-SMALL-1-D          PIC  Z(04)9.
       01  RPT-SMALL-2-D          PIC  Z(04)9.
       01  RPT-SMALL-3-D          PIC  Z(04)9.
       01  RPT-READS-D            PIC  Z(08)9.
       01  RPT-BYTES-D            PIC  Z(14)9.
       01  RPT-DAYS-D             PIC  ZZ9.
       01  RPT-DAYS-X             PIC  X(04) VALUE SPACES.
       01  RPT-P50-LABEL          PIC  X(05) VALUE SPACES.
       01  RPT-P95-LABEL          PIC  X(05) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           PERFORM 2000-GATHER-ONE-FILE    THRU 2000-EXIT
               WITH TEST AFTER
               VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX NOT LESS THAN SOURCE-MAX.

           PERFORM 4000-GATHER-REGION      THRU 4000-EXIT.

           IF  SCORE-COUNT GREATER THAN ZEROES
               PERFORM 3000-GATHER-CAPACITY THRU 3000-EXIT
                   WITH TEST AFTER
                   VARYING SCORE-INDEX FROM 1 BY 1
                   UNTIL SCORE-INDEX NOT LESS THAN SCORE-COUNT

               PERFORM 5000-JUDGE-CACHE    THRU 5000-EXIT
                   WITH TEST AFTER
                   VARYING SCORE-INDEX FROM 1 BY 1
                   UNTIL SCORE-INDEX NOT LESS THAN SCORE-COUNT

               PERFORM 6000-WRITE-CACHE    THRU 6000-EXIT
                   WITH TEST AFTER
                   VARYING SCORE-INDEX FROM 1 BY 1
                   UNTIL SCORE-INDEX NOT LESS THAN SCORE-COUNT.

           PERFORM 7000-WRITE-SUMMARY      THRU 7000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the scorecard run.                   *
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
                YYYYMMDD(SCORE-DATE8)
                NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the scorecard.                         *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-SCORE-ENQ)
                LENGTH(LENGTH OF  ZC-SCORE-ENQ)
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
      * Read/write the zcSCORE control record to pick up the          *
      * configured interval and thresholds, and reset the run's       *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO SC-KEY.
           MOVE LENGTH OF SC-RECORD      TO SC-LENGTH.

           EXEC CICS READ
                FILE   (SC-FCT)
                RIDFLD (SC-KEY)
                INTO   (SC-RECORD)
                LENGTH (SC-LENGTH)
                RESP   (SC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SC-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO SC-KEY
               EXEC CICS WRITE
                    FILE   (SC-FCT)
                    RIDFLD (SC-KEY)
                    FROM   (SC-RECORD)
                    LENGTH (SC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO SC-CACHE-COUNT
                                            SC-RED-COUNT
                                            SC-AMBER-COUNT
               EXEC CICS REWRITE
                    FILE  (SC-FCT)
                    FROM  (SC-RECORD)
                    LENGTH(SC-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Browse one chain's control file and credit every record that  *
      * names its cache.                                              *
      *****************************************************************
       2000-GATHER-ONE-FILE.
           MOVE LOW-VALUES               TO CT-KEY.

           EXEC CICS STARTBR FILE(SOURCE-FILE(SOURCE-INDEX))
                RIDFLD(CT-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 2010-GATHER-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(SOURCE-FILE(SOURCE-INDEX)) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next control record.  The buffer is cleared first so *
      * a record written before the chain stamped its cache name      *
      * reads back with a blank one.                                  *
      *****************************************************************
       2010-GATHER-NEXT.
           MOVE SPACES                   TO CT-RECORD.
           MOVE LENGTH OF CT-RECORD      TO CT-LENGTH.

           EXEC CICS READNEXT FILE(SOURCE-FILE(SOURCE-INDEX))
                INTO(CT-RECORD)
                RIDFLD(CT-KEY)
                LENGTH(CT-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2010-EXIT.

           PERFORM 2020-APPLY-RECORD     THRU 2020-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Lay the record over its chain's layout, find (or add) the     *
      * cache it names, and add its figures into that cache's entry.  *
      *****************************************************************
       2020-APPLY-RECORD.
           MOVE SPACES                   TO FIND-CACHE.

           EVALUATE SOURCE-INDEX
              WHEN 1
                 MOVE CT-RECORD          TO ZR-RECORD
                 MOVE ZR-CACHE           TO FIND-CACHE
              WHEN 2
                 MOVE CT-RECORD          TO UR-RECORD
                 MOVE UR-CACHE           TO FIND-CACHE
              WHEN 3
                 MOVE CT-RECORD          TO XD-RECORD
                 MOVE XD-CACHE           TO FIND-CACHE
              WHEN 4
                 MOVE CT-RECORD          TO FC-RECORD
                 MOVE FC-CACHE           TO FIND-CACHE
              WHEN 5
                 MOVE CT-RECORD          TO HR-RECORD
                 MOVE HR-CACHE           TO FIND-CACHE
              WHEN OTHER
                 MOVE CT-RECORD          TO LR-RECORD
                 MOVE LR-CACHE           TO FIND-CACHE
           END-EVALUATE.

           IF  FIND-CACHE EQUAL SPACES
           OR  FIND-CACHE EQUAL LOW-VALUES
               GO TO 2020-EXIT.

           PERFORM 2100-FIND-CACHE       THRU 2100-EXIT.

           IF  SCORE-SLOT EQUAL ZEROES
               GO TO 2020-EXIT.

           EVALUATE SOURCE-INDEX
              WHEN 1
                 PERFORM 2210-APPLY-RECON    THRU 2210-EXIT
              WHEN 2
                 PERFORM 2220-APPLY-CAPACITY THRU 2220-EXIT
              WHEN 3
                 PERFORM 2230-APPLY-XDC      THRU 2230-EXIT
              WHEN 4
                 PERFORM 2240-APPLY-EXPIRY   THRU 2240-EXIT
              WHEN 5
                 PERFORM 2250-APPLY-HOTKEY   THRU 2250-EXIT
              WHEN OTHER
                 PERFORM 2260-APPLY-LATENCY  THRU 2260-EXIT
           END-EVALUATE.

           PERFORM 2300-CHECK-OVERDUE    THRU 2300-EXIT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Find the cache's entry, adding a fresh one when this is the   *
      * first record to name it.  A full table leaves SCORE-SLOT at   *
      * zero and the record is skipped.                               *
      *****************************************************************
       2100-FIND-CACHE.
           MOVE ZEROES                   TO SCORE-SLOT.

           PERFORM 2110-MATCH-CACHE      THRU 2110-EXIT
               VARYING SCORE-INDEX FROM 1 BY 1
               UNTIL SCORE-INDEX GREATER THAN SCORE-COUNT
               OR    SCORE-SLOT GREATER THAN ZEROES.

           IF  SCORE-SLOT GREATER THAN ZEROES
               GO TO 2100-EXIT.

           IF  SCORE-COUNT NOT LESS THAN SCORE-MAX
               GO TO 2100-EXIT.

           ADD  ONE                      TO SCORE-COUNT.
           MOVE SCORE-COUNT              TO SCORE-SLOT.

           MOVE FIND-CACHE        TO SE-CACHE        (SCORE-SLOT).
           MOVE 'G'               TO SE-STATUS       (SCORE-SLOT).
           MOVE SPACES            TO SE-REASON       (SCORE-SLOT).
           MOVE -1                TO SE-DAYS-FULL    (SCORE-SLOT).
           MOVE ZEROES            TO SE-ORPHANS      (SCORE-SLOT)
                                     SE-BAD-CHECKSUMS(SCORE-SLOT)
                                     SE-KEY-COUNT    (SCORE-SLOT)
                                     SE-STORED-BYTES (SCORE-SLOT)
                                     SE-XDC-MISSING  (SCORE-SLOT)
                                     SE-XDC-OLDER    (SCORE-SLOT)
                                     SE-XDC-DIVERGED (SCORE-SLOT)
                                     SE-EXPIRED      (SCORE-SLOT)
                                     SE-EXPIRE-15MIN (SCORE-SLOT)
                                     SE-LIVE-COUNT   (SCORE-SLOT)
                                     SE-HOT-KEYS     (SCORE-SLOT)
                                     SE-TOP-READS    (SCORE-SLOT)
                                     SE-P50-BUCKET   (SCORE-SLOT)
                                     SE-P95-BUCKET   (SCORE-SLOT)
                                     SE-MAX-MS       (SCORE-SLOT)
                                     SE-OVERDUE      (SCORE-SLOT).

       2100-EXIT.
           EXIT.

       2110-MATCH-CACHE.
           IF  SE-CACHE(SCORE-INDEX) EQUAL FIND-CACHE
               MOVE SCORE-INDEX          TO SCORE-SLOT.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Reconciliation: every kind of orphan counts alike; bad        *
      * checksums are kept apart -- they mean damaged data.           *
      *****************************************************************
       2210-APPLY-RECON.
           ADD  ZR-ORPHAN-KEYS           TO SE-ORPHANS(SCORE-SLOT).
           ADD  ZR-ORPHAN-FILES          TO SE-ORPHANS(SCORE-SLOT).
           ADD  ZR-ORPHAN-DEPENDS        TO SE-ORPHANS(SCORE-SLOT).
           ADD  ZR-BAD-CHECKSUMS    TO SE-BAD-CHECKSUMS(SCORE-SLOT).

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Capacity: keep the nearest days-until-full projection.        *
      *****************************************************************
       2220-APPLY-CAPACITY.
           IF  UR-DAYS-FULL LESS THAN ZEROES
               GO TO 2220-EXIT.

           IF  SE-DAYS-FULL(SCORE-SLOT) LESS THAN ZEROES
           OR  UR-DAYS-FULL LESS THAN SE-DAYS-FULL(SCORE-SLOT)
               MOVE UR-DAYS-FULL         TO SE-DAYS-FULL(SCORE-SLOT).

       2220-EXIT.
           EXIT.

       2230-APPLY-XDC.
           ADD  XD-MISSING               TO SE-XDC-MISSING(SCORE-SLOT).
           ADD  XD-OLDER                 TO SE-XDC-OLDER(SCORE-SLOT).
           ADD  XD-DIVERGED              TO SE-XDC-DIVERGED(SCORE-SLOT).

       2230-EXIT.
           EXIT.

      *****************************************************************
      * Expiration forecast: bucket 1 is already expired, bucket 2    *
      * the next fifteen minutes; buckets 2 through 6 are the live    *
      * entries the fifteen-minute share is measured against.         *
      *****************************************************************
       2240-APPLY-EXPIRY.
           ADD  FC-BUCKET-COUNT(1)       TO SE-EXPIRED(SCORE-SLOT).
           ADD  FC-BUCKET-COUNT(2)       TO SE-EXPIRE-15MIN(SCORE-SLOT).

           PERFORM 2245-ADD-LIVE         THRU 2245-EXIT
               WITH TEST AFTER
               VARYING BUCKET-INDEX FROM 2 BY 1
               UNTIL BUCKET-INDEX NOT LESS THAN 6.

       2240-EXIT.
           EXIT.

       2245-ADD-LIVE.
           ADD  FC-BUCKET-COUNT(BUCKET-INDEX)
                                         TO SE-LIVE-COUNT(SCORE-SLOT).

       2245-EXIT.
           EXIT.

       2250-APPLY-HOTKEY.
           ADD  HR-KEY-COUNT             TO SE-HOT-KEYS(SCORE-SLOT).

           IF  HR-TOP-READS GREATER THAN SE-TOP-READS(SCORE-SLOT)
               MOVE HR-TOP-READS         TO SE-TOP-READS(SCORE-SLOT).

       2250-EXIT.
           EXIT.

       2260-APPLY-LATENCY.
           IF  LR-P50-BUCKET GREATER THAN SE-P50-BUCKET(SCORE-SLOT)
               MOVE LR-P50-BUCKET        TO SE-P50-BUCKET(SCORE-SLOT).

           IF  LR-P95-BUCKET GREATER THAN SE-P95-BUCKET(SCORE-SLOT)
               MOVE LR-P95-BUCKET        TO SE-P95-BUCKET(SCORE-SLOT).

           IF  LR-MAX-MS GREATER THAN SE-MAX-MS(SCORE-SLOT)
               MOVE LR-MAX-MS            TO SE-MAX-MS(SCORE-SLOT).

       2260-EXIT.
           EXIT.

      *****************************************************************
      * A chain is overdue when the watchdog's registry says so, or   *
      * -- should the watchdog itself not be running -- when its own  *
      * stamp is more than two intervals old, the watchdog's rule.    *
      * Either way the figures it left are stale.                     *
      *****************************************************************
       2300-CHECK-OVERDUE.
           MOVE 'N'                      TO CHAIN-OVERDUE.

           MOVE SPACES                   TO TR-KEY.
           MOVE SOURCE-FILE(SOURCE-INDEX) TO TR-TASK-NAME.
           MOVE CT-KEY                   TO TR-TRANID.
           MOVE LENGTH OF TR-RECORD      TO TR-LENGTH.

           EXEC CICS READ FILE(TR-FCT)
                RIDFLD(TR-KEY)
                INTO  (TR-RECORD)
                LENGTH(TR-LENGTH)
                RESP  (TR-RESP)
                NOHANDLE
           END-EXEC.

           IF  TR-RESP EQUAL DFHRESP(NORMAL)
           AND TR-OVERDUE EQUAL 'Y'
               MOVE 'Y'                  TO CHAIN-OVERDUE.

           IF  CT-ABSTIME  GREATER THAN ZEROES
           AND CT-INTERVAL GREATER THAN ZEROES
               COMPUTE INTERVAL-MS = CT-INTERVAL * 1000
               IF  CURRENT-ABS GREATER THAN
                       CT-ABSTIME + INTERVAL-MS + INTERVAL-MS
                   MOVE 'Y'              TO CHAIN-OVERDUE
               END-IF
           END-IF.

           IF  CHAIN-OVERDUE EQUAL 'Y'
               ADD  ONE                  TO SE-OVERDUE(SCORE-SLOT).

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Key count and stored bytes come from the cache's newest       *
      * ZCCAPHIS row -- the rows ascend by date, so the last one      *
      * under the prefix wins.                                        *
      *****************************************************************
       3000-GATHER-CAPACITY.
           MOVE SPACES                   TO CH-KEY.
           MOVE SE-CACHE(SCORE-INDEX)    TO CH-TRANID.
           MOVE LOW-VALUES               TO CH-DATE8.

           EXEC CICS STARTBR FILE(CH-FCT)
                RIDFLD(CH-KEY)
                KEYLENGTH(CH-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 3010-LATEST-ROW       THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CH-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

       3010-LATEST-ROW.
           MOVE LENGTH OF CH-RECORD      TO CH-REC-LENGTH.

           EXEC CICS READNEXT FILE(CH-FCT)
                INTO(CH-RECORD)
                RIDFLD(CH-KEY)
                KEYLENGTH(CH-PREFIX-LENGTH)
                LENGTH(CH-REC-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CH-TRANID NOT EQUAL SE-CACHE(SCORE-INDEX)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 3010-EXIT.

           MOVE CH-KEY-COUNT             TO SE-KEY-COUNT(SCORE-INDEX).
           MOVE CH-STORED-BYTES       TO SE-STORED-BYTES(SCORE-INDEX).

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Region-wide figures: the replication backlog depth and the    *
      * count of chains the watchdog's registry holds overdue.        *
      *****************************************************************
       4000-GATHER-REGION.
           EXEC CICS INQUIRE TDQUEUE(RQ-QUEUE)
                NUMITEMS(RQ-NUMITEMS)
                RESP(RQ-INQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  RQ-INQ-RESP EQUAL DFHRESP(NORMAL)
               MOVE RQ-NUMITEMS          TO RG-RPLQ-DEPTH.

           MOVE LOW-VALUES               TO TR-KEY.

           EXEC CICS STARTBR FILE(TR-FCT)
                RIDFLD(TR-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 4010-COUNT-OVERDUE    THRU 4010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(TR-FCT) NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.

       4010-COUNT-OVERDUE.
           MOVE LENGTH OF TR-RECORD      TO TR-LENGTH.

           EXEC CICS READNEXT FILE(TR-FCT)
                INTO(TR-RECORD)
                RIDFLD(TR-KEY)
                LENGTH(TR-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 4010-EXIT.

           IF  TR-OVERDUE EQUAL 'Y'
               ADD  ONE                  TO RG-OVERDUE.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * Judge one cache red, amber or green, and add its figures into *
      * the region totals.                                            *
      *****************************************************************
       5000-JUDGE-CACHE.
           MOVE 'G'                      TO JUDGE-STATUS.
           MOVE SPACES                   TO JUDGE-REASON.

           IF  SE-BAD-CHECKSUMS(SCORE-INDEX) GREATER THAN ZEROES
               MOVE 'CHECKSUM'           TO CHECK-NAME
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.

           MOVE 'ORPHANS '               TO CHECK-NAME.
           IF  SC-ORPHAN-RED GREATER THAN ZEROES
           AND SE-ORPHANS(SCORE-INDEX) NOT LESS THAN SC-ORPHAN-RED
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.
           IF  SC-ORPHAN-AMBER GREATER THAN ZEROES
           AND SE-ORPHANS(SCORE-INDEX) NOT LESS THAN SC-ORPHAN-AMBER
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE 'CAPACITY'               TO CHECK-NAME.
           IF  SE-DAYS-FULL(SCORE-INDEX) NOT LESS THAN ZEROES
               IF  SC-DAYS-RED GREATER THAN ZEROES
               AND SE-DAYS-FULL(SCORE-INDEX) NOT GREATER THAN
                       SC-DAYS-RED
                   PERFORM 5910-RAISE-RED   THRU 5910-EXIT
               END-IF
               IF  SC-DAYS-AMBER GREATER THAN ZEROES
               AND SE-DAYS-FULL(SCORE-INDEX) NOT GREATER THAN
                       SC-DAYS-AMBER
                   PERFORM 5900-RAISE-AMBER THRU 5900-EXIT
               END-IF
           END-IF.

           COMPUTE XDC-TOTAL = SE-XDC-MISSING(SCORE-INDEX)
                             + SE-XDC-OLDER(SCORE-INDEX)
                             + SE-XDC-DIVERGED(SCORE-INDEX).

           MOVE 'XDC     '               TO CHECK-NAME.
           IF  SC-XDC-RED GREATER THAN ZEROES
           AND XDC-TOTAL NOT LESS THAN SC-XDC-RED
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.
           IF  SC-XDC-AMBER GREATER THAN ZEROES
           AND XDC-TOTAL NOT LESS THAN SC-XDC-AMBER
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           COMPUTE EXPIRE-SHARE =
                   SE-EXPIRE-15MIN(SCORE-INDEX) * ONE-HUNDRED.
           COMPUTE EXPIRE-LIMIT =
                   SE-LIVE-COUNT(SCORE-INDEX) * SC-EXPIRE-PCT.

           MOVE 'EXPIRY  '               TO CHECK-NAME.
           IF  SC-EXPIRE-PCT GREATER THAN ZEROES
           AND SE-LIVE-COUNT(SCORE-INDEX) GREATER THAN ZEROES
           AND EXPIRE-SHARE NOT LESS THAN EXPIRE-LIMIT
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE 'LATENCY '               TO CHECK-NAME.
           IF  SC-LAT-RED GREATER THAN ZEROES
           AND SE-P95-BUCKET(SCORE-INDEX) NOT LESS THAN SC-LAT-RED
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.
           IF  SC-LAT-AMBER GREATER THAN ZEROES
           AND SE-P95-BUCKET(SCORE-INDEX) NOT LESS THAN SC-LAT-AMBER
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE 'OVERDUE '               TO CHECK-NAME.
           IF  SE-OVERDUE(SCORE-INDEX) GREATER THAN ZEROES
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE JUDGE-STATUS             TO SE-STATUS(SCORE-INDEX).
           MOVE JUDGE-REASON             TO SE-REASON(SCORE-INDEX).

           EVALUATE TRUE
              WHEN JUDGE-RED
                 ADD  ONE                TO RG-RED-COUNT
              WHEN JUDGE-AMBER
                 ADD  ONE                TO RG-AMBER-COUNT
              WHEN OTHER
                 ADD  ONE                TO RG-GREEN-COUNT
           END-EVALUATE.

           PERFORM 5100-ADD-REGION       THRU 5100-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Add one cache's figures into the region totals.               *
      *****************************************************************
       5100-ADD-REGION.
           ADD  SE-ORPHANS(SCORE-INDEX)       TO RG-ORPHANS.
           ADD  SE-BAD-CHECKSUMS(SCORE-INDEX) TO RG-BAD-CHECKSUMS.
           ADD  SE-KEY-COUNT(SCORE-INDEX)     TO RG-KEY-COUNT.
           ADD  SE-STORED-BYTES(SCORE-INDEX)  TO RG-STORED-BYTES.
           ADD  SE-XDC-MISSING(SCORE-INDEX)   TO RG-XDC-MISSING.
           ADD  SE-XDC-OLDER(SCORE-INDEX)     TO RG-XDC-OLDER.
           ADD  SE-XDC-DIVERGED(SCORE-INDEX)  TO RG-XDC-DIVERGED.
           ADD  SE-EXPIRED(SCORE-INDEX)       TO RG-EXPIRED.
           ADD  SE-EXPIRE-15MIN(SCORE-INDEX)  TO RG-EXPIRE-15MIN.
           ADD  SE-LIVE-COUNT(SCORE-INDEX)    TO RG-LIVE-COUNT.
           ADD  SE-HOT-KEYS(SCORE-INDEX)      TO RG-HOT-KEYS.
           ADD  SE-OVERDUE(SCORE-INDEX)       TO RG-CACHE-OVERDUE.

           IF  SE-DAYS-FULL(SCORE-INDEX) NOT LESS THAN ZEROES
               IF  RG-DAYS-FULL LESS THAN ZEROES
               OR  SE-DAYS-FULL(SCORE-INDEX) LESS THAN RG-DAYS-FULL
                   MOVE SE-DAYS-FULL(SCORE-INDEX) TO RG-DAYS-FULL
               END-IF
           END-IF.

           IF  SE-TOP-READS(SCORE-INDEX) GREATER THAN RG-TOP-READS
               MOVE SE-TOP-READS(SCORE-INDEX)  TO RG-TOP-READS.

           IF  SE-P50-BUCKET(SCORE-INDEX) GREATER THAN RG-P50-BUCKET
               MOVE SE-P50-BUCKET(SCORE-INDEX) TO RG-P50-BUCKET.

           IF  SE-P95-BUCKET(SCORE-INDEX) GREATER THAN RG-P95-BUCKET
               MOVE SE-P95-BUCKET(SCORE-INDEX) TO RG-P95-BUCKET.

           IF  SE-MAX-MS(SCORE-INDEX) GREATER THAN RG-MAX-MS
               MOVE SE-MAX-MS(SCORE-INDEX)     TO RG-MAX-MS.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Raise the status being judged to amber (or red), naming the   *
      * check -- a status is never lowered, and the first check to    *
      * reach a level keeps the name.                                 *
      *****************************************************************
       5900-RAISE-AMBER.
           IF  JUDGE-GREEN
               MOVE 'A'                  TO JUDGE-STATUS
               MOVE CHECK-NAME           TO JUDGE-REASON.

       5900-EXIT.
           EXIT.

       5910-RAISE-RED.
           IF  NOT JUDGE-RED
               MOVE 'R'                  TO JUDGE-STATUS
               MOVE CHECK-NAME           TO JUDGE-REASON.

       5910-EXIT.
           EXIT.

      *****************************************************************
      * Write one cache's scorecard block to CSSL and its dated row   *
      * to the history file.                                          *
      *****************************************************************
       6000-WRITE-CACHE.
           MOVE SE-STATUS(SCORE-INDEX)   TO JUDGE-STATUS.
           PERFORM 6900-STATUS-WORD      THRU 6900-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SCORE-DATE8              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-STATUS-WORD          DELIMITED BY SIZE
                  ' REASON='               DELIMITED BY SIZE
                  SE-REASON(SCORE-INDEX)   DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SE-ORPHANS(SCORE-INDEX)       TO RPT-COUNT-1-D.
           MOVE SE-BAD-CHECKSUMS(SCORE-INDEX) TO RPT-COUNT-2-D.
           MOVE SE-KEY-COUNT(SCORE-INDEX)     TO RPT-COUNT-3-D.

           IF  SE-DAYS-FULL(SCORE-INDEX) LESS THAN ZEROES
               MOVE 'N/A '               TO RPT-DAYS-X
           ELSE
               MOVE SE-DAYS-FULL(SCORE-INDEX) TO RPT-DAYS-D
               MOVE RPT-DAYS-D           TO RPT-DAYS-X.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' ORPHANS='              DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' BADSUM='               DELIMITED BY SIZE
                  RPT-COUNT-2-D            DELIMITED BY SIZE
                  ' KEYS='                 DELIMITED BY SIZE
                  RPT-COUNT-3-D            DELIMITED BY SIZE
                  ' DAYSFULL='             DELIMITED BY SIZE
                  RPT-DAYS-X               DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SE-XDC-MISSING(SCORE-INDEX)   TO RPT-COUNT-1-D.
           MOVE SE-XDC-OLDER(SCORE-INDEX)     TO RPT-COUNT-2-D.
           MOVE SE-XDC-DIVERGED(SCORE-INDEX)  TO RPT-COUNT-3-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' XDC MISSING='          DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' OLDER='                DELIMITED BY SIZE
                  RPT-COUNT-2-D            DELIMITED BY SIZE
                  ' DIVERGED='             DELIMITED BY SIZE
                  RPT-COUNT-3-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SE-EXPIRED(SCORE-INDEX)       TO RPT-COUNT-1-D.
           MOVE SE-EXPIRE-15MIN(SCORE-INDEX)  TO RPT-COUNT-2-D.
           MOVE SE-LIVE-COUNT(SCORE-INDEX)    TO RPT-COUNT-3-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' EXPIRED='              DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' EXP15MIN='             DELIMITED BY SIZE
                  RPT-COUNT-2-D            DELIMITED BY SIZE
                  ' LIVE='                 DELIMITED BY SIZE
                  RPT-COUNT-3-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SE-HOT-KEYS(SCORE-INDEX)      TO RPT-COUNT-1-D.
           MOVE SE-TOP-READS(SCORE-INDEX)     TO RPT-READS-D.
           MOVE SE-OVERDUE(SCORE-INDEX)       TO RPT-SMALL-1-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' HOTKEYS='              DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' TOPREADS='             DELIMITED BY SIZE
                  RPT-READS-D              DELIMITED BY SIZE
                  ' OVERDUE='              DELIMITED BY SIZE
                  RPT-SMALL-1-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE BUCKET-LABEL(SE-P50-BUCKET(SCORE-INDEX) + 1)
                                         TO RPT-P50-LABEL.
           MOVE BUCKET-LABEL(SE-P95-BUCKET(SCORE-INDEX) + 1)
                                         TO RPT-P95-LABEL.
           MOVE SE-MAX-MS(SCORE-INDEX)   TO RPT-COUNT-1-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SE-CACHE(SCORE-INDEX)    DELIMITED BY SIZE
                  ' LATENCY P50='          DELIMITED BY SIZE
                  RPT-P50-LABEL            DELIMITED BY SIZE
                  ' P95='                  DELIMITED BY SIZE
                  RPT-P95-LABEL            DELIMITED BY SIZE
                  ' MAXMS='                DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SPACES                   TO SK-RECORD.
           MOVE SCORE-DATE8              TO SK-DATE8.
           MOVE SE-CACHE(SCORE-INDEX)    TO SK-CACHE.
           MOVE SE-STATUS(SCORE-INDEX)   TO SK-STATUS.
           MOVE SE-REASON(SCORE-INDEX)   TO SK-REASON.
           MOVE SE-ORPHANS(SCORE-INDEX)       TO SK-ORPHANS.
           MOVE SE-BAD-CHECKSUMS(SCORE-INDEX) TO SK-BAD-CHECKSUMS.
           MOVE SE-KEY-COUNT(SCORE-INDEX)     TO SK-KEY-COUNT.
           MOVE SE-STORED-BYTES(SCORE-INDEX)  TO SK-STORED-BYTES.
           MOVE SE-DAYS-FULL(SCORE-INDEX)     TO SK-DAYS-FULL.
           MOVE SE-XDC-MISSING(SCORE-INDEX)   TO SK-XDC-MISSING.
           MOVE SE-XDC-OLDER(SCORE-INDEX)     TO SK-XDC-OLDER.
           MOVE SE-XDC-DIVERGED(SCORE-INDEX)  TO SK-XDC-DIVERGED.
           MOVE SE-EXPIRED(SCORE-INDEX)       TO SK-EXPIRED.
           MOVE SE-EXPIRE-15MIN(SCORE-INDEX)  TO SK-EXPIRE-15MIN.
           MOVE SE-LIVE-COUNT(SCORE-INDEX)    TO SK-LIVE-COUNT.
           MOVE SE-HOT-KEYS(SCORE-INDEX)      TO SK-HOT-KEYS.
           MOVE SE-TOP-READS(SCORE-INDEX)     TO SK-TOP-READS.
           MOVE SE-P50-BUCKET(SCORE-INDEX)    TO SK-P50-BUCKET.
           MOVE SE-P95-BUCKET(SCORE-INDEX)    TO SK-P95-BUCKET.
           MOVE SE-MAX-MS(SCORE-INDEX)        TO SK-MAX-MS.
           MOVE SE-OVERDUE(SCORE-INDEX)       TO SK-OVERDUE.
           MOVE ZEROES                   TO SK-RPLQ-DEPTH
                                            SK-CACHE-COUNT
                                            SK-RED-COUNT
                                            SK-AMBER-COUNT.

           PERFORM 6800-WRITE-HISTORY    THRU 6800-EXIT.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Persist one scorecard row.  A rerun on the same date simply   *
      * refreshes that date's row.                                    *
      *****************************************************************
       6800-WRITE-HISTORY.
           MOVE CURRENT-ABS              TO SK-ABSTIME.
           MOVE LENGTH OF SK-RECORD      TO SK-LENGTH.

           EXEC CICS WRITE FILE(SK-FCT)
                FROM(SK-RECORD)
                RIDFLD(SK-KEY)
                LENGTH(SK-LENGTH)
                RESP(SK-RESP)
                NOHANDLE
           END-EXEC.

           IF  SK-RESP EQUAL DFHRESP(DUPREC)
               EXEC CICS DELETE FILE(SK-FCT)
                    RIDFLD(SK-KEY)
                    NOHANDLE
               END-EXEC

               EXEC CICS WRITE FILE(SK-FCT)
                    FROM(SK-RECORD)
                    RIDFLD(SK-KEY)
                    LENGTH(SK-LENGTH)
                    NOHANDLE
               END-EXEC.

       6800-EXIT.
           EXIT.

      *****************************************************************
      * Spell out the status being judged for the report lines.       *
      *****************************************************************
       6900-STATUS-WORD.
           EVALUATE TRUE
              WHEN JUDGE-RED
                 MOVE 'RED  '            TO RPT-STATUS-WORD
              WHEN JUDGE-AMBER
                 MOVE 'AMBER'            TO RPT-STATUS-WORD
              WHEN OTHER
                 MOVE 'GREEN'            TO RPT-STATUS-WORD
           END-EVALUATE.

       6900-EXIT.
           EXIT.

      *****************************************************************
      * The region summary page: worst of the caches, the replication *
      * backlog, and the overdue chains, with the region totals --    *
      * written to CSSL and kept as the date's *ALL history row.      *
      * The registry's overdue count is used when the watchdog is     *
      * running; otherwise the caches' own count stands in.           *
      *****************************************************************
       7000-WRITE-SUMMARY.
           IF  RG-CACHE-OVERDUE GREATER THAN RG-OVERDUE
               MOVE RG-CACHE-OVERDUE     TO RG-OVERDUE.

           MOVE 'G'                      TO JUDGE-STATUS.
           MOVE SPACES                   TO JUDGE-REASON.

           MOVE 'CACHES  '               TO CHECK-NAME.
           IF  RG-RED-COUNT GREATER THAN ZEROES
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.
           IF  RG-AMBER-COUNT GREATER THAN ZEROES
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE 'RPLQ    '               TO CHECK-NAME.
           IF  SC-RPLQ-RED GREATER THAN ZEROES
           AND RG-RPLQ-DEPTH NOT LESS THAN SC-RPLQ-RED
               PERFORM 5910-RAISE-RED    THRU 5910-EXIT.
           IF  SC-RPLQ-AMBER GREATER THAN ZEROES
           AND RG-RPLQ-DEPTH NOT LESS THAN SC-RPLQ-AMBER
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE 'OVERDUE '               TO CHECK-NAME.
           IF  RG-OVERDUE GREATER THAN ZEROES
               PERFORM 5900-RAISE-AMBER  THRU 5900-EXIT.

           MOVE JUDGE-STATUS             TO RG-STATUS.
           MOVE JUDGE-REASON             TO RG-REASON.
           PERFORM 6900-STATUS-WORD      THRU 6900-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD '             DELIMITED BY SIZE
                  SCORE-DATE8              DELIMITED BY SIZE
                  ' REGION SUMMARY STATUS=' DELIMITED BY SIZE
                  RPT-STATUS-WORD          DELIMITED BY SIZE
                  ' REASON='               DELIMITED BY SIZE
                  RG-REASON                DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SCORE-COUNT              TO RPT-SMALL-1-D.
           MOVE RG-RED-COUNT             TO RPT-SMALL-2-D.
           MOVE RG-AMBER-COUNT           TO RPT-SMALL-3-D.
           MOVE RG-GREEN-COUNT           TO RPT-DAYS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD REGION CACHES=' DELIMITED BY SIZE
                  RPT-SMALL-1-D            DELIMITED BY SIZE
                  ' RED='                  DELIMITED BY SIZE
                  RPT-SMALL-2-D            DELIMITED BY SIZE
                  ' AMBER='                DELIMITED BY SIZE
                  RPT-SMALL-3-D            DELIMITED BY SIZE
                  ' GREEN='                DELIMITED BY SIZE
                  RPT-DAYS-D               DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE RG-RPLQ-DEPTH            TO RPT-READS-D.
           MOVE RG-OVERDUE               TO RPT-SMALL-1-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD REGION RPLQ=' DELIMITED BY SIZE
                  RPT-READS-D              DELIMITED BY SIZE
                  ' OVERDUE TASKS='        DELIMITED BY SIZE
                  RPT-SMALL-1-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE RG-ORPHANS               TO RPT-COUNT-1-D.
           MOVE RG-BAD-CHECKSUMS         TO RPT-COUNT-2-D.
           MOVE RG-KEY-COUNT             TO RPT-COUNT-3-D.
           MOVE RG-STORED-BYTES          TO RPT-BYTES-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD REGION ORPHANS=' DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' BADSUM='               DELIMITED BY SIZE
                  RPT-COUNT-2-D            DELIMITED BY SIZE
                  ' KEYS='                 DELIMITED BY SIZE
                  RPT-COUNT-3-D            DELIMITED BY SIZE
                  ' STORED='               DELIMITED BY SIZE
                  RPT-BYTES-D              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE RG-XDC-MISSING           TO RPT-COUNT-1-D.
           MOVE RG-XDC-OLDER             TO RPT-COUNT-2-D.
           MOVE RG-XDC-DIVERGED          TO RPT-COUNT-3-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SCORECARD REGION XDC MISSING=' DELIMITED BY SIZE
                  RPT-COUNT-1-D            DELIMITED BY SIZE
                  ' OLDER='                DELIMITED BY SIZE
                  RPT-COUNT-2-D            DELIMITED BY SIZE
                  ' DIVERGED='             DELIMITED BY SIZE
                  RPT-COUNT-3-D            DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SPACES                   TO SK-RECORD.
           MOVE SCORE-DATE8              TO SK-DATE8.
           MOVE RG-CACHE                 TO SK-CACHE.
           MOVE RG-STATUS                TO SK-STATUS.
           MOVE RG-REASON                TO SK-REASON.
           MOVE RG-ORPHANS               TO SK-ORPHANS.
           MOVE RG-BAD-CHECKSUMS         TO SK-BAD-CHECKSUMS.
           MOVE RG-KEY-COUNT             TO SK-KEY-COUNT.
           MOVE RG-STORED-BYTES          TO SK-STORED-BYTES.
           MOVE RG-DAYS-FULL             TO SK-DAYS-FULL.
           MOVE RG-XDC-MISSING           TO SK-XDC-MISSING.
           MOVE RG-XDC-OLDER             TO SK-XDC-OLDER.
           MOVE RG-XDC-DIVERGED          TO SK-XDC-DIVERGED.
           MOVE RG-EXPIRED               TO SK-EXPIRED.
           MOVE RG-EXPIRE-15MIN          TO SK-EXPIRE-15MIN.
           MOVE RG-LIVE-COUNT            TO SK-LIVE-COUNT.
           MOVE RG-HOT-KEYS              TO SK-HOT-KEYS.
           MOVE RG-TOP-READS             TO SK-TOP-READS.
           MOVE RG-P50-BUCKET            TO SK-P50-BUCKET.
           MOVE RG-P95-BUCKET            TO SK-P95-BUCKET.
           MOVE RG-MAX-MS                TO SK-MAX-MS.
           MOVE RG-OVERDUE               TO SK-OVERDUE.
           MOVE RG-RPLQ-DEPTH            TO SK-RPLQ-DEPTH.
           MOVE SCORE-COUNT              TO SK-CACHE-COUNT.
           MOVE RG-RED-COUNT             TO SK-RED-COUNT.
           MOVE RG-AMBER-COUNT           TO SK-AMBER-COUNT.

           PERFORM 6800-WRITE-HISTORY    THRU 6800-EXIT.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(SC-INTERVAL)
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
      * Stamp the control record with this run's completion and       *
      * counts.                                                       *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE SCORE-COUNT              TO SC-CACHE-COUNT.
           MOVE RG-RED-COUNT             TO SC-RED-COUNT.
           MOVE RG-AMBER-COUNT           TO SC-AMBER-COUNT.

           MOVE EIBTASKN                 TO SC-TASKID.
           MOVE APPLID                   TO SC-APPLID.
           MOVE CURRENT-ABS              TO SC-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SC-TIME)
                YYYYMMDD(SC-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO SC-KEY.
           MOVE LENGTH OF SC-RECORD-SAVE TO SC-LENGTH.

           EXEC CICS READ
                FILE   (SC-FCT)
                RIDFLD (SC-KEY)
                INTO   (SC-RECORD-SAVE)
                LENGTH (SC-LENGTH)
                RESP   (SC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SC-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF SC-RECORD  TO SC-LENGTH
               EXEC CICS REWRITE
                    FILE  (SC-FCT)
                    FROM  (SC-RECORD)
                    LENGTH(SC-LENGTH)
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
