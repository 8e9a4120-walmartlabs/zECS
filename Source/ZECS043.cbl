       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS043.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to search   *
      * an archive extract for entries that have already left the     *
      * cache.  ZECS042 writes one AR-RECORD (ZECSARC) to the ARCH    *
      * queue for each expired or evicted entry under an archived     *
      * prefix; the site keeps those records on a dataset, and an     *
      * extract of it is read here from the ARCI extrapartition TD    *
      * queue.                                                        *
      *                                                               *
      * The search is set on the zcARCSCH control record before the   *
      * task is started:                                              *
      *                                                               *
      *     AS-MATCH-TYPE   K  - AS-MATCH is one exact key;           *
      *                     P  - AS-MATCH is a key prefix (blank      *
      *                          matches every key)                   *
      *     AS-FROM-DATE    YYYYMMDD, first archive date wanted       *
      *     AS-TO-DATE      YYYYMMDD, last archive date wanted        *
      *                     (either blank leaves that end open)       *
      *     AS-REASON       EXPIRED or EVICTED (blank for both)       *
      *                                                               *
      * Each match is written to the ARCO extrapartition TD queue in  *
      * the LD-KEY/LD-TTL/LD-VALUE layout ZECS010 loads, so the       *
      * results can be preloaded into a test cache as they are.  A    *
      * read/matched/incomplete report is written to CSSL when the    *
      * queue is drained.  Like ZECS010 this is a one-shot action: it *
      * drains the queue and stops rather than rescheduling itself.   *
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
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.
       01  RESTART-INTERVAL       PIC S9(07) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  AR-MATCHED             PIC  X(01) VALUE 'N'.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcARCSCH control file resources - start                       *
      *****************************************************************
       01  AS-FCT                 PIC  X(08) VALUE 'ZCARCSCH'.
       01  AS-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  AS-CTL-LENGTH          PIC S9(04) COMP VALUE ZEROES.

       01  AS-CONTROL.
           02  AS-CTL-KEY         PIC  X(04).
           02  AS-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  AS-MATCH-TYPE      PIC  X(01) VALUE 'P'.
               88  AS-MATCH-KEY               VALUE 'K'.
           02  AS-MATCH-LEN       PIC S9(04) COMP-3 VALUE ZEROES.
           02  AS-MATCH           PIC  X(255) VALUE SPACES.
           02  AS-FROM-DATE       PIC  X(08) VALUE SPACES.
           02  AS-TO-DATE         PIC  X(08) VALUE SPACES.
           02  AS-REASON          PIC  X(08) VALUE SPACES.
           02  AS-READ-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  AS-MATCH-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  AS-PARTIAL-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  AS-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AS-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AS-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AS-TASKID          PIC  9(06).
           02  FILLER             PIC  X(10).

       01  AS-CONTROL-SAVE        PIC  X(400).

      *****************************************************************
      * zcARCSCH control file resources - end                         *
      *****************************************************************

       01  ZC-ARCSCH-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCARCSC_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Archive input record (ZECSARC), read from the ARCI TD queue.  *
      *****************************************************************
       COPY ZECSARC.

       01  AR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Search output record -- the exact layout ZECS010 loads.       *
      *****************************************************************
       01  LD-RECORD.
           02  LD-KEY             PIC  X(255).
           02  LD-TTL             PIC  9(07).
           02  LD-VALUE           PIC  X(3000).

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  ARCI-QUEUE             PIC  X(04) VALUE 'ARCI'.
       01  ARCO-QUEUE             PIC  X(04) VALUE 'ARCO'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-READ-COUNT-D       PIC  Z(06)9.
       01  RPT-MATCH-COUNT-D      PIC  Z(06)9.
       01  RPT-PARTIAL-COUNT-D    PIC  Z(06)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-SEARCH-RECORDS     THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the search run.  Like ZECS010 there  *
      * is no resume key -- TD queue position is tracked by CICS      *
      * itself; only the counters need carrying, and they live on     *
      * the zcARCSCH control record with the search criteria.         *
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

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the search run.                        *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-ARCSCH-ENQ)
                LENGTH(LENGTH OF  ZC-ARCSCH-ENQ)
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
      * Read/write the zcARCSCH control record to pick up the search  *
      * criteria.  Counts are NOT reset here -- a search spans        *
      * several ICE-chained batches and each batch must add to the    *
      * last; the completion report zeroes them for the next run.     *
      * A match length of zero is derived from the trailing spaces.   *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO AS-CTL-KEY.
           MOVE LENGTH OF AS-CONTROL     TO AS-CTL-LENGTH.

           EXEC CICS READ
                FILE   (AS-FCT)
                RIDFLD (AS-CTL-KEY)
                INTO   (AS-CONTROL)
                LENGTH (AS-CTL-LENGTH)
                RESP   (AS-RESP)
                NOHANDLE
           END-EXEC.

           IF  AS-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO AS-CTL-KEY
               EXEC CICS WRITE
                    FILE   (AS-FCT)
                    RIDFLD (AS-CTL-KEY)
                    FROM   (AS-CONTROL)
                    LENGTH (AS-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  AS-MATCH-LEN NOT GREATER THAN ZEROES
               MOVE ZEROES               TO AS-MATCH-LEN
               INSPECT AS-MATCH TALLYING AS-MATCH-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running totals on the control record so a crash   *
      * or a restart between batches does not lose progress.          *
      *****************************************************************
       1400-SAVE-TOTALS.
           MOVE EIBTRNID                 TO AS-CTL-KEY.
           MOVE LENGTH OF AS-CONTROL-SAVE TO AS-CTL-LENGTH.

           EXEC CICS READ
                FILE   (AS-FCT)
                RIDFLD (AS-CTL-KEY)
                INTO   (AS-CONTROL-SAVE)
                LENGTH (AS-CTL-LENGTH)
                RESP   (AS-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF AS-CONTROL     TO AS-CTL-LENGTH.

           IF  AS-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE  (AS-FCT)
                    FROM  (AS-CONTROL)
                    LENGTH(AS-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Drain the ARCI queue in batches of FIVE-HUNDRED.              *
      *****************************************************************
       2000-SEARCH-RECORDS.
           MOVE 'N'                      TO PROCESS-COMPLETE
           MOVE ZEROES                   TO RECORD-COUNT
           PERFORM 2010-SEARCH-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read and test one archive record.  An empty queue ends the    *
      * run and writes the read/matched report.                       *
      *****************************************************************
       2010-SEARCH-NEXT.
           MOVE LENGTH OF AR-RECORD      TO AR-LENGTH.
           MOVE SPACES                   TO AR-RECORD.

           EXEC CICS READQ TD QUEUE(ARCI-QUEUE)
                INTO(AR-RECORD)
                LENGTH(AR-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
           ELSE
               ADD  ONE                  TO AS-READ-COUNT
               PERFORM 2020-SEARCH-ONE   THRU 2020-EXIT
               ADD  ONE                  TO RECORD-COUNT
               IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
                   MOVE 'Y'              TO PROCESS-COMPLETE
                   PERFORM 1400-SAVE-TOTALS THRU 1400-EXIT
                   PERFORM 8000-RESTART  THRU 8000-EXIT
                   PERFORM 9000-RETURN   THRU 9000-EXIT
               END-IF
           END-IF.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Test one archive record against the key or prefix, the date   *
      * range and the reason; write a match in the preload layout.    *
      *****************************************************************
       2020-SEARCH-ONE.
           PERFORM 2030-CHECK-MATCH      THRU 2030-EXIT.

           IF  AR-MATCHED NOT EQUAL 'Y'
               GO TO 2020-EXIT.

           MOVE AR-KEY                   TO LD-KEY.
           MOVE AR-TTL                   TO LD-TTL.
           MOVE AR-VALUE                 TO LD-VALUE.

           MOVE LENGTH OF LD-RECORD      TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(ARCO-QUEUE)
                FROM(LD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           ADD  ONE                      TO AS-MATCH-COUNT.

           IF  AR-VALUE-TRUNCATED
               ADD  ONE                  TO AS-PARTIAL-COUNT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Does this archive record meet every criterion that is set?    *
      *****************************************************************
       2030-CHECK-MATCH.
           MOVE 'N'                      TO AR-MATCHED.

           IF  AS-MATCH-KEY
               IF  AR-KEY NOT EQUAL AS-MATCH
                   GO TO 2030-EXIT
               END-IF
           ELSE
               IF  AS-MATCH-LEN GREATER THAN ZEROES
               AND AR-KEY(1:AS-MATCH-LEN)
                       NOT EQUAL AS-MATCH(1:AS-MATCH-LEN)
                   GO TO 2030-EXIT
               END-IF
           END-IF.

           IF  AS-FROM-DATE GREATER THAN SPACES
           AND AR-DATE LESS THAN AS-FROM-DATE
               GO TO 2030-EXIT.

           IF  AS-TO-DATE GREATER THAN SPACES
           AND AR-DATE GREATER THAN AS-TO-DATE
               GO TO 2030-EXIT.

           IF  AS-REASON GREATER THAN SPACES
           AND AR-REASON NOT EQUAL AS-REASON
               GO TO 2030-EXIT.

           MOVE 'Y'                      TO AR-MATCHED.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A short fixed interval, like ZECS010 -- *
      * a search in progress should finish as quickly as the region   *
      * can manage.                                                   *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(RESTART-INTERVAL)
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
      * Write the read/matched report to TD CSSL, stamp the           *
      * completion on the control record, and zero the counters for   *
      * the next search.                                              *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE AS-READ-COUNT            TO RPT-READ-COUNT-D.
           MOVE AS-MATCH-COUNT           TO RPT-MATCH-COUNT-D.
           MOVE AS-PARTIAL-COUNT         TO RPT-PARTIAL-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ARCHIVE SEARCH READ='  RPT-READ-COUNT-D
                  ' MATCHED='              RPT-MATCH-COUNT-D
                  ' INCOMPLETE='           RPT-PARTIAL-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE EIBTASKN                 TO AS-TASKID.
           MOVE APPLID                   TO AS-APPLID.
           MOVE CURRENT-ABS              TO AS-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(AS-TIME)
                YYYYMMDD(AS-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                   TO AS-READ-COUNT
                                            AS-MATCH-COUNT
                                            AS-PARTIAL-COUNT.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

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
