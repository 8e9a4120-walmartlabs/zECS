       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS046.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to drain    *
      * the OPSR reject queue.  ZECS023 writes an OP-REJECT-RECORD    *
      * (ZECSOPC) there for every queued operation it could not       *
      * apply -- an eight-byte reason code ahead of the original      *
      * record.  Each reject read is either resubmitted, back onto    *
      * OPSQ for ZECS023 to try again, or set aside, as it was read,  *
      * on the OPSX extrapartition TD queue for the application team. *
      *                                                               *
      * What is resubmitted is set on the zcOPSREJ control record     *
      * before the task is started:                                   *
      *                                                               *
      *     RJ-RESUBMIT     Y  - resubmit the rejects selected below; *
      *                     N  - set every reject aside (report only) *
      *     RJ-SEL-CACHE    the ZCxx cache (blank for every cache)    *
      *     RJ-SEL-REASON   one reason code (blank for every reason)  *
      *     RJ-SEL-FROM-KEY lowest key wanted (blank leaves it open)  *
      *     RJ-SEL-TO-KEY   highest key wanted, compared on its own   *
      *                     length so a prefix takes in every key     *
      *                     that begins with it (blank leaves it      *
      *                     open)                                     *
      *     RJ-NEW-TTL      TTL seconds to put on a resubmitted PUT   *
      *                     or RENEW (zero resubmits it unchanged)    *
      *     RJ-LIMIT        times one record may be resubmitted       *
      *                     (zero takes the default of three)         *
      *                                                               *
      * A selected reject that has already been resubmitted RJ-LIMIT  *
      * times is set aside instead, and counted as over the limit.    *
      *                                                               *
      * Only the rejects on the queue when the run starts are read,   *
      * so a resubmitted record that ZECS023 rejects again waits for  *
      * the next run.  The reject report -- a count by cache, reason  *
      * code and originating batch job, with sample keys, and the     *
      * run's totals -- is written to CSSL when the run completes.    *
      * The breakdown is kept in a TS queue between batches.  Like    *
      * ZECS043 this is a one-shot action: it drains what it found    *
      * and stops rather than rescheduling itself.                    *
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
       01  DEFAULT-LIMIT          PIC  9(02) VALUE      3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  RJ-SELECTED            PIC  X(01) VALUE 'N'.
       01  RJ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcOPSREJ control file resources - start                       *
      *****************************************************************
       01  RJ-FCT                 PIC  X(08) VALUE 'ZCOPSREJ'.
       01  RJ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RJ-CTL-LENGTH          PIC S9(04) COMP VALUE ZEROES.

       01  RJ-CONTROL.
           02  RJ-CTL-KEY         PIC  X(04).
           02  RJ-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  RJ-RESUBMIT        PIC  X(01) VALUE 'N'.
               88  RJ-RESUBMIT-SELECTED       VALUE 'Y'.
           02  RJ-SEL-CACHE       PIC  X(04) VALUE SPACES.
           02  RJ-SEL-REASON      PIC  X(08) VALUE SPACES.
           02  RJ-SEL-FROM-KEY    PIC  X(255) VALUE SPACES.
           02  RJ-SEL-TO-KEY      PIC  X(255) VALUE SPACES.
           02  RJ-TO-KEY-LEN      PIC S9(04) COMP-3 VALUE ZEROES.
           02  RJ-NEW-TTL         PIC  9(07) VALUE ZEROES.
           02  RJ-LIMIT           PIC  9(02) VALUE ZEROES.
           02  RJ-TO-READ         PIC S9(07) COMP-3 VALUE ZEROES.
           02  RJ-READ-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  RJ-RESUBMIT-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  RJ-SETASIDE-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  RJ-OVERLIMIT-COUNT PIC S9(07) COMP-3 VALUE ZEROES.
           02  RJ-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RJ-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RJ-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RJ-TASKID          PIC  9(06).
           02  FILLER             PIC  X(10).

       01  RJ-CONTROL-SAVE        PIC  X(640).

      *****************************************************************
      * zcOPSREJ control file resources - end                         *
      *****************************************************************

       01  ZC-OPSREJ-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCOPSRJ_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Queued operation and reject record (ZECSOPC).                 *
      *****************************************************************
       COPY ZECSOPC.

       01  OP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  OPR-LENGTH             PIC S9(04) COMP VALUE ZEROES.

       01  OPSQ-QUEUE             PIC  X(04) VALUE 'OPSQ'.
       01  OPSR-QUEUE             PIC  X(04) VALUE 'OPSR'.
       01  OPSX-QUEUE             PIC  X(04) VALUE 'OPSX'.

      *****************************************************************
      * Reject breakdown by cache, reason and batch job, with up to   *
      * three sample keys each.  The last entry takes every           *
      * combination the table has no room left for.                   *
      *****************************************************************
       01  RB-TSQ.
           02  FILLER             PIC  X(04) VALUE 'ZCRJ'.
           02  RB-TSQ-TRANID      PIC  X(04) VALUE SPACES.

       01  RB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RB-ITEM                PIC S9(04) COMP VALUE 1.
       01  RB-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RB-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  RB-FOUND               PIC S9(04) COMP VALUE ZEROES.
       01  RB-SAMPLE-INDEX        PIC S9(04) COMP VALUE ZEROES.
       01  RB-MAX                 PIC S9(04) COMP VALUE 50.

       01  RB-TABLE.
           02  RB-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  RB-ENTRY OCCURS 50 TIMES.
               05  RB-CACHE       PIC  X(04).
               05  RB-REASON      PIC  X(08).
               05  RB-JOBNAME     PIC  X(08).
               05  RB-REJECTS     PIC S9(07) COMP-3.
               05  RB-SAMPLES     PIC S9(04) COMP.
               05  RB-SAMPLE-KEY  PIC  X(64) OCCURS 3 TIMES.

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

       01  RPT-READ-COUNT-D       PIC  Z(06)9.
       01  RPT-RESUBMIT-COUNT-D   PIC  Z(06)9.
       01  RPT-SETASIDE-COUNT-D   PIC  Z(06)9.
       01  RPT-OVERLIMIT-COUNT-D  PIC  Z(06)9.
       01  RPT-REJECTS-D          PIC  Z(06)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-DRAIN-REJECTS      THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the run.  TD queue position is       *
      * tracked by CICS itself; the counters and the number of        *
      * rejects left to read are carried on the zcOPSREJ control      *
      * record, and the breakdown in the ZCRJxxxx TS queue.  No TS    *
      * queue means a new run: the depth of OPSR is taken now, so     *
      * only the rejects already there are read.                      *
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
           MOVE EIBTRNID          TO RB-TSQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.
           PERFORM 1500-LOAD-TABLE THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the run.                               *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-OPSREJ-ENQ)
                LENGTH(LENGTH OF  ZC-OPSREJ-ENQ)
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
      * Read/write the zcOPSREJ control record to pick up the         *
      * selection.  Counts are NOT reset here -- a run spans several  *
      * ICE-chained batches and each batch must add to the last; the  *
      * completion report zeroes them for the next run.  The to-key   *
      * length is derived from its trailing spaces.                   *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RJ-CTL-KEY.
           MOVE LENGTH OF RJ-CONTROL     TO RJ-CTL-LENGTH.

           EXEC CICS READ
                FILE   (RJ-FCT)
                RIDFLD (RJ-CTL-KEY)
                INTO   (RJ-CONTROL)
                LENGTH (RJ-CTL-LENGTH)
                RESP   (RJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  RJ-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RJ-CTL-KEY
               EXEC CICS WRITE
                    FILE   (RJ-FCT)
                    RIDFLD (RJ-CTL-KEY)
                    FROM   (RJ-CONTROL)
                    LENGTH (RJ-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES                   TO RJ-TO-KEY-LEN.
           INSPECT RJ-SEL-TO-KEY TALLYING RJ-TO-KEY-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  RJ-NEW-TTL NOT NUMERIC
               MOVE ZEROES               TO RJ-NEW-TTL.

           IF  RJ-LIMIT NOT NUMERIC
           OR  RJ-LIMIT EQUAL ZEROES
               MOVE DEFAULT-LIMIT        TO RJ-LIMIT.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running totals on the control record so a crash   *
      * or a restart between batches does not lose progress.          *
      *****************************************************************
       1400-SAVE-TOTALS.
           MOVE EIBTRNID                 TO RJ-CTL-KEY.
           MOVE LENGTH OF RJ-CONTROL-SAVE TO RJ-CTL-LENGTH.

           EXEC CICS READ
                FILE   (RJ-FCT)
                RIDFLD (RJ-CTL-KEY)
                INTO   (RJ-CONTROL-SAVE)
                LENGTH (RJ-CTL-LENGTH)
                RESP   (RJ-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF RJ-CONTROL     TO RJ-CTL-LENGTH.

           IF  RJ-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE  (RJ-FCT)
                    FROM  (RJ-CONTROL)
                    LENGTH(RJ-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Pick up the breakdown a previous batch left, or start a new   *
      * run from the current depth of OPSR.                           *
      *****************************************************************
       1500-LOAD-TABLE.
           MOVE LENGTH OF RB-TABLE       TO RB-LENGTH.
           MOVE ONE                      TO RB-ITEM.

           EXEC CICS READQ TS QUEUE(RB-TSQ)
                INTO  (RB-TABLE)
                LENGTH(RB-LENGTH)
                ITEM  (RB-ITEM)
                RESP  (RB-RESP)
                NOHANDLE
           END-EXEC.

           IF  RB-RESP EQUAL DFHRESP(NORMAL)
               GO TO 1500-EXIT.

           MOVE ZEROES                   TO RB-COUNT.
           MOVE ZEROES                   TO RJ-NUMITEMS.

           EXEC CICS INQUIRE TDQUEUE(OPSR-QUEUE)
                NUMITEMS(RJ-NUMITEMS)
                NOHANDLE
           END-EXEC.

           MOVE RJ-NUMITEMS              TO RJ-TO-READ.
           MOVE ZEROES                   TO RJ-READ-COUNT
                                            RJ-RESUBMIT-COUNT
                                            RJ-SETASIDE-COUNT
                                            RJ-OVERLIMIT-COUNT.

           PERFORM 1550-SAVE-TABLE       THRU 1550-EXIT.
           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Keep the breakdown in item one of the TS queue.               *
      *****************************************************************
       1550-SAVE-TABLE.
           MOVE LENGTH OF RB-TABLE       TO RB-LENGTH.
           MOVE ONE                      TO RB-ITEM.

           EXEC CICS WRITEQ TS QUEUE(RB-TSQ)
                FROM  (RB-TABLE)
                LENGTH(RB-LENGTH)
                ITEM  (RB-ITEM)
                REWRITE
                RESP  (RB-RESP)
                NOHANDLE
           END-EXEC.

           IF  RB-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(RB-TSQ)
                    FROM  (RB-TABLE)
                    LENGTH(RB-LENGTH)
                    NOHANDLE
               END-EXEC.

       1550-EXIT.
           EXIT.

      *****************************************************************
      * Drain the OPSR queue in batches of FIVE-HUNDRED.              *
      *****************************************************************
       2000-DRAIN-REJECTS.
           MOVE 'N'                      TO PROCESS-COMPLETE
           MOVE ZEROES                   TO RECORD-COUNT
           PERFORM 2010-DRAIN-NEXT       THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read and route one reject.  The run ends, and writes the      *
      * reject report, when the rejects counted at the start have     *
      * all been read or the queue runs dry first.                    *
      *****************************************************************
       2010-DRAIN-NEXT.
           MOVE SPACES                   TO OP-REJECT-RECORD.
           MOVE LENGTH OF OP-REJECT-RECORD TO OPR-LENGTH.
           MOVE DFHRESP(QZERO)           TO READ-RESP.

           IF  RJ-TO-READ GREATER THAN ZEROES
               EXEC CICS READQ TD QUEUE(OPSR-QUEUE)
                    INTO(OP-REJECT-RECORD)
                    LENGTH(OPR-LENGTH)
                    RESP(READ-RESP)
                    NOHANDLE
               END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
           ELSE
               SUBTRACT ONE              FROM RJ-TO-READ
               ADD  ONE                  TO RJ-READ-COUNT
               PERFORM 2020-ROUTE-ONE    THRU 2020-EXIT
               ADD  ONE                  TO RECORD-COUNT
               IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
                   MOVE 'Y'              TO PROCESS-COMPLETE
                   PERFORM 1550-SAVE-TABLE  THRU 1550-EXIT
                   PERFORM 1400-SAVE-TOTALS THRU 1400-EXIT
                   PERFORM 8000-RESTART  THRU 8000-EXIT
                   PERFORM 9000-RETURN   THRU 9000-EXIT
               END-IF
           END-IF.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Count the reject in the breakdown, then resubmit it if it is  *
      * selected and under the limit, or set it aside if not.         *
      *****************************************************************
       2020-ROUTE-ONE.
           MOVE OPR-RECORD               TO OP-RECORD.

           IF  OP-RESUBMITS NOT NUMERIC
               MOVE ZEROES               TO OP-RESUBMITS.

           PERFORM 2100-COUNT-REJECT     THRU 2100-EXIT.
           PERFORM 2030-CHECK-SELECT     THRU 2030-EXIT.

           IF  RJ-SELECTED EQUAL 'Y'
           AND OP-RESUBMITS NOT LESS THAN RJ-LIMIT
               MOVE 'N'                  TO RJ-SELECTED
               ADD  ONE                  TO RJ-OVERLIMIT-COUNT.

           IF  RJ-SELECTED EQUAL 'Y'
               PERFORM 2040-RESUBMIT     THRU 2040-EXIT
           ELSE
               PERFORM 2050-SET-ASIDE    THRU 2050-EXIT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Does this reject meet every selection criterion that is set?  *
      *****************************************************************
       2030-CHECK-SELECT.
           MOVE 'N'                      TO RJ-SELECTED.

           IF  NOT RJ-RESUBMIT-SELECTED
               GO TO 2030-EXIT.

           IF  RJ-SEL-CACHE GREATER THAN SPACES
           AND OP-TRANID NOT EQUAL RJ-SEL-CACHE
               GO TO 2030-EXIT.

           IF  RJ-SEL-REASON GREATER THAN SPACES
           AND OPR-REASON NOT EQUAL RJ-SEL-REASON
               GO TO 2030-EXIT.

           IF  RJ-SEL-FROM-KEY GREATER THAN SPACES
           AND OP-KEY LESS THAN RJ-SEL-FROM-KEY
               GO TO 2030-EXIT.

           IF  RJ-TO-KEY-LEN GREATER THAN ZEROES
           AND OP-KEY(1:RJ-TO-KEY-LEN)
                   GREATER THAN RJ-SEL-TO-KEY(1:RJ-TO-KEY-LEN)
               GO TO 2030-EXIT.

           MOVE 'Y'                      TO RJ-SELECTED.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * Put the original record back on OPSQ, with the corrected TTL  *
      * when one is set, and count the resubmission on the record     *
      * itself so the limit holds across runs.                        *
      *****************************************************************
       2040-RESUBMIT.
           IF  RJ-NEW-TTL GREATER THAN ZEROES
           AND (OP-ACTION EQUAL 'PUT     '
           OR   OP-ACTION EQUAL 'RENEW   ')
               MOVE RJ-NEW-TTL           TO OP-TTL.

           ADD  ONE                      TO OP-RESUBMITS.

           MOVE LENGTH OF OP-RECORD      TO OP-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(OPSQ-QUEUE)
                FROM(OP-RECORD)
                LENGTH(OP-LENGTH)
                NOHANDLE
           END-EXEC.

           ADD  ONE                      TO RJ-RESUBMIT-COUNT.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * Set the reject aside for the application team, reason code    *
      * and all, exactly as it was read.                              *
      *****************************************************************
       2050-SET-ASIDE.
           MOVE LENGTH OF OP-REJECT-RECORD TO OPR-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(OPSX-QUEUE)
                FROM(OP-REJECT-RECORD)
                LENGTH(OPR-LENGTH)
                NOHANDLE
           END-EXEC.

           ADD  ONE                      TO RJ-SETASIDE-COUNT.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Add the reject to its cache/reason/job entry, opening a new   *
      * entry the first time the combination is seen, and keep its    *
      * key as a sample while the entry has fewer than three.         *
      *****************************************************************
       2100-COUNT-REJECT.
           IF  OP-JOBNAME NOT GREATER THAN SPACES
               MOVE 'UNKNOWN '           TO OP-JOBNAME.

           MOVE ZEROES                   TO RB-FOUND.

           IF  RB-COUNT GREATER THAN ZEROES
               PERFORM 2110-FIND-ENTRY   THRU 2110-EXIT
                   WITH TEST AFTER
                   VARYING RB-INDEX FROM 1 BY 1
                   UNTIL RB-INDEX NOT LESS THAN RB-COUNT
                   OR    RB-FOUND GREATER THAN ZEROES.

           IF  RB-FOUND EQUAL ZEROES
           AND RB-COUNT LESS THAN RB-MAX
               ADD  ONE                  TO RB-COUNT
               MOVE RB-COUNT             TO RB-FOUND
               MOVE OP-TRANID            TO RB-CACHE(RB-FOUND)
               MOVE OPR-REASON           TO RB-REASON(RB-FOUND)
               MOVE OP-JOBNAME           TO RB-JOBNAME(RB-FOUND)
               IF  RB-COUNT EQUAL RB-MAX
                   MOVE '****'           TO RB-CACHE(RB-FOUND)
                   MOVE 'OTHER   '       TO RB-REASON(RB-FOUND)
                   MOVE '********'       TO RB-JOBNAME(RB-FOUND)
               END-IF
               MOVE ZEROES               TO RB-REJECTS(RB-FOUND)
               MOVE ZEROES               TO RB-SAMPLES(RB-FOUND)
               MOVE SPACES               TO RB-SAMPLE-KEY(RB-FOUND, 1)
                                            RB-SAMPLE-KEY(RB-FOUND, 2)
                                            RB-SAMPLE-KEY(RB-FOUND, 3).

           IF  RB-FOUND EQUAL ZEROES
               MOVE RB-MAX               TO RB-FOUND.

           ADD  ONE                      TO RB-REJECTS(RB-FOUND).

           IF  RB-SAMPLES(RB-FOUND) LESS THAN 3
               ADD  ONE                  TO RB-SAMPLES(RB-FOUND)
               MOVE RB-SAMPLES(RB-FOUND) TO RB-SAMPLE-INDEX
               MOVE OP-KEY(1:64)
                    TO RB-SAMPLE-KEY(RB-FOUND, RB-SAMPLE-INDEX).

       2100-EXIT.
           EXIT.

       2110-FIND-ENTRY.
           IF  RB-CACHE(RB-INDEX)   EQUAL OP-TRANID
           AND RB-REASON(RB-INDEX)  EQUAL OPR-REASON
           AND RB-JOBNAME(RB-INDEX) EQUAL OP-JOBNAME
               MOVE RB-INDEX             TO RB-FOUND.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A short fixed interval, like ZECS043 -- *
      * a run in progress should finish as quickly as the region can  *
      * manage.                                                       *
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
      * Write the reject report to TD CSSL -- one line per cache,     *
      * reason and job with its sample keys under it, then the run's  *
      * totals -- stamp the completion on the control record, and     *
      * zero the counters and drop the breakdown for the next run.    *
      *****************************************************************
       9900-WRITE-REPORT.
           IF  RB-COUNT GREATER THAN ZEROES
               PERFORM 9920-REPORT-ENTRY THRU 9920-EXIT
                   WITH TEST AFTER
                   VARYING RB-INDEX FROM 1 BY 1
                   UNTIL RB-INDEX NOT LESS THAN RB-COUNT.

           MOVE RJ-READ-COUNT            TO RPT-READ-COUNT-D.
           MOVE RJ-RESUBMIT-COUNT        TO RPT-RESUBMIT-COUNT-D.
           MOVE RJ-SETASIDE-COUNT        TO RPT-SETASIDE-COUNT-D.
           MOVE RJ-OVERLIMIT-COUNT       TO RPT-OVERLIMIT-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'OPSR REJECTS READ='    RPT-READ-COUNT-D
                  ' RESUBMITTED='          RPT-RESUBMIT-COUNT-D
                  ' SETASIDE='             RPT-SETASIDE-COUNT-D
                  ' OVERLIMIT='            RPT-OVERLIMIT-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE EIBTASKN                 TO RJ-TASKID.
           MOVE APPLID                   TO RJ-APPLID.
           MOVE CURRENT-ABS              TO RJ-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RJ-TIME)
                YYYYMMDD(RJ-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                   TO RJ-TO-READ
                                            RJ-READ-COUNT
                                            RJ-RESUBMIT-COUNT
                                            RJ-SETASIDE-COUNT
                                            RJ-OVERLIMIT-COUNT.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

           EXEC CICS DELETEQ TS QUEUE(RB-TSQ) NOHANDLE
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

      *****************************************************************
      * One breakdown entry and its sample keys.                      *
      *****************************************************************
       9920-REPORT-ENTRY.
           MOVE RB-REJECTS(RB-INDEX)     TO RPT-REJECTS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'OPSR REJECT CACHE='    RB-CACHE(RB-INDEX)
                  ' REASON='               RB-REASON(RB-INDEX)
                  ' JOB='                  RB-JOBNAME(RB-INDEX)
                  ' COUNT='                RPT-REJECTS-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  RB-SAMPLES(RB-INDEX) GREATER THAN ZEROES
               PERFORM 9930-REPORT-SAMPLE THRU 9930-EXIT
                   WITH TEST AFTER
                   VARYING RB-SAMPLE-INDEX FROM 1 BY 1
                   UNTIL RB-SAMPLE-INDEX
                         NOT LESS THAN RB-SAMPLES(RB-INDEX).

       9920-EXIT.
           EXIT.

       9930-REPORT-SAMPLE.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'OPSR   SAMPLE KEY='    DELIMITED BY SIZE
                  RB-SAMPLE-KEY(RB-INDEX, RB-SAMPLE-INDEX)
                                          DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9930-EXIT.
           EXIT.
