       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS050.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to          *
      * reorganize a cache's ZCxxKEY, ZCxxFILE and (when defined)     *
      * ZCxxCOLD clusters while the cache stays live.  Months of      *
      * expirations, evictions, erasures and tier moves leave the     *
      * clusters full of CI/CA splits; rather than an outage for an   *
      * IDCAMS unload/reload, the records are copied into freshly     *
      * defined, empty clusters behind the ZCxxRKEY, ZCxxRFIL and     *
      * ZCxxRCLD file definitions and the data set names are then     *
      * swapped (see ZECSRGC).                                        *
      *                                                               *
      * The run is started on demand and carries its phase on the     *
      * ZCREORG control record, batch by batch on the ICE chain:      *
      *                                                               *
      *   C  - copy each live cluster to its new cluster, record for  *
      *        record.  From the start of the run the *REORG* row on  *
      *        ZCxxSD is in TRACK state: every change the service,    *
      *        the queued-operations task or the dependency cascade   *
      *        makes is logged by key to ZCxxRL (ZECS049), and the    *
      *        background writers stand down until the run is over.   *
      *   A  - apply the logged changes: each logged key's KEY        *
      *        record and FILE/COLD chains are re-copied to the new   *
      *        clusters.  Passes repeat until a pass applies no more  *
      *        than RO-APPLY-LIMIT keys, or RO-MAX-PASSES is reached. *
      *   V  - verify: old and new clusters are browsed side by side, *
      *        record images compared, and records, bytes and the     *
      *        FILE segment checksums totalled for each.  A           *
      *        difference for a key still waiting on the log is       *
      *        expected; one the log does not explain means a change  *
      *        was missed, and the run is abandoned.  A clean verify  *
      *        goes back to A for one last catch-up.                  *
      *   S  - switch over: the *REORG* row goes to SWITCH, which has *
      *        the service answer 503 and the queued-operations task  *
      *        hold; the remaining logged keys are applied and        *
      *        verified key by key; then each live file is closed,    *
      *        its data set name swapped with its new cluster's, and  *
      *        reopened.  The row is removed and service resumes.     *
      *                                                               *
      * Any failure -- a copy or apply that cannot be written, an     *
      * unexplained difference, totals that do not agree, a key that  *
      * does not verify at the switch, changes that will not stop     *
      * arriving, or a data set swap that fails -- abandons the run:  *
      * any cluster already swapped is swapped back, the *REORG* row  *
      * is removed, and the old clusters stay in service.  The new    *
      * clusters must be deleted and defined again before the next    *
      * run.  Setting RO-CANCEL to 'Y' abandons a run in progress.    *
      *                                                               *
      * When the run ends the before (old cluster) and after (new     *
      * cluster) record counts, bytes and checksums are written to    *
      * CSSL with the outcome.  After a switch the ZCxxRKEY, ZCxxRFIL *
      * and ZCxxRCLD definitions are left closed over the old data    *
      * sets, ready to be deleted.                                    *
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
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  RECORD-COUNT           PIC S9(07) VALUE      0 COMP-3.
       01  RESTART-INTERVAL       PIC S9(07) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  OLD-RESP               PIC S9(08) COMP VALUE ZEROES.
       01  NEW-RESP               PIC S9(08) COMP VALUE ZEROES.
       01  SPI-RESP               PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Pauses: after TRACK is set, so requests already past their    *
      * look at the *REORG* row finish before the copy starts; after  *
      * SWITCH is set, for the same reason; and before a difference   *
      * the log does not yet explain is judged.                       *
      *****************************************************************
       01  SETTLE-SECONDS         PIC S9(08) COMP VALUE 5.
       01  SWITCH-SECONDS         PIC S9(08) COMP VALUE 2.
       01  RECHECK-SECONDS        PIC S9(08) COMP VALUE 1.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  ZC-RUN-ABS         PIC S9(15) VALUE ZEROES COMP-3.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 13.

       01  PHASE-COPY             PIC  X(01) VALUE 'C'.
       01  PHASE-APPLY            PIC  X(01) VALUE 'A'.
       01  PHASE-VERIFY           PIC  X(01) VALUE 'V'.
       01  PHASE-SWITCH           PIC  X(01) VALUE 'S'.
       01  PHASE-DONE             PIC  X(01) VALUE 'D'.
       01  PHASE-FAILED           PIC  X(01) VALUE 'F'.

      *****************************************************************
      * zcREORG control file resources - start                        *
      *****************************************************************
       01  RO-FCT                 PIC  X(08) VALUE 'ZCREORG '.
       01  RO-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RO-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RO-RECORD.
           02  RO-KEY             PIC  X(04).
           02  RO-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
      *    *--------------------------------------------------------*
      *    * The operator may set RO-CANCEL to 'Y' to abandon a run  *
      *    * in progress, and tune the batch size, the apply pass    *
      *    * that counts as caught up, and the most apply passes     *
      *    * before verifying regardless.  Zero or non-numeric       *
      *    * values take the defaults.                               *
      *    *--------------------------------------------------------*
           02  RO-CANCEL          PIC  X(01) VALUE 'N'.
           02  RO-BATCH           PIC S9(07) COMP-3 VALUE 1000.
           02  RO-APPLY-LIMIT     PIC S9(07) COMP-3 VALUE 100.
           02  RO-MAX-PASSES      PIC S9(03) COMP-3 VALUE 10.
           02  RO-CACHE           PIC  X(04) VALUE SPACES.
           02  RO-PHASE           PIC  X(01) VALUE SPACES.
               88  RO-RUNNING                 VALUE 'C' 'A' 'V' 'S'.
           02  RO-STEP            PIC S9(03) COMP-3 VALUE 1.
           02  RO-CLUSTERS        PIC S9(03) COMP-3 VALUE 2.
           02  RO-VERIFIED        PIC  X(01) VALUE 'N'.
           02  RO-PASSES          PIC S9(03) COMP-3 VALUE ZEROES.
           02  RO-PASS-KEYS       PIC S9(09) COMP-3 VALUE ZEROES.
           02  RO-START-ABS       PIC S9(15) COMP-3 VALUE ZEROES.
           02  RO-RESUME          PIC X(255) VALUE LOW-VALUES.
           02  RO-CLUSTER OCCURS 3 TIMES.
               05  RO-COPIED      PIC S9(11) COMP-3.
               05  RO-OLD-RECS    PIC S9(11) COMP-3.
               05  RO-NEW-RECS    PIC S9(11) COMP-3.
               05  RO-OLD-BYTES   PIC S9(15) COMP-3.
               05  RO-NEW-BYTES   PIC S9(15) COMP-3.
               05  RO-OLD-SUM     PIC S9(15) COMP-3.
               05  RO-NEW-SUM     PIC S9(15) COMP-3.
               05  RO-SWAPPED     PIC  X(01).
               05  RO-OLD-DSN     PIC  X(44).
               05  RO-NEW-DSN     PIC  X(44).
           02  RO-RESYNCED        PIC S9(11) COMP-3 VALUE ZEROES.
           02  RO-PENDING         PIC S9(09) COMP-3 VALUE ZEROES.
           02  RO-UNTRACKED       PIC S9(09) COMP-3 VALUE ZEROES.
           02  RO-REASON          PIC  X(40) VALUE SPACES.
           02  RO-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RO-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RO-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RO-TASKID          PIC  9(06).
           02  FILLER             PIC  X(89).

       01  RO-RECORD-SAVE.
           02  FILLER             PIC  X(12).
           02  RO-SAVE-CANCEL     PIC  X(01).
           02  FILLER             PIC X(887).

      *****************************************************************
      * zcREORG control file resources - end                          *
      *****************************************************************

       01  ZC-REORG-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCREORG_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * The live clusters and the new clusters they are copied to.    *
      *****************************************************************
       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  NK-FCT.
           02  NK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RKEY'.

       01  NF-FCT.
           02  NF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RFIL'.

       01  NC-FCT.
           02  NC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RCLD'.

      *****************************************************************
      * One entry per cluster, in copy order: KEY, FILE, COLD.        *
      *****************************************************************
       01  CLUSTER-TABLE.
           02  CLUSTER-ENTRY OCCURS 3 TIMES.
               05  CL-LIVE-FCT    PIC  X(08).
               05  CL-NEW-FCT     PIC  X(08).

       01  CL-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  KEY-CLUSTER            PIC S9(04) COMP VALUE 1.

       01  RL-FCT.
           02  RL-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RL  '.

       01  RL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RL-BROWSE-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * The *REORG* row on the cache's ZCxxSD security file.          *
      *****************************************************************
       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  STATE-VALUE            PIC  X(06) VALUE SPACES.

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

      *****************************************************************
      * Record images, old cluster and new, of whichever cluster is   *
      * being worked.  A FILE or COLD record's key is its first 16    *
      * bytes; the rest of the key field is left as it was set.       *
      *****************************************************************
       01  OLD-RID                PIC X(255) VALUE LOW-VALUES.
       01  NEW-RID                PIC X(255) VALUE LOW-VALUES.
       01  OLD-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  NEW-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  OLD-REC                PIC X(32700).
       01  NEW-REC                PIC X(32700).

       01  OLD-HAVE               PIC  X(01) VALUE 'N'.
       01  NEW-HAVE               PIC  X(01) VALUE 'N'.
       01  OLD-EOF                PIC  X(01) VALUE 'N'.
       01  NEW-EOF                PIC  X(01) VALUE 'N'.
       01  OLD-SKIP               PIC  X(01) VALUE 'N'.
       01  NEW-SKIP               PIC  X(01) VALUE 'N'.
       01  MISMATCH-KEY           PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Applying one logged key: the chains its KEY record pointed at *
      * on the new cluster and points at on the live one.             *
      *****************************************************************
       01  RESYNC-KEY             PIC X(255) VALUE LOW-VALUES.
       01  RESYNC-FAILED          PIC  X(01) VALUE 'N'.
       01  KEY-DIFFERS            PIC  X(01) VALUE 'N'.
       01  CHAIN-DONE             PIC  X(01) VALUE 'N'.
       01  CHAIN-CANDIDATE        PIC  X(08) VALUE LOW-VALUES.
       01  CHAIN-MAX              PIC S9(04) COMP VALUE 18.
       01  CHAIN-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  CHAIN-INDEX            PIC S9(04) COMP VALUE ZEROES.
       01  CHAIN-TABLE.
           02  CHAIN-ID           PIC  X(08) OCCURS 18 TIMES.

       01  VER-INDEX              PIC S9(04) COMP VALUE ZEROES.
       01  VER-MAX                PIC S9(04) COMP VALUE 8.
       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.
       01  DELETE-LENGTH          PIC S9(04) COMP VALUE 8.

       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * Switch-over.                                                  *
      *****************************************************************
       01  DRAIN-PASSES           PIC S9(04) COMP VALUE ZEROES.
       01  DRAIN-MAX              PIC S9(04) COMP VALUE 5.
       01  DRAIN-KEYS             PIC S9(07) COMP-3 VALUE ZEROES.
       01  SWITCH-FAILED          PIC  X(01) VALUE 'N'.
       01  START-FAILED           PIC  X(01) VALUE 'N'.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

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

       01  RPT-COUNT-1            PIC  Z(10)9.
       01  RPT-COUNT-2            PIC  Z(10)9.
       01  RPT-COUNT-3            PIC  Z(10)9.
       01  RPT-COUNT-4            PIC  Z(10)9.
       01  RPT-BYTES-D            PIC  Z(14)9.
       01  RPT-SUM-1              PIC  Z(14)9.
       01  RPT-SUM-2              PIC  Z(14)9.
       01  RPT-PASS-D             PIC  ZZ9.
       01  RPT-KEY                PIC  X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  RO-CANCEL EQUAL 'Y'
               MOVE 'CANCELLED BY THE OPERATOR' TO RO-REASON
               PERFORM 9500-ABANDON        THRU 9500-EXIT.

           IF  RO-PHASE EQUAL PHASE-SWITCH
               PERFORM 5000-SWITCH-OVER    THRU 5000-EXIT.

           IF  RO-PHASE EQUAL PHASE-VERIFY
               PERFORM 4000-VERIFY         THRU 4000-EXIT.

           IF  RO-PHASE EQUAL PHASE-APPLY
               PERFORM 3000-APPLY-CHANGES  THRU 3000-EXIT.

           PERFORM 2000-COPY-CLUSTER       THRU 2000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the reorganization.  ZC-RUN-ABS      *
      * ties each task on the ICE chain to the run it belongs to; a   *
      * start that does not carry it while a run is in progress is a  *
      * second request and is turned away -- unless RO-CANCEL has     *
      * been set, which is how a run whose chain was lost (a CICS     *
      * restart) is ended.  A task still on the chain of a run that   *
      * has already ended has nothing left to do.                     *
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

           MOVE ZC-TRANID         TO ZK-TRANID
                                     ZF-TRANID
                                     ZC-COLD-TRANID
                                     NK-TRANID
                                     NF-TRANID
                                     NC-TRANID
                                     RL-TRANID.

           MOVE ZC-TRANID(3:2)    TO ZS-TRANID(3:2).

           MOVE ZK-FCT            TO CL-LIVE-FCT(1).
           MOVE NK-FCT            TO CL-NEW-FCT(1).
           MOVE ZF-FCT            TO CL-LIVE-FCT(2).
           MOVE NF-FCT            TO CL-NEW-FCT(2).
           MOVE ZC-COLD-FCT       TO CL-LIVE-FCT(3).
           MOVE NC-FCT            TO CL-NEW-FCT(3).

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

           IF  RO-RUNNING
               IF  ZC-RUN-ABS NOT EQUAL RO-START-ABS
               AND RO-CANCEL  NOT EQUAL 'Y'
                   MOVE SPACES            TO TD-MESSAGE
                   STRING 'REORG CACHE='     RO-CACHE
                          ' ALREADY RUNNING - START IGNORED'
                          DELIMITED BY SIZE
                          INTO TD-MESSAGE
                   END-STRING
                   PERFORM 9910-WRITE-CSSL THRU 9910-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT
               END-IF
           ELSE
               IF  ZC-RUN-ABS EQUAL ZEROES
                   PERFORM 1500-START-REORG THRU 1500-EXIT
               ELSE
                   PERFORM 9000-RETURN     THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the reorganization.                    *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-REORG-ENQ)
                LENGTH(LENGTH OF  ZC-REORG-ENQ)
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
      * Read the zcREORG control record, writing it with the defaults *
      * the first time, to pick up the run in progress and the        *
      * operator's settings.                                          *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RO-KEY.
           MOVE LENGTH OF RO-RECORD      TO RO-LENGTH.

           EXEC CICS READ
                FILE   (RO-FCT)
                RIDFLD (RO-KEY)
                INTO   (RO-RECORD)
                LENGTH (RO-LENGTH)
                RESP   (RO-RESP)
                NOHANDLE
           END-EXEC.

           IF  RO-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RO-KEY
               MOVE ZC-TRANID            TO RO-CACHE
               MOVE LENGTH OF RO-RECORD  TO RO-LENGTH
               EXEC CICS WRITE
                    FILE   (RO-FCT)
                    RIDFLD (RO-KEY)
                    FROM   (RO-RECORD)
                    LENGTH (RO-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  RO-BATCH NOT NUMERIC
           OR  RO-BATCH NOT GREATER THAN ZEROES
               MOVE 1000                 TO RO-BATCH.

           IF  RO-APPLY-LIMIT NOT NUMERIC
           OR  RO-APPLY-LIMIT NOT GREATER THAN ZEROES
               MOVE 100                  TO RO-APPLY-LIMIT.

           IF  RO-MAX-PASSES NOT NUMERIC
           OR  RO-MAX-PASSES NOT GREATER THAN ZEROES
               MOVE 10                   TO RO-MAX-PASSES.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Persist the run on the control record so a crash or a restart *
      * between batches picks up where it left off.  A cancel the     *
      * operator set while this batch ran is kept.                    *
      *****************************************************************
       1400-SAVE-CONTROL.
           MOVE EIBTRNID                 TO RO-KEY.
           MOVE LENGTH OF RO-RECORD-SAVE TO RO-LENGTH.

           EXEC CICS READ
                FILE   (RO-FCT)
                RIDFLD (RO-KEY)
                INTO   (RO-RECORD-SAVE)
                LENGTH (RO-LENGTH)
                RESP   (RO-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RO-RUNNING
           AND RO-SAVE-CANCEL EQUAL 'Y'
               MOVE 'Y'                  TO RO-CANCEL.

           MOVE EIBTASKN                 TO RO-TASKID.
           MOVE APPLID                   TO RO-APPLID.
           MOVE CURRENT-ABS              TO RO-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RO-TIME)
                YYYYMMDD(RO-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           IF  RO-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF RO-RECORD  TO RO-LENGTH
               EXEC CICS REWRITE
                    FILE  (RO-FCT)
                    FROM  (RO-RECORD)
                    LENGTH(RO-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Start a run.  The new clusters must be defined, openable and  *
      * empty; leftovers on the change log from an earlier run are    *
      * cleared; then the *REORG* row goes to TRACK and, once the     *
      * requests already under way have had time to finish, the copy  *
      * begins with the next task on the chain.                       *
      *****************************************************************
       1500-START-REORG.
           MOVE ZC-TRANID                TO RO-CACHE.
           MOVE 'N'                      TO START-FAILED
                                            RO-CANCEL
                                            RO-VERIFIED.
           MOVE SPACES                   TO RO-REASON.
           MOVE ZEROES                   TO RO-PASSES
                                            RO-PASS-KEYS
                                            RO-RESYNCED
                                            RO-PENDING
                                            RO-UNTRACKED.
           MOVE LOW-VALUES               TO RO-RESUME.
           MOVE ONE                      TO RO-STEP.

           EXEC CICS INQUIRE FILE(ZC-COLD-FCT)
                RESP(SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP EQUAL DFHRESP(NORMAL)
               MOVE 3                    TO RO-CLUSTERS
           ELSE
               MOVE 2                    TO RO-CLUSTERS.

           PERFORM 1510-RESET-CLUSTER    THRU 1510-EXIT
               WITH TEST AFTER
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX NOT LESS THAN 3.

           PERFORM 1520-CHECK-CLUSTER    THRU 1520-EXIT
               WITH TEST AFTER
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX NOT LESS THAN RO-CLUSTERS
               OR      START-FAILED EQUAL 'Y'.

           IF  START-FAILED EQUAL 'Y'
               MOVE PHASE-FAILED         TO RO-PHASE
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
               PERFORM 1400-SAVE-CONTROL THRU 1400-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           PERFORM 1540-CLEAR-LOG        THRU 1540-EXIT.

           MOVE CURRENT-ABS              TO RO-START-ABS
                                            ZC-RUN-ABS.
           MOVE PHASE-COPY               TO RO-PHASE.

           MOVE REORG-TRACK              TO STATE-VALUE.
           PERFORM 1600-SET-STATE        THRU 1600-EXIT.

           MOVE RO-CLUSTERS              TO RPT-PASS-D.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG CACHE='           RO-CACHE
                  ' STARTED CLUSTERS='     RPT-PASS-D
                  ' - TRACKING CHANGES'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS DELAY FOR SECONDS(SETTLE-SECONDS) NOHANDLE
           END-EXEC.

           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Clear one cluster's figures for a new run.                    *
      *****************************************************************
       1510-RESET-CLUSTER.
           MOVE ZEROES                   TO RO-COPIED   (CL-INDEX)
                                            RO-OLD-RECS (CL-INDEX)
                                            RO-NEW-RECS (CL-INDEX)
                                            RO-OLD-BYTES(CL-INDEX)
                                            RO-NEW-BYTES(CL-INDEX)
                                            RO-OLD-SUM  (CL-INDEX)
                                            RO-NEW-SUM  (CL-INDEX).
           MOVE 'N'                      TO RO-SWAPPED  (CL-INDEX).
           MOVE SPACES                   TO RO-OLD-DSN  (CL-INDEX)
                                            RO-NEW-DSN  (CL-INDEX).

       1510-EXIT.
           EXIT.

      *****************************************************************
      * The new cluster must open, and must hold nothing -- a copy    *
      * left by an abandoned run has to be deleted and defined again. *
      *****************************************************************
       1520-CHECK-CLUSTER.
           EXEC CICS SET FILE(CL-NEW-FCT(CL-INDEX))
                OPEN
                ENABLED
                RESP(SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO START-FAILED
               STRING CL-NEW-FCT(CL-INDEX)
                      ' WILL NOT OPEN'
                      DELIMITED BY SIZE
                      INTO RO-REASON
               END-STRING
               GO TO 1520-EXIT.

           MOVE LOW-VALUES               TO NEW-RID.

           EXEC CICS STARTBR FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(NEW-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1520-EXIT.

           MOVE LENGTH OF NEW-REC        TO NEW-LENGTH.

           EXEC CICS READNEXT FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(NEW-RID)
                INTO  (NEW-REC)
                LENGTH(NEW-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS ENDBR FILE(CL-NEW-FCT(CL-INDEX)) NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO START-FAILED
               STRING CL-NEW-FCT(CL-INDEX)
                      ' IS NOT EMPTY'
                      DELIMITED BY SIZE
                      INTO RO-REASON
               END-STRING.

       1520-EXIT.
           EXIT.

      *****************************************************************
      * Remove any rows an earlier run left on the change log.        *
      *****************************************************************
       1540-CLEAR-LOG.
           MOVE LOW-VALUES               TO RL-BROWSE-KEY.

           EXEC CICS STARTBR FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1540-EXIT.

           MOVE 'N'                      TO EOF.
           PERFORM 1545-CLEAR-NEXT       THRU 1545-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
           END-EXEC.

       1540-EXIT.
           EXIT.

       1545-CLEAR-NEXT.
           MOVE LENGTH OF RL-RECORD      TO RL-LENGTH.

           EXEC CICS READNEXT FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                INTO  (RL-RECORD)
                LENGTH(RL-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 1545-EXIT.

           EXEC CICS DELETE FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                NOHANDLE
           END-EXEC.

       1545-EXIT.
           EXIT.

      *****************************************************************
      * Write the *REORG* row in the state given in STATE-VALUE,      *
      * replacing any row already there.                              *
      *****************************************************************
       1600-SET-STATE.
           MOVE SPACES                   TO ZS-RECORD.
           MOVE REORG-ROW-KEY            TO ZS-KEY(1:7).
           MOVE STATE-VALUE              TO ZS-ACCESS.
           MOVE ZEROES                   TO ZS-TTL-CEILING
                                            ZS-RATE-LIMIT
                                            ZS-RATE-WINDOW-START
                                            ZS-RATE-COUNT
                                            ZS-MAX-KEYS
                                            ZS-MAX-BYTES
                                            ZS-USED-KEYS
                                            ZS-USED-BYTES
                                            ZS-PRIORITY
                                            ZS-EXPIRE-DATE
                                            ZS-LAST-USED-ABS.
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS WRITE FILE(ZS-FCT)
                FROM(ZS-RECORD)
                RIDFLD(ZS-KEY)
                LENGTH(ZS-LENGTH)
                RESP(WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
               EXEC CICS DELETE FILE(ZS-FCT)
                    RIDFLD(ZS-KEY)
                    NOHANDLE
               END-EXEC

               EXEC CICS WRITE FILE(ZS-FCT)
                    FROM(ZS-RECORD)
                    RIDFLD(ZS-KEY)
                    LENGTH(ZS-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1600-EXIT.
           EXIT.

      *****************************************************************
      * Remove the *REORG* row -- the cache is back to normal.        *
      *****************************************************************
       1650-CLEAR-STATE.
           MOVE SPACES                   TO ZS-KEY.
           MOVE REORG-ROW-KEY            TO ZS-KEY(1:7).

           EXEC CICS DELETE FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                NOHANDLE
           END-EXEC.

       1650-EXIT.
           EXIT.

      *****************************************************************
      * Phase C.  Copy the cluster RO-STEP names from the resume key, *
      * in batches of RO-BATCH records, exactly as read.              *
      *****************************************************************
       2000-COPY-CLUSTER.
           MOVE RO-STEP                  TO CL-INDEX.
           MOVE RO-RESUME                TO OLD-RID.

           EXEC CICS STARTBR FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2090-CLUSTER-COPIED THRU 2090-EXIT.

           MOVE ZEROES                   TO RECORD-COUNT.
           MOVE 'N'                      TO EOF.
           PERFORM 2010-COPY-NEXT        THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Copy one record.  The resume key itself was copied by the     *
      * batch before.                                                 *
      *****************************************************************
       2010-COPY-NEXT.
           MOVE LENGTH OF OLD-REC        TO OLD-LENGTH.

           EXEC CICS READNEXT FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                INTO  (OLD-REC)
                LENGTH(OLD-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
               END-EXEC
               PERFORM 2090-CLUSTER-COPIED THRU 2090-EXIT.

           IF  RO-RESUME NOT EQUAL LOW-VALUES
           AND OLD-RID   EQUAL RO-RESUME
               GO TO 2010-EXIT.

           MOVE OLD-RID                  TO NEW-RID.
           PERFORM 6500-WRITE-NEW        THRU 6500-EXIT.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
               END-EXEC
               STRING 'COPY TO '           CL-NEW-FCT(CL-INDEX)
                      ' FAILED'
                      DELIMITED BY SIZE
                      INTO RO-REASON
               END-STRING
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           ADD  ONE                      TO RO-COPIED(CL-INDEX)
                                            RECORD-COUNT.
           MOVE OLD-RID                  TO RO-RESUME.

           IF  RECORD-COUNT NOT LESS THAN RO-BATCH
               EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
               END-EXEC
               PERFORM 1400-SAVE-CONTROL THRU 1400-EXIT
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * End of a cluster.  Move on to the next, or, when all are      *
      * copied, to phase A.                                           *
      *****************************************************************
       2090-CLUSTER-COPIED.
           ADD  ONE                      TO RO-STEP.
           MOVE LOW-VALUES               TO RO-RESUME.

           IF  RO-STEP GREATER THAN RO-CLUSTERS
               MOVE PHASE-APPLY          TO RO-PHASE
               MOVE ZEROES               TO RO-PASSES
                                            RO-PASS-KEYS
               MOVE RO-COPIED(1)         TO RPT-COUNT-1
               MOVE RO-COPIED(2)         TO RPT-COUNT-2
               MOVE RO-COPIED(3)         TO RPT-COUNT-3
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG CACHE='       RO-CACHE
                      ' COPIED KEY='       RPT-COUNT-1
                      ' FILE='             RPT-COUNT-2
                      ' COLD='             RPT-COUNT-3
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       2090-EXIT.
           EXIT.

      *****************************************************************
      * Phase A.  One pass over the change log: each row is deleted   *
      * and its key applied to the new clusters in the same unit of   *
      * work, so a change made after the apply logs the key again.    *
      *****************************************************************
       3000-APPLY-CHANGES.
           MOVE RO-RESUME                TO RL-BROWSE-KEY.

           EXEC CICS STARTBR FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 3090-PASS-DONE    THRU 3090-EXIT.

           MOVE ZEROES                   TO RECORD-COUNT.
           MOVE 'N'                      TO EOF.
           PERFORM 3010-APPLY-NEXT       THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Apply one logged key.                                         *
      *****************************************************************
       3010-APPLY-NEXT.
           MOVE LENGTH OF RL-RECORD      TO RL-LENGTH.

           EXEC CICS READNEXT FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                INTO  (RL-RECORD)
                LENGTH(RL-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
               END-EXEC
               PERFORM 3090-PASS-DONE    THRU 3090-EXIT.

           EXEC CICS DELETE FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                NOHANDLE
           END-EXEC.

           MOVE RL-BROWSE-KEY            TO RESYNC-KEY.
           PERFORM 6000-RESYNC-KEY       THRU 6000-EXIT.

           IF  RESYNC-FAILED EQUAL 'Y'
               EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
               END-EXEC
               MOVE 'APPLY TO THE NEW CLUSTERS FAILED' TO RO-REASON
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           ADD  ONE                      TO RO-RESYNCED
                                            RO-PASS-KEYS
                                            RECORD-COUNT.
           MOVE RL-BROWSE-KEY            TO RO-RESUME.

           IF  RECORD-COUNT NOT LESS THAN RO-BATCH
               EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
               END-EXEC
               PERFORM 1400-SAVE-CONTROL THRU 1400-EXIT
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * End of a pass.  A pass that applied few enough keys -- or the *
      * last pass allowed -- moves the run on: to V the first time,   *
      * to the switch-over once verified.  Otherwise another pass.    *
      *****************************************************************
       3090-PASS-DONE.
           ADD  ONE                      TO RO-PASSES.

           MOVE RO-PASSES                TO RPT-PASS-D.
           MOVE RO-PASS-KEYS             TO RPT-COUNT-1.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG CACHE='           RO-CACHE
                  ' APPLY PASS='           RPT-PASS-D
                  ' KEYS='                 RPT-COUNT-1
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  RO-PASS-KEYS NOT GREATER THAN RO-APPLY-LIMIT
           OR  RO-PASSES    NOT LESS    THAN RO-MAX-PASSES
               IF  RO-VERIFIED EQUAL 'Y'
                   MOVE PHASE-SWITCH     TO RO-PHASE
               ELSE
                   MOVE PHASE-VERIFY     TO RO-PHASE
                   MOVE ONE              TO RO-STEP
                   MOVE ZEROES           TO RO-PENDING
                                            RO-UNTRACKED
               END-IF
               MOVE ZEROES               TO RO-PASSES.

           MOVE ZEROES                   TO RO-PASS-KEYS.
           MOVE LOW-VALUES               TO RO-RESUME.

           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       3090-EXIT.
           EXIT.

      *****************************************************************
      * Phase V.  Browse the old and new copies of the cluster        *
      * RO-STEP names side by side from the resume key, in batches    *
      * of RO-BATCH records, totalling each side and comparing        *
      * images.                                                       *
      * On resuming, each side skips the resume key if it reads it,   *
      * as that record was counted by the batch before.               *
      *****************************************************************
       4000-VERIFY.
           MOVE RO-STEP                  TO CL-INDEX.
           MOVE RO-RESUME                TO OLD-RID
                                            NEW-RID.
           MOVE 'N'                      TO OLD-HAVE
                                            NEW-HAVE
                                            OLD-EOF
                                            NEW-EOF
                                            OLD-SKIP
                                            NEW-SKIP.

           IF  RO-RESUME NOT EQUAL LOW-VALUES
               MOVE 'Y'                  TO OLD-SKIP
                                            NEW-SKIP.

           IF  RO-RESUME EQUAL LOW-VALUES
               MOVE ZEROES               TO RO-OLD-RECS (CL-INDEX)
                                            RO-NEW-RECS (CL-INDEX)
                                            RO-OLD-BYTES(CL-INDEX)
                                            RO-NEW-BYTES(CL-INDEX)
                                            RO-OLD-SUM  (CL-INDEX)
                                            RO-NEW-SUM  (CL-INDEX).

           EXEC CICS STARTBR FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO OLD-EOF.

           EXEC CICS STARTBR FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(NEW-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO NEW-EOF.

           MOVE ZEROES                   TO RECORD-COUNT.
           MOVE 'N'                      TO EOF.
           PERFORM 4010-VERIFY-NEXT      THRU 4010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Take the lower key of the two sides, or both when they match. *
      *****************************************************************
       4010-VERIFY-NEXT.
           IF  OLD-HAVE EQUAL 'N'
           AND OLD-EOF  EQUAL 'N'
               PERFORM 4020-READ-OLD     THRU 4020-EXIT.

           IF  NEW-HAVE EQUAL 'N'
           AND NEW-EOF  EQUAL 'N'
               PERFORM 4030-READ-NEW     THRU 4030-EXIT.

           IF  OLD-EOF EQUAL 'Y'
           AND NEW-EOF EQUAL 'Y'
               PERFORM 4080-END-BROWSE   THRU 4080-EXIT
               PERFORM 4090-CLUSTER-VERIFIED THRU 4090-EXIT.

           IF  NEW-EOF EQUAL 'Y'
               PERFORM 4040-ONLY-OLD     THRU 4040-EXIT
           ELSE
               IF  OLD-EOF EQUAL 'Y'
                   PERFORM 4050-ONLY-NEW THRU 4050-EXIT
               ELSE
                   IF  OLD-RID LESS THAN NEW-RID
                       PERFORM 4040-ONLY-OLD THRU 4040-EXIT
                   ELSE
                       IF  OLD-RID GREATER THAN NEW-RID
                           PERFORM 4050-ONLY-NEW THRU 4050-EXIT
                       ELSE
                           PERFORM 4060-BOTH THRU 4060-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ADD  ONE                      TO RECORD-COUNT.

           IF  RECORD-COUNT NOT LESS THAN RO-BATCH
               PERFORM 4080-END-BROWSE   THRU 4080-EXIT
               PERFORM 1400-SAVE-CONTROL THRU 1400-EXIT
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * Read the next record of the old cluster.                      *
      *****************************************************************
       4020-READ-OLD.
           PERFORM 4025-READNEXT-OLD     THRU 4025-EXIT.

           IF  OLD-SKIP EQUAL 'Y'
           AND OLD-EOF  EQUAL 'N'
           AND OLD-RID  EQUAL RO-RESUME
               PERFORM 4025-READNEXT-OLD THRU 4025-EXIT.

           MOVE 'N'                      TO OLD-SKIP.

           IF  OLD-EOF EQUAL 'N'
               MOVE 'Y'                  TO OLD-HAVE.

       4020-EXIT.
           EXIT.

       4025-READNEXT-OLD.
           MOVE LENGTH OF OLD-REC        TO OLD-LENGTH.

           EXEC CICS READNEXT FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                INTO  (OLD-REC)
                LENGTH(OLD-LENGTH)
                RESP  (OLD-RESP)
                NOHANDLE
           END-EXEC.

           IF  OLD-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO OLD-EOF.

       4025-EXIT.
           EXIT.

      *****************************************************************
      * Read the next record of the new cluster.                      *
      *****************************************************************
       4030-READ-NEW.
           PERFORM 4035-READNEXT-NEW     THRU 4035-EXIT.

           IF  NEW-SKIP EQUAL 'Y'
           AND NEW-EOF  EQUAL 'N'
           AND NEW-RID  EQUAL RO-RESUME
               PERFORM 4035-READNEXT-NEW THRU 4035-EXIT.

           MOVE 'N'                      TO NEW-SKIP.

           IF  NEW-EOF EQUAL 'N'
               MOVE 'Y'                  TO NEW-HAVE.

       4030-EXIT.
           EXIT.

       4035-READNEXT-NEW.
           MOVE LENGTH OF NEW-REC        TO NEW-LENGTH.

           EXEC CICS READNEXT FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(NEW-RID)
                INTO  (NEW-REC)
                LENGTH(NEW-LENGTH)
                RESP  (NEW-RESP)
                NOHANDLE
           END-EXEC.

           IF  NEW-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO NEW-EOF.

       4035-EXIT.
           EXIT.

      *****************************************************************
      * A record only the old cluster holds.                          *
      *****************************************************************
       4040-ONLY-OLD.
           PERFORM 4070-COUNT-OLD        THRU 4070-EXIT.
           PERFORM 4100-MISMATCH         THRU 4100-EXIT.
           MOVE 'N'                      TO OLD-HAVE.
           MOVE OLD-RID                  TO RO-RESUME.

       4040-EXIT.
           EXIT.

      *****************************************************************
      * A record only the new cluster holds.                          *
      *****************************************************************
       4050-ONLY-NEW.
           PERFORM 4075-COUNT-NEW        THRU 4075-EXIT.
           PERFORM 4100-MISMATCH         THRU 4100-EXIT.
           MOVE 'N'                      TO NEW-HAVE.
           MOVE NEW-RID                  TO RO-RESUME.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * The same key on both sides -- the images must match.          *
      *****************************************************************
       4060-BOTH.
           PERFORM 4075-COUNT-NEW        THRU 4075-EXIT.
           PERFORM 4070-COUNT-OLD        THRU 4070-EXIT.

           IF  OLD-LENGTH NOT EQUAL NEW-LENGTH
               PERFORM 4100-MISMATCH     THRU 4100-EXIT
           ELSE
               IF  OLD-REC(1:OLD-LENGTH)
                                    NOT EQUAL NEW-REC(1:NEW-LENGTH)
                   PERFORM 4100-MISMATCH THRU 4100-EXIT
               END-IF
           END-IF.

           MOVE 'N'                      TO OLD-HAVE
                                            NEW-HAVE.
           MOVE OLD-RID                  TO RO-RESUME.

       4060-EXIT.
           EXIT.

      *****************************************************************
      * Total an old record, and note the cache key it belongs to:    *
      * a KEY record's own key, or the owning key a FILE or COLD      *
      * segment carries.                                              *
      *****************************************************************
       4070-COUNT-OLD.
           ADD  ONE                      TO RO-OLD-RECS (CL-INDEX).
           ADD  OLD-LENGTH               TO RO-OLD-BYTES(CL-INDEX).

           IF  CL-INDEX EQUAL KEY-CLUSTER
               MOVE OLD-RID              TO MISMATCH-KEY
           ELSE
               MOVE OLD-REC(1:OLD-LENGTH) TO ZF-RECORD
               ADD  ZF-CHECKSUM          TO RO-OLD-SUM  (CL-INDEX)
               MOVE ZF-ZK-KEY            TO MISMATCH-KEY.

       4070-EXIT.
           EXIT.

      *****************************************************************
      * Total a new record, and note the cache key it belongs to.     *
      *****************************************************************
       4075-COUNT-NEW.
           ADD  ONE                      TO RO-NEW-RECS (CL-INDEX).
           ADD  NEW-LENGTH               TO RO-NEW-BYTES(CL-INDEX).

           IF  CL-INDEX EQUAL KEY-CLUSTER
               MOVE NEW-RID              TO MISMATCH-KEY
           ELSE
               MOVE NEW-REC(1:NEW-LENGTH) TO ZF-RECORD
               ADD  ZF-CHECKSUM          TO RO-NEW-SUM  (CL-INDEX)
               MOVE ZF-ZK-KEY            TO MISMATCH-KEY.

       4075-EXIT.
           EXIT.

      *****************************************************************
      * End both browses of the cluster being verified.               *
      *****************************************************************
       4080-END-BROWSE.
           EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
           END-EXEC.

           EXEC CICS ENDBR FILE(CL-NEW-FCT(CL-INDEX)) NOHANDLE
           END-EXEC.

       4080-EXIT.
           EXIT.

      *****************************************************************
      * End of a cluster.  Move on to the next; once all are done,    *
      * judge the verify.                                             *
      *****************************************************************
       4090-CLUSTER-VERIFIED.
           ADD  ONE                      TO RO-STEP.
           MOVE LOW-VALUES               TO RO-RESUME.

           IF  RO-STEP GREATER THAN RO-CLUSTERS
               PERFORM 4095-JUDGE-VERIFY THRU 4095-EXIT.

           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       4090-EXIT.
           EXIT.

      *****************************************************************
      * Any difference the log did not explain abandons the run.  So  *
      * do totals that disagree when nothing was left pending -- with *
      * every record compared they cannot, unless a cluster changed   *
      * under the browse some way the log never saw.                  *
      *****************************************************************
       4095-JUDGE-VERIFY.
           MOVE RO-PENDING               TO RPT-COUNT-1.
           MOVE RO-UNTRACKED             TO RPT-COUNT-2.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG CACHE='           RO-CACHE
                  ' VERIFIED PENDING='     RPT-COUNT-1
                  ' UNTRACKED='            RPT-COUNT-2
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  RO-UNTRACKED GREATER THAN ZEROES
               MOVE 'CHANGES FOUND THAT WERE NOT TRACKED'
                                         TO RO-REASON
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           IF  RO-PENDING EQUAL ZEROES
               PERFORM 4096-CHECK-TOTALS THRU 4096-EXIT
                   WITH TEST AFTER
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL   CL-INDEX NOT LESS THAN RO-CLUSTERS.

           IF  RO-REASON NOT EQUAL SPACES
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           MOVE 'Y'                      TO RO-VERIFIED.
           MOVE PHASE-APPLY              TO RO-PHASE.
           MOVE ZEROES                   TO RO-PASSES
                                            RO-PASS-KEYS.

       4095-EXIT.
           EXIT.

       4096-CHECK-TOTALS.
           IF  RO-OLD-RECS (CL-INDEX) NOT EQUAL RO-NEW-RECS (CL-INDEX)
           OR  RO-OLD-BYTES(CL-INDEX) NOT EQUAL RO-NEW-BYTES(CL-INDEX)
           OR  RO-OLD-SUM  (CL-INDEX) NOT EQUAL RO-NEW-SUM  (CL-INDEX)
               MOVE SPACES               TO RO-REASON
               STRING CL-LIVE-FCT(CL-INDEX)
                      ' COUNTS OR CHECKSUMS DIFFER'
                      DELIMITED BY SIZE
                      INTO RO-REASON
               END-STRING.

       4096-EXIT.
           EXIT.

      *****************************************************************
      * A record differs between the old and new clusters.  If its    *
      * cache key is waiting on the log, the difference is a change   *
      * not yet applied.  If not, give a change still in flight a     *
      * moment to commit and look again; a key still not logged is a  *
      * change the tracking missed.                                   *
      *****************************************************************
       4100-MISMATCH.
           MOVE LENGTH OF RL-RECORD      TO RL-LENGTH.

           EXEC CICS READ FILE(RL-FCT)
                RIDFLD(MISMATCH-KEY)
                INTO  (RL-RECORD)
                LENGTH(RL-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                  TO RO-PENDING
               GO TO 4100-EXIT.

           EXEC CICS DELAY FOR SECONDS(RECHECK-SECONDS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF RL-RECORD      TO RL-LENGTH.

           EXEC CICS READ FILE(RL-FCT)
                RIDFLD(MISMATCH-KEY)
                INTO  (RL-RECORD)
                LENGTH(RL-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                  TO RO-PENDING
               GO TO 4100-EXIT.

           ADD  ONE                      TO RO-UNTRACKED.

           IF  RO-UNTRACKED NOT GREATER THAN TEN
               MOVE MISMATCH-KEY(1:60)   TO RPT-KEY
               INSPECT RPT-KEY REPLACING ALL LOW-VALUES BY SPACES
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG UNTRACKED '   CL-LIVE-FCT(CL-INDEX)
                      ' KEY='              RPT-KEY
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Phase S.  Put the *REORG* row in SWITCH state and commit it,  *
      * so the service stops taking requests, and let the requests    *
      * already past the check finish.  Apply what is left on the     *
      * log, verifying each key, until a pass finds nothing; then     *
      * swap the clusters.  A restart after an abend comes back here  *
      * and carries on from the clusters not yet swapped.             *
      *****************************************************************
       5000-SWITCH-OVER.
           MOVE REORG-SWITCH             TO STATE-VALUE.
           PERFORM 1600-SET-STATE        THRU 1600-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS DELAY FOR SECONDS(SWITCH-SECONDS) NOHANDLE
           END-EXEC.

           MOVE 'N'                      TO SWITCH-FAILED.
           MOVE ZEROES                   TO DRAIN-PASSES.

           PERFORM 5010-DRAIN-PASS       THRU 5010-EXIT
               WITH TEST AFTER
               UNTIL DRAIN-KEYS   EQUAL ZEROES
               OR    DRAIN-PASSES NOT LESS THAN DRAIN-MAX
               OR    SWITCH-FAILED EQUAL 'Y'.

           IF  SWITCH-FAILED EQUAL 'Y'
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           IF  DRAIN-KEYS GREATER THAN ZEROES
               MOVE 'CHANGES STILL ARRIVING AT THE SWITCH'
                                         TO RO-REASON
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           PERFORM 5100-SWAP-CLUSTER     THRU 5100-EXIT
               WITH TEST AFTER
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX NOT LESS THAN RO-CLUSTERS
               OR      SWITCH-FAILED EQUAL 'Y'.

           IF  SWITCH-FAILED EQUAL 'Y'
               PERFORM 9500-ABANDON      THRU 9500-EXIT.

           PERFORM 1650-CLEAR-STATE      THRU 1650-EXIT.

           MOVE PHASE-DONE               TO RO-PHASE.
           PERFORM 9900-WRITE-REPORT     THRU 9900-EXIT.
           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * One pass over the change log during the switch-over.          *
      *****************************************************************
       5010-DRAIN-PASS.
           ADD  ONE                      TO DRAIN-PASSES.
           MOVE ZEROES                   TO DRAIN-KEYS.
           MOVE LOW-VALUES               TO RL-BROWSE-KEY.

           EXEC CICS STARTBR FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5010-EXIT.

           MOVE 'N'                      TO EOF.
           PERFORM 5020-DRAIN-NEXT       THRU 5020-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
           END-EXEC.

       5010-EXIT.
           EXIT.

      *****************************************************************
      * Apply one logged key and verify it on the spot.               *
      *****************************************************************
       5020-DRAIN-NEXT.
           MOVE LENGTH OF RL-RECORD      TO RL-LENGTH.

           EXEC CICS READNEXT FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                INTO  (RL-RECORD)
                LENGTH(RL-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 5020-EXIT.

           EXEC CICS DELETE FILE(RL-FCT)
                RIDFLD(RL-BROWSE-KEY)
                NOHANDLE
           END-EXEC.

           MOVE RL-BROWSE-KEY            TO RESYNC-KEY.
           PERFORM 6000-RESYNC-KEY       THRU 6000-EXIT.

           IF  RESYNC-FAILED EQUAL 'Y'
               MOVE 'Y'                  TO SWITCH-FAILED
                                            EOF
               MOVE 'APPLY AT THE SWITCH FAILED' TO RO-REASON
               GO TO 5020-EXIT.

           PERFORM 6100-VERIFY-KEY       THRU 6100-EXIT.

           IF  KEY-DIFFERS EQUAL 'Y'
               MOVE 'Y'                  TO SWITCH-FAILED
                                            EOF
               MOVE 'A KEY DID NOT VERIFY AT THE SWITCH'
                                         TO RO-REASON
               MOVE RESYNC-KEY(1:60)     TO RPT-KEY
               INSPECT RPT-KEY REPLACING ALL LOW-VALUES BY SPACES
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG NOT VERIFIED KEY=' RPT-KEY
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               GO TO 5020-EXIT.

           ADD  ONE                      TO DRAIN-KEYS
                                            RO-RESYNCED.

       5020-EXIT.
           EXIT.

      *****************************************************************
      * Swap one cluster: note both data set names, close the live    *
      * file and its new counterpart, exchange the names, and open    *
      * the live file again over the new cluster.  Any failure puts   *
      * this cluster back as it was.                                  *
      *****************************************************************
       5100-SWAP-CLUSTER.
           IF  RO-SWAPPED(CL-INDEX) EQUAL 'Y'
               GO TO 5100-EXIT.

           EXEC CICS INQUIRE FILE(CL-LIVE-FCT(CL-INDEX))
                DSNAME(RO-OLD-DSN(CL-INDEX))
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS INQUIRE FILE(CL-NEW-FCT(CL-INDEX))
                DSNAME(RO-NEW-DSN(CL-INDEX))
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                CLOSED
                WAIT
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS SET FILE(CL-NEW-FCT(CL-INDEX))
                CLOSED
                WAIT
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                DSNAME(RO-NEW-DSN(CL-INDEX))
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS SET FILE(CL-NEW-FCT(CL-INDEX))
                DSNAME(RO-OLD-DSN(CL-INDEX))
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                OPEN
                ENABLED
                RESP  (SPI-RESP)
                NOHANDLE
           END-EXEC.

           IF  SPI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-FAILED.

           MOVE 'Y'                      TO RO-SWAPPED(CL-INDEX).
           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           GO TO 5100-EXIT.

       5100-FAILED.
           MOVE 'Y'                      TO SWITCH-FAILED.
           MOVE SPACES                   TO RO-REASON.
           STRING 'DATA SET SWAP OF '      CL-LIVE-FCT(CL-INDEX)
                  ' FAILED'
                  DELIMITED BY SIZE
                  INTO RO-REASON
           END-STRING.

           IF  RO-OLD-DSN(CL-INDEX) NOT EQUAL SPACES
               PERFORM 5150-RESTORE-CLUSTER THRU 5150-EXIT.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Put a cluster back: the live file over its old data set and   *
      * open, the new file over the new one.  Each step is tried      *
      * whatever the last one did, so a half-done swap is undone too. *
      *****************************************************************
       5150-RESTORE-CLUSTER.
           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                CLOSED
                WAIT
                NOHANDLE
           END-EXEC.

           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                DSNAME(RO-OLD-DSN(CL-INDEX))
                NOHANDLE
           END-EXEC.

           IF  RO-NEW-DSN(CL-INDEX) NOT EQUAL SPACES
               EXEC CICS SET FILE(CL-NEW-FCT(CL-INDEX))
                    DSNAME(RO-NEW-DSN(CL-INDEX))
                    NOHANDLE
               END-EXEC
           END-IF.

           EXEC CICS SET FILE(CL-LIVE-FCT(CL-INDEX))
                OPEN
                ENABLED
                NOHANDLE
           END-EXEC.

           MOVE 'N'                      TO RO-SWAPPED(CL-INDEX).

       5150-EXIT.
           EXIT.

      *****************************************************************
      * Apply one key to the new clusters.  Its KEY record there is   *
      * replaced by the live one (or removed, if the key is gone),    *
      * and every chain either record points at -- the current        *
      * object and any versions -- is deleted from the new FILE and   *
      * COLD clusters and copied again from the live ones.            *
      *****************************************************************
       6000-RESYNC-KEY.
           MOVE 'N'                      TO RESYNC-FAILED.
           MOVE ZEROES                   TO CHAIN-COUNT.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(NK-FCT)
                RIDFLD(RESYNC-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 6010-COLLECT-CHAINS THRU 6010-EXIT
               EXEC CICS DELETE FILE(NK-FCT)
                    RIDFLD(RESYNC-KEY)
                    NOHANDLE
               END-EXEC
           END-IF.

           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(RESYNC-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 6010-COLLECT-CHAINS THRU 6010-EXIT
               EXEC CICS WRITE FILE(NK-FCT)
                    FROM  (ZK-RECORD)
                    RIDFLD(RESYNC-KEY)
                    LENGTH(ZK-LENGTH)
                    RESP  (WRITE-RESP)
                    NOHANDLE
               END-EXEC
               IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'              TO RESYNC-FAILED
               END-IF
           END-IF.

           IF  CHAIN-COUNT GREATER THAN ZEROES
               PERFORM 6020-RESYNC-CHAIN THRU 6020-EXIT
                   WITH TEST AFTER
                   VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL   CHAIN-INDEX NOT LESS THAN CHAIN-COUNT.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Note the chains a KEY record points at.                       *
      *****************************************************************
       6010-COLLECT-CHAINS.
           IF  ZK-ZF-KEY NOT EQUAL NEG-MARKER
           AND ZK-ZF-KEY NOT EQUAL LOW-VALUES
           AND ZK-ZF-KEY NOT EQUAL SPACES
               MOVE ZK-ZF-KEY            TO CHAIN-CANDIDATE
               PERFORM 6015-ADD-CHAIN    THRU 6015-EXIT.

           IF  ZK-VER-COUNT GREATER THAN ZEROES
               PERFORM 6012-COLLECT-VERSION THRU 6012-EXIT
                   WITH TEST AFTER
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL   VER-INDEX NOT LESS THAN ZK-VER-COUNT
                   OR      VER-INDEX NOT LESS THAN VER-MAX.

       6010-EXIT.
           EXIT.

       6012-COLLECT-VERSION.
           IF  ZK-VER-KEY(VER-INDEX) NOT EQUAL LOW-VALUES
               MOVE ZK-VER-KEY(VER-INDEX) TO CHAIN-CANDIDATE
               PERFORM 6015-ADD-CHAIN    THRU 6015-EXIT.

       6012-EXIT.
           EXIT.

       6015-ADD-CHAIN.
           IF  CHAIN-COUNT LESS THAN CHAIN-MAX
               ADD  1                    TO CHAIN-COUNT
               MOVE CHAIN-CANDIDATE      TO CHAIN-ID(CHAIN-COUNT).

       6015-EXIT.
           EXIT.

      *****************************************************************
      * Re-copy one chain to each of the new FILE and COLD clusters.  *
      *****************************************************************
       6020-RESYNC-CHAIN.
           PERFORM 6030-RESYNC-PREFIX    THRU 6030-EXIT
               VARYING CL-INDEX FROM 2 BY 1
               UNTIL   CL-INDEX GREATER THAN RO-CLUSTERS.

       6020-EXIT.
           EXIT.

       6030-RESYNC-PREFIX.
           MOVE CHAIN-ID(CHAIN-INDEX)    TO DELETE-KEY.

           EXEC CICS DELETE FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES               TO OLD-RID.
           MOVE CHAIN-ID(CHAIN-INDEX)    TO OLD-RID(1:8).

           EXEC CICS STARTBR FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 6030-EXIT.

           MOVE 'N'                      TO CHAIN-DONE.
           PERFORM 6040-RESYNC-SEGMENT   THRU 6040-EXIT
               WITH TEST AFTER
               UNTIL CHAIN-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CL-LIVE-FCT(CL-INDEX)) NOHANDLE
           END-EXEC.

       6030-EXIT.
           EXIT.

       6040-RESYNC-SEGMENT.
           MOVE LENGTH OF OLD-REC        TO OLD-LENGTH.

           EXEC CICS READNEXT FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                INTO  (OLD-REC)
                LENGTH(OLD-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OLD-RID(1:8) NOT EQUAL CHAIN-ID(CHAIN-INDEX)
               MOVE 'Y'                  TO CHAIN-DONE
               GO TO 6040-EXIT.

           MOVE OLD-RID                  TO NEW-RID.
           PERFORM 6500-WRITE-NEW        THRU 6500-EXIT.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO RESYNC-FAILED
                                            CHAIN-DONE.

       6040-EXIT.
           EXIT.

      *****************************************************************
      * Verify one key just applied at the switch-over: its KEY       *
      * record must be the same on both sides (or on neither), and    *
      * every chain noted for it must match segment for segment.      *
      *****************************************************************
       6100-VERIFY-KEY.
           MOVE 'N'                      TO KEY-DIFFERS.
           MOVE LENGTH OF OLD-REC        TO OLD-LENGTH.
           MOVE LENGTH OF NEW-REC        TO NEW-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(RESYNC-KEY)
                INTO  (OLD-REC)
                LENGTH(OLD-LENGTH)
                RESP  (OLD-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS READ FILE(NK-FCT)
                RIDFLD(RESYNC-KEY)
                INTO  (NEW-REC)
                LENGTH(NEW-LENGTH)
                RESP  (NEW-RESP)
                NOHANDLE
           END-EXEC.

           IF  OLD-RESP NOT EQUAL NEW-RESP
               MOVE 'Y'                  TO KEY-DIFFERS
               GO TO 6100-EXIT.

           IF  OLD-RESP EQUAL DFHRESP(NORMAL)
               IF  OLD-LENGTH NOT EQUAL NEW-LENGTH
                   MOVE 'Y'              TO KEY-DIFFERS
                   GO TO 6100-EXIT
               END-IF
               IF  OLD-REC(1:OLD-LENGTH)
                                    NOT EQUAL NEW-REC(1:NEW-LENGTH)
                   MOVE 'Y'              TO KEY-DIFFERS
                   GO TO 6100-EXIT
               END-IF
           END-IF.

           IF  CHAIN-COUNT GREATER THAN ZEROES
               PERFORM 6110-VERIFY-CHAIN THRU 6110-EXIT
                   WITH TEST AFTER
                   VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL   CHAIN-INDEX NOT LESS THAN CHAIN-COUNT
                   OR      KEY-DIFFERS EQUAL 'Y'.

       6100-EXIT.
           EXIT.

       6110-VERIFY-CHAIN.
           PERFORM 6120-VERIFY-PREFIX    THRU 6120-EXIT
               VARYING CL-INDEX FROM 2 BY 1
               UNTIL   CL-INDEX GREATER THAN RO-CLUSTERS
               OR      KEY-DIFFERS EQUAL 'Y'.

       6110-EXIT.
           EXIT.

      *****************************************************************
      * Browse one chain on both sides of one cluster in step.        *
      *****************************************************************
       6120-VERIFY-PREFIX.
           MOVE LOW-VALUES               TO OLD-RID.
           MOVE CHAIN-ID(CHAIN-INDEX)    TO OLD-RID(1:8).
           MOVE OLD-RID                  TO NEW-RID.
           MOVE 'N'                      TO OLD-EOF
                                            NEW-EOF
                                            CHAIN-DONE.

           EXEC CICS STARTBR FILE(CL-LIVE-FCT(CL-INDEX))
                RIDFLD(OLD-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO OLD-EOF.

           EXEC CICS STARTBR FILE(CL-NEW-FCT(CL-INDEX))
                RIDFLD(NEW-RID)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO NEW-EOF.

           PERFORM 6130-VERIFY-SEGMENT   THRU 6130-EXIT
               WITH TEST AFTER
               UNTIL CHAIN-DONE EQUAL 'Y'.

           PERFORM 4080-END-BROWSE       THRU 4080-EXIT.

       6120-EXIT.
           EXIT.

       6130-VERIFY-SEGMENT.
           IF  OLD-EOF EQUAL 'N'
               PERFORM 4025-READNEXT-OLD THRU 4025-EXIT
               IF  OLD-EOF EQUAL 'N'
               AND OLD-RID(1:8) NOT EQUAL CHAIN-ID(CHAIN-INDEX)
                   MOVE 'Y'              TO OLD-EOF
               END-IF
           END-IF.

           IF  NEW-EOF EQUAL 'N'
               PERFORM 4035-READNEXT-NEW THRU 4035-EXIT
               IF  NEW-EOF EQUAL 'N'
               AND NEW-RID(1:8) NOT EQUAL CHAIN-ID(CHAIN-INDEX)
                   MOVE 'Y'              TO NEW-EOF
               END-IF
           END-IF.

           IF  OLD-EOF EQUAL 'Y'
           AND NEW-EOF EQUAL 'Y'
               MOVE 'Y'                  TO CHAIN-DONE
               GO TO 6130-EXIT.

           IF  OLD-EOF    NOT EQUAL NEW-EOF
           OR  OLD-RID(1:16) NOT EQUAL NEW-RID(1:16)
           OR  OLD-LENGTH NOT EQUAL NEW-LENGTH
               MOVE 'Y'                  TO KEY-DIFFERS
                                            CHAIN-DONE
               GO TO 6130-EXIT.

           IF  OLD-REC(1:OLD-LENGTH) NOT EQUAL NEW-REC(1:NEW-LENGTH)
               MOVE 'Y'                  TO KEY-DIFFERS
                                            CHAIN-DONE.

       6130-EXIT.
           EXIT.

      *****************************************************************
      * Write OLD-REC to the new copy of cluster CL-INDEX under       *
      * NEW-RID, replacing a record already there.                    *
      *****************************************************************
       6500-WRITE-NEW.
           EXEC CICS WRITE FILE(CL-NEW-FCT(CL-INDEX))
                FROM  (OLD-REC)
                RIDFLD(NEW-RID)
                LENGTH(OLD-LENGTH)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
               EXEC CICS DELETE FILE(CL-NEW-FCT(CL-INDEX))
                    RIDFLD(NEW-RID)
                    NOHANDLE
               END-EXEC

               EXEC CICS WRITE FILE(CL-NEW-FCT(CL-INDEX))
                    FROM  (OLD-REC)
                    RIDFLD(NEW-RID)
                    LENGTH(OLD-LENGTH)
                    RESP  (WRITE-RESP)
                    NOHANDLE
               END-EXEC
           END-IF.

       6500-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A short fixed interval, like ZECS045 -- *
      * the cache is tracking changes for as long as the run lasts.   *
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
      * Abandon the run.  Swap back any cluster already swapped,      *
      * remove the *REORG* row so the cache carries on over the old   *
      * clusters, and report why.  The chain ends here.               *
      *****************************************************************
       9500-ABANDON.
           PERFORM 9510-UNSWAP           THRU 9510-EXIT
               WITH TEST AFTER
               VARYING CL-INDEX FROM RO-CLUSTERS BY -1
               UNTIL   CL-INDEX NOT GREATER THAN 1.

           PERFORM 1650-CLEAR-STATE      THRU 1650-EXIT.

           MOVE PHASE-FAILED             TO RO-PHASE.
           MOVE 'N'                      TO RO-CANCEL.
           PERFORM 9900-WRITE-REPORT     THRU 9900-EXIT.
           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       9500-EXIT.
           EXIT.

       9510-UNSWAP.
           IF  RO-SWAPPED(CL-INDEX) EQUAL 'Y'
               PERFORM 5150-RESTORE-CLUSTER THRU 5150-EXIT.

       9510-EXIT.
           EXIT.

      *****************************************************************
      * Write the outcome and the before/after figures to TD CSSL.    *
      * BEFORE is the old cluster and AFTER the new one, as the       *
      * verify pass measured them.                                    *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE SPACES                   TO TD-MESSAGE.

           IF  RO-PHASE EQUAL PHASE-DONE
               STRING 'REORG CACHE='       RO-CACHE
                      ' SWITCHED TO THE NEW CLUSTERS'
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               STRING 'REORG CACHE='       RO-CACHE
                      ' ABANDONED - '      RO-REASON
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           END-IF.

           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           PERFORM 9920-CLUSTER-LINES    THRU 9920-EXIT
               WITH TEST AFTER
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX NOT LESS THAN RO-CLUSTERS.

           MOVE RO-RESYNCED              TO RPT-COUNT-1.
           MOVE RO-PENDING               TO RPT-COUNT-2.
           MOVE RO-UNTRACKED             TO RPT-COUNT-3.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG CACHE='           RO-CACHE
                  ' APPLIED='              RPT-COUNT-1
                  ' PENDING='              RPT-COUNT-2
                  ' UNTRACKED='            RPT-COUNT-3
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * One cluster's figures, and where its data now lives.          *
      *****************************************************************
       9920-CLUSTER-LINES.
           MOVE RO-COPIED(CL-INDEX)      TO RPT-COUNT-1.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG '                 CL-LIVE-FCT(CL-INDEX)
                  ' COPIED='               RPT-COUNT-1
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE RO-OLD-RECS (CL-INDEX)   TO RPT-COUNT-1.
           MOVE RO-OLD-BYTES(CL-INDEX)   TO RPT-BYTES-D.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG '                 CL-LIVE-FCT(CL-INDEX)
                  ' BEFORE RECORDS='       RPT-COUNT-1
                  ' BYTES='                RPT-BYTES-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE RO-NEW-RECS (CL-INDEX)   TO RPT-COUNT-1.
           MOVE RO-NEW-BYTES(CL-INDEX)   TO RPT-BYTES-D.
           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REORG '                 CL-LIVE-FCT(CL-INDEX)
                  ' AFTER  RECORDS='       RPT-COUNT-1
                  ' BYTES='                RPT-BYTES-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  CL-INDEX NOT EQUAL KEY-CLUSTER
               MOVE RO-OLD-SUM(CL-INDEX) TO RPT-SUM-1
               MOVE RO-NEW-SUM(CL-INDEX) TO RPT-SUM-2
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG '             CL-LIVE-FCT(CL-INDEX)
                      ' CHECKSUM BEFORE='  RPT-SUM-1
                      ' AFTER='            RPT-SUM-2
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           IF  RO-SWAPPED(CL-INDEX) EQUAL 'Y'
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG '             CL-LIVE-FCT(CL-INDEX)
                      ' NOW '              RO-NEW-DSN(CL-INDEX)
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               MOVE SPACES               TO TD-MESSAGE
               STRING 'REORG '             CL-NEW-FCT(CL-INDEX)
                      ' NOW '              RO-OLD-DSN(CL-INDEX)
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       9920-EXIT.
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
