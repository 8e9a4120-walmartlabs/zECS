       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS059.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to rename   *
      * keys in bulk from an old-name/new-name mapping extract --     *
      * typically one built from the ZECS029 key hygiene census, so   *
      * the keys it reports can be given clean names before the       *
      * KEYHYG enforcement row is switched on.                        *
      *                                                               *
      * The extract is read from the RENM extrapartition TD queue,    *
      * the same way ZECS010 reads its LOAD queue, one mapping per    *
      * record:                                                       *
      *                                                               *
      *     RM-OLD-KEY  X(255)  the key's current name, trailing      *
      *                         spaces trimmed -- embedded blanks     *
      *                         and CRLF are kept, since those are    *
      *                         the names being cleaned up            *
      *     RM-NEW-KEY  X(255)  the new name, left justified, which   *
      *                         must not itself carry a blank         *
      *                                                               *
      * Each mapping is handed to ZECS058, the same rename the        *
      * service runs for ?rename=, so the KEY record, the chains,     *
      * the retained versions, the tags and the aliases all move      *
      * together and the rename is audited with both names.  A        *
      * renamed key is replicated by queueing a RENAME to RPLQ for    *
      * each partner Data Center, where ZECS011 replays it.           *
      *                                                               *
      * A mapping whose old name is not found, whose new name is in   *
      * use, or whose key is under a legal hold is skipped; anything  *
      * ZECS058 cannot complete is failed and backed out.  Either is  *
      * reported to CSSL with both names, and the renamed/skipped/    *
      * failed totals when the queue is drained.                      *
      *                                                               *
      * Checkpoint/restart: the mapping in hand is recorded on the    *
      * zcRENAME control record and committed before the rename is    *
      * attempted; the rename, the totals and the clearing of that    *
      * in-flight mapping are then committed together.  A task that   *
      * ends mid-rename therefore retries the in-flight mapping when  *
      * it starts again, and a retry that finds the old name gone     *
      * and the new one present counts it as renamed.  The task       *
      * stands down while the cache is quiesced or reorganizing.      *
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
       01  SEVEN                  PIC S9(02) VALUE      7 COMP-3.
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.
       01  RESTART-INTERVAL       PIC S9(07) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  TWO-FORTY-NINE         PIC S9(04) COMP VALUE 249.
       01  TWO-FIFTY-FIVE         PIC S9(04) COMP VALUE 255.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcRENAME control file resources - start                       *
      *****************************************************************
       01  RM-FCT                 PIC  X(08) VALUE 'ZCRENAME'.
       01  RM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RM-CTL-LENGTH          PIC S9(04) COMP VALUE ZEROES.

       01  RM-CONTROL.
           02  RM-CTL-KEY         PIC  X(04).
           02  RM-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  RM-RENAMED-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  RM-SKIPPED-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  RM-FAILED-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  RM-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RM-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RM-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RM-TASKID          PIC  9(06).
           02  RM-IN-FLIGHT       PIC  X(01) VALUE 'N'.
           02  RM-FLIGHT-OLD      PIC  X(255) VALUE SPACES.
           02  RM-FLIGHT-NEW      PIC  X(255) VALUE SPACES.
           02  FILLER             PIC  X(30) VALUE SPACES.

       01  RM-CONTROL-SAVE        PIC  X(600).

      *****************************************************************
      * zcRENAME control file resources - end                         *
      *****************************************************************

       01  ZC-RENAME-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCRENAM_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Mapping extract record, read from the RENM TD queue.          *
      *****************************************************************
       01  RM-RECORD.
           02  RM-OLD-KEY         PIC  X(255).
           02  RM-NEW-KEY         PIC  X(255).

       01  RM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RM-OLD-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  RM-NEW-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  RM-REJECTED            PIC  X(01) VALUE 'N'.
       01  RM-RETRY               PIC  X(01) VALUE 'N'.
       01  RM-REASON              PIC  X(08) VALUE SPACES.
       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

      *****************************************************************
      * The rename itself -- the same program the service LINKs to.   *
      *****************************************************************
       01  ZECS058                PIC  X(08) VALUE 'ZECS058 '.

       01  ZECS058-COMM-AREA.
           02  RN-TRANID          PIC  X(04) VALUE SPACES.
           02  RN-RESULT          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RN-OLD-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RN-OLD-KEY         PIC  X(255) VALUE LOW-VALUES.
           02  RN-NEW-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RN-NEW-KEY         PIC  X(255) VALUE LOW-VALUES.
           02  RN-USERID          PIC  X(08) VALUE SPACES.
           02  RN-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  RN-MATTER          PIC  X(16) VALUE SPACES.
           02  RN-SEGMENTS        PIC S9(08) COMP VALUE ZEROES.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

       01  L1-QUEUE.
           02  L1-Q-TRANID        PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'L1  '.

      *****************************************************************
      * Store-and-forward replication hand-off.  Each renamed key     *
      * queues one RQ-RECORD per partner Data Center to RPLQ, the     *
      * same record the service queues when a live rename cannot be   *
      * delivered -- a RENAME of the new name carrying                *
      * rename=<old name> as its query string.                        *
      *****************************************************************
       01  RQ-QUEUE               PIC  X(04) VALUE 'RPLQ'.
       01  RQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RQ-RECORD.
           02  RQ-METHOD          PIC  X(08) VALUE SPACES.
           02  RQ-PARTNER-URL     PIC  X(80) VALUE SPACES.
           02  RQ-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RQ-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  RQ-QS-LENGTH       PIC S9(04) COMP VALUE ZEROES.
           02  RQ-QUERYSTRING     PIC  X(256) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  ZECS-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE 640.

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(640) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  DC-PARTNER-MAX         PIC S9(04) COMP VALUE 8.
       01  DC-PARTNER-INDEX       PIC S9(04) COMP VALUE ZEROES.
       01  DC-SCAN-POINTER        PIC S9(08) COMP VALUE ZEROES.
       01  DC-LOADED              PIC  X(01) VALUE 'N'.

       01  DC-PARTNERS.
           02  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DC-PARTNER-ENTRY OCCURS 8 TIMES.
               05  DC-PARTNER-URL         PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-URL-LENGTH  PIC S9(08) COMP VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  RENAME-QUEUE           PIC  X(04) VALUE 'RENM'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-RENAMED-COUNT-D    PIC  Z(06)9.
       01  RPT-SKIPPED-COUNT-D    PIC  Z(06)9.
       01  RPT-FAILED-COUNT-D     PIC  Z(06)9.
       01  RPT-KEY-LEN            PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Maintenance-mode and online reorganization check -- stand     *
      * down while the *MAINT* row quiesces the cache to read-only    *
      * or the *REORG* row of a ZECS050 run is on its ZCxxSD file.    *
      *****************************************************************
       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  SD-RESP                PIC S9(08) COMP VALUE ZEROES.

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 1500-CHECK-STATE        THRU 1500-EXIT.
           PERFORM 1600-RETRY-IN-FLIGHT    THRU 1600-EXIT.
           PERFORM 2000-RENAME-RECORDS     THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the rename run.  Like ZECS010 there  *
      * is no resume key -- TD queue position is tracked by CICS      *
      * itself; the counters and the in-flight mapping live on the    *
      * zcRENAME control record.                                      *
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
                                     L1-Q-TRANID
                                     DC-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the rename run.                        *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-RENAME-ENQ)
                LENGTH(LENGTH OF  ZC-RENAME-ENQ)
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
      * Read/write the zcRENAME control record.  Counts are NOT       *
      * reset here -- a run spans several ICE-chained batches and     *
      * each batch must add to the last; the completion report        *
      * zeroes them for the next run.                                 *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RM-CTL-KEY.
           MOVE LENGTH OF RM-CONTROL     TO RM-CTL-LENGTH.

           EXEC CICS READ
                FILE   (RM-FCT)
                RIDFLD (RM-CTL-KEY)
                INTO   (RM-CONTROL)
                LENGTH (RM-CTL-LENGTH)
                RESP   (RM-RESP)
                NOHANDLE
           END-EXEC.

           IF  RM-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RM-CTL-KEY
               MOVE 'N'                  TO RM-IN-FLIGHT
               EXEC CICS WRITE
                    FILE   (RM-FCT)
                    RIDFLD (RM-CTL-KEY)
                    FROM   (RM-CONTROL)
                    LENGTH (RM-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Stand down while the cache is quiesced to read-only or an     *
      * online reorganization (ZECS050) is copying it -- a rename     *
      * writes into the very files either one is working on.  The     *
      * chain keeps rescheduling itself with the same parameters, so  *
      * the run carries on where it stood once the state clears.      *
      *****************************************************************
       1500-CHECK-STATE.
           MOVE ZC-TRANID(3:2)             TO ZS-TRANID(3:2).
           MOVE SPACES                     TO ZS-KEY.
           MOVE '*MAINT*'                  TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
           AND ZS-ACCESS EQUAL 'RDONLY'
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

      *****************************************************************
      * A mapping left in flight by a task that ended mid-rename is   *
      * retried before the queue is read again -- its extract record  *
      * has already been taken off the queue.                         *
      *****************************************************************
       1600-RETRY-IN-FLIGHT.
           IF  RM-IN-FLIGHT NOT EQUAL 'Y'
               GO TO 1600-EXIT.

           MOVE RM-FLIGHT-OLD            TO RM-OLD-KEY.
           MOVE RM-FLIGHT-NEW            TO RM-NEW-KEY.
           MOVE 'Y'                      TO RM-RETRY.

           PERFORM 2020-PARSE-MAPPING    THRU 2020-EXIT.
           PERFORM 2040-RENAME-ONE       THRU 2040-EXIT.

           MOVE 'N'                      TO RM-RETRY.

       1600-EXIT.
           EXIT.

      *****************************************************************
      * Drain the RENM queue in batches of FIVE-HUNDRED.              *
      *****************************************************************
       2000-RENAME-RECORDS.
           MOVE 'N'                      TO PROCESS-COMPLETE
           MOVE ZEROES                   TO RECORD-COUNT
           PERFORM 2010-RENAME-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read and apply one mapping.  An empty queue ends the run and  *
      * writes the renamed/skipped/failed report.                     *
      *****************************************************************
       2010-RENAME-NEXT.
           MOVE LENGTH OF RM-RECORD      TO RM-LENGTH.
           MOVE SPACES                   TO RM-RECORD.

           EXEC CICS READQ TD QUEUE(RENAME-QUEUE)
                INTO(RM-RECORD)
                LENGTH(RM-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
           ELSE
               PERFORM 2020-PARSE-MAPPING THRU 2020-EXIT
               PERFORM 2030-MARK-IN-FLIGHT THRU 2030-EXIT
               PERFORM 2040-RENAME-ONE   THRU 2040-EXIT
               ADD  ONE                  TO RECORD-COUNT
               IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
                   MOVE 'Y'              TO PROCESS-COMPLETE
                   PERFORM 8000-RESTART  THRU 8000-EXIT
                   PERFORM 9000-RETURN   THRU 9000-EXIT
               END-IF
           END-IF.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Take the two names off the extract record.  The old name      *
      * keeps any embedded blanks -- only trailing spaces are padding *
      * -- while the new name ends at its first blank, and a new      *
      * name with anything after that blank is refused.               *
      *****************************************************************
       2020-PARSE-MAPPING.
           MOVE 'N'                      TO RM-REJECTED.
           MOVE SPACES                   TO RM-REASON.

           MOVE TWO-FIFTY-FIVE           TO RM-OLD-LENGTH.
           PERFORM 2025-TRIM-OLD         THRU 2025-EXIT
               WITH TEST AFTER
               UNTIL RM-OLD-LENGTH EQUAL ZEROES
               OR    RM-OLD-KEY(RM-OLD-LENGTH:1) NOT EQUAL SPACE.

           MOVE ZEROES                   TO RM-NEW-LENGTH.
           INSPECT RM-NEW-KEY
                   TALLYING RM-NEW-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  RM-OLD-LENGTH EQUAL ZEROES
           OR  RM-NEW-LENGTH EQUAL ZEROES
               MOVE 'Y'                  TO RM-REJECTED
               MOVE 'INVALID '           TO RM-REASON
               GO TO 2020-EXIT.

           IF  RM-NEW-LENGTH LESS THAN TWO-FIFTY-FIVE
               IF  RM-NEW-KEY(RM-NEW-LENGTH + 1:) NOT EQUAL SPACES
                   MOVE 'Y'              TO RM-REJECTED
                   MOVE 'INVALID '       TO RM-REASON.

       2020-EXIT.
           EXIT.

       2025-TRIM-OLD.
           IF  RM-OLD-LENGTH GREATER THAN ZEROES
           AND RM-OLD-KEY(RM-OLD-LENGTH:1) EQUAL SPACE
               SUBTRACT ONE              FROM RM-OLD-LENGTH.

       2025-EXIT.
           EXIT.

      *****************************************************************
      * Record the mapping in hand on the control record and commit   *
      * it, so a task that ends before the rename is committed        *
      * retries the mapping rather than losing it with the queue      *
      * record it came from.                                          *
      *****************************************************************
       2030-MARK-IN-FLIGHT.
           MOVE 'Y'                      TO RM-IN-FLIGHT.
           MOVE RM-OLD-KEY               TO RM-FLIGHT-OLD.
           MOVE RM-NEW-KEY               TO RM-FLIGHT-NEW.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * Rename one key and commit the rename, the totals and the      *
      * cleared in-flight mapping together.                           *
      *****************************************************************
       2040-RENAME-ONE.
           PERFORM 2045-APPLY-MAPPING    THRU 2045-EXIT.

           MOVE 'N'                      TO RM-IN-FLIGHT.
           MOVE SPACES                   TO RM-FLIGHT-OLD
                                            RM-FLIGHT-NEW.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * Rename one key through ZECS058 and tally the outcome.         *
      *****************************************************************
       2045-APPLY-MAPPING.
           IF  RM-REJECTED EQUAL 'Y'
               ADD  ONE                  TO RM-SKIPPED-COUNT
               PERFORM 2900-REPORT-MAPPING THRU 2900-EXIT
               GO TO 2045-EXIT.

           MOVE ZC-TRANID                TO RN-TRANID.
           MOVE SPACES                   TO RN-RESULT.
           MOVE RM-OLD-LENGTH            TO RN-OLD-LENGTH.
           MOVE LOW-VALUES               TO RN-OLD-KEY.
           MOVE RM-OLD-KEY(1:RM-OLD-LENGTH)
                TO RN-OLD-KEY(1:RM-OLD-LENGTH).
           MOVE RM-NEW-LENGTH            TO RN-NEW-LENGTH.
           MOVE LOW-VALUES               TO RN-NEW-KEY.
           MOVE RM-NEW-KEY(1:RM-NEW-LENGTH)
                TO RN-NEW-KEY(1:RM-NEW-LENGTH).
           MOVE SPACES                   TO RN-USERID.
           MOVE SPACES                   TO RN-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS058)
                COMMAREA(ZECS058-COMM-AREA)
                LENGTH  (LENGTH OF ZECS058-COMM-AREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                  TO RN-RESULT.

      *    *--------------------------------------------------------*
      *    * A retried mapping whose old name is gone and whose new *
      *    * name is present was renamed by the task that ended.    *
      *    *--------------------------------------------------------*
           IF  RN-RESULT EQUAL 'N'
           AND RM-RETRY  EQUAL 'Y'
               PERFORM 2050-CHECK-RENAMED THRU 2050-EXIT.

           IF  RN-RESULT EQUAL 'R'
               ADD  ONE                  TO RM-RENAMED-COUNT
               PERFORM 6500-L1-INVALIDATE THRU 6500-EXIT
               PERFORM 6200-QUEUE-REPLICATION THRU 6200-EXIT
               GO TO 2045-EXIT.

           IF  RN-RESULT EQUAL 'N'
               MOVE 'NOTFOUND'           TO RM-REASON.
           IF  RN-RESULT EQUAL 'C'
               MOVE 'INUSE   '           TO RM-REASON.
           IF  RN-RESULT EQUAL 'H'
               MOVE 'HELD    '           TO RM-REASON.
           IF  RN-RESULT EQUAL 'S'
               MOVE 'SAMENAME'           TO RM-REASON.

           IF  RM-REASON EQUAL SPACES
               MOVE 'FAILED  '           TO RM-REASON
               ADD  ONE                  TO RM-FAILED-COUNT
           ELSE
               ADD  ONE                  TO RM-SKIPPED-COUNT.

           PERFORM 2900-REPORT-MAPPING   THRU 2900-EXIT.

       2045-EXIT.
           EXIT.

      *****************************************************************
      * Read the new name: a live key there means the rename itself   *
      * was committed before the task ended.                          *
      *****************************************************************
       2050-CHECK-RENAMED.
           MOVE LOW-VALUES               TO ZK-KEY.
           MOVE RM-NEW-KEY(1:RM-NEW-LENGTH)
                TO ZK-KEY(1:RM-NEW-LENGTH).
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY NOT EQUAL NEG-MARKER
               MOVE 'R'                  TO RN-RESULT.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Report a skipped or failed mapping to CSSL with both names.   *
      *****************************************************************
       2900-REPORT-MAPPING.
           MOVE SPACES                   TO TD-MESSAGE.

           MOVE RM-OLD-LENGTH            TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 32
               MOVE 32                   TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN EQUAL ZEROES
               MOVE ONE                  TO RPT-KEY-LEN.

           STRING 'RENAME '               RM-REASON
                  ' OLD='                 RM-OLD-KEY(1:RPT-KEY-LEN)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.

           MOVE RM-NEW-LENGTH            TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 32
               MOVE 32                   TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN EQUAL ZEROES
               MOVE ONE                  TO RPT-KEY-LEN.

           MOVE ' NEW='                  TO TD-MESSAGE(54:5).
           MOVE RM-NEW-KEY(1:RPT-KEY-LEN)
                TO TD-MESSAGE(59:RPT-KEY-LEN).

           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Queue the partner deliveries to RPLQ, one per partner Data    *
      * Center.  The partner list is read once per task.              *
      *****************************************************************
       6200-QUEUE-REPLICATION.
           IF  DC-LOADED NOT EQUAL 'Y'
               PERFORM 7000-GET-URL      THRU 7000-EXIT
               MOVE 'Y'                  TO DC-LOADED.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               GO TO 6200-EXIT.

           IF  DC-PARTNER-COUNT GREATER THAN ZEROES
               PERFORM 6210-QUEUE-ONE    THRU 6210-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

       6200-EXIT.
           EXIT.

      *****************************************************************
      * Queue one partner's delivery.  An old name too long to ride   *
      * on the query string is replicated as two current-state        *
      * replays instead -- the new name (sent as it stands) and the   *
      * old one (now gone, so deleted) -- which converge the partner  *
      * without the version history.                                  *
      *****************************************************************
       6210-QUEUE-ONE.
           MOVE SPACES                      TO RQ-RECORD.
           MOVE DC-PARTNER-URL(DC-PARTNER-INDEX)
                                             TO RQ-PARTNER-URL.
           MOVE RM-NEW-LENGTH               TO RQ-KEY-LENGTH.
           MOVE LOW-VALUES                  TO RQ-KEY.
           MOVE RM-NEW-KEY(1:RM-NEW-LENGTH)
                TO RQ-KEY(1:RM-NEW-LENGTH).

           IF  RM-OLD-LENGTH GREATER THAN TWO-FORTY-NINE
               MOVE 'PUT'                   TO RQ-METHOD
               MOVE ZEROES                  TO RQ-QS-LENGTH
               PERFORM 6220-WRITE-RPLQ      THRU 6220-EXIT
               MOVE RM-OLD-LENGTH           TO RQ-KEY-LENGTH
               MOVE LOW-VALUES              TO RQ-KEY
               MOVE RM-OLD-KEY(1:RM-OLD-LENGTH)
                    TO RQ-KEY(1:RM-OLD-LENGTH)
               PERFORM 6220-WRITE-RPLQ      THRU 6220-EXIT
               GO TO 6210-EXIT.

           MOVE 'RENAME'                    TO RQ-METHOD.
           MOVE 'rename='                   TO RQ-QUERYSTRING(1:7).
           MOVE RM-OLD-KEY(1:RM-OLD-LENGTH)
                TO RQ-QUERYSTRING(8:RM-OLD-LENGTH).
           ADD  SEVEN RM-OLD-LENGTH     GIVING RQ-QS-LENGTH.
           PERFORM 6220-WRITE-RPLQ          THRU 6220-EXIT.

       6210-EXIT.
           EXIT.

       6220-WRITE-RPLQ.
           MOVE LENGTH OF RQ-RECORD         TO RQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RQ-QUEUE)
                FROM(RQ-RECORD)
                LENGTH(RQ-LENGTH)
                NOHANDLE
           END-EXEC.

       6220-EXIT.
           EXIT.

      *****************************************************************
      * Renames run beside the service in the same region -- drop     *
      * the cache's L1 ring outright so neither name keeps serving    *
      * from it, the same coarse invalidate ZECS023 uses.             *
      *****************************************************************
       6500-L1-INVALIDATE.
           EXEC CICS DELETEQ TS QUEUE(L1-QUEUE)
                NOHANDLE
           END-EXEC.

       6500-EXIT.
           EXIT.

      *****************************************************************
      * Get the partner Data Center URL list, the same document       *
      * template read the service's replication uses.                 *
      *****************************************************************
       7000-GET-URL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZECS-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES               TO DC-PARTNER-COUNT.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               DC-LENGTH GREATER THAN TEN
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH
               PERFORM 7050-SPLIT-PARTNERS     THRU 7050-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR
               DC-LENGTH LESS THAN TEN            OR
               DC-LENGTH EQUAL            TEN     OR
               DC-PARTNER-COUNT EQUAL ZEROES
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Split THE-OTHER-DC into one entry per partner Data Center,    *
      * one URL per line (CRLF delimited), up to DC-PARTNER-MAX       *
      * partners.                                                     *
      *****************************************************************
       7050-SPLIT-PARTNERS.
           MOVE ONE                  TO DC-SCAN-POINTER.

           PERFORM 7060-SPLIT-NEXT   THRU 7060-EXIT
               WITH TEST AFTER
               UNTIL DC-SCAN-POINTER NOT LESS THAN THE-OTHER-DC-LENGTH
               OR    DC-PARTNER-COUNT EQUAL DC-PARTNER-MAX.

       7050-EXIT.
           EXIT.

       7060-SPLIT-NEXT.
           ADD  ONE                  TO DC-PARTNER-COUNT.
           MOVE SPACES
                  TO DC-PARTNER-URL(DC-PARTNER-COUNT).

           UNSTRING THE-OTHER-DC(1:THE-OTHER-DC-LENGTH)
                DELIMITED BY CRLF
                INTO DC-PARTNER-URL(DC-PARTNER-COUNT)
                WITH POINTER DC-SCAN-POINTER
           END-UNSTRING.

           IF  DC-PARTNER-URL(DC-PARTNER-COUNT) EQUAL SPACES
               SUBTRACT ONE           FROM DC-PARTNER-COUNT
           ELSE
               MOVE ZEROES
                      TO DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
               INSPECT DC-PARTNER-URL(DC-PARTNER-COUNT)
                       TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       7060-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running totals and the in-flight mapping on the   *
      * control record.                                               *
      *****************************************************************
       1400-SAVE-TOTALS.
           MOVE EIBTRNID                 TO RM-CTL-KEY.
           MOVE LENGTH OF RM-CONTROL-SAVE TO RM-CTL-LENGTH.

           EXEC CICS READ
                FILE   (RM-FCT)
                RIDFLD (RM-CTL-KEY)
                INTO   (RM-CONTROL-SAVE)
                LENGTH (RM-CTL-LENGTH)
                RESP   (RM-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF RM-CONTROL     TO RM-CTL-LENGTH.

           IF  RM-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE  (RM-FCT)
                    FROM  (RM-CONTROL)
                    LENGTH(RM-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A short fixed interval, like ZECS010 -- *
      * a clean-up in progress should finish as quickly as the        *
      * region can manage.                                            *
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
      * Task abended.  Restart and Return -- the in-flight mapping is *
      * retried when the chain starts again.                          *
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Write the renamed/skipped/failed report to TD CSSL, stamp the *
      * completion on the control record, and zero the counters for   *
      * the next rename run.                                          *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE RM-RENAMED-COUNT         TO RPT-RENAMED-COUNT-D.
           MOVE RM-SKIPPED-COUNT         TO RPT-SKIPPED-COUNT-D.
           MOVE RM-FAILED-COUNT          TO RPT-FAILED-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'RENAME RENAMED='       RPT-RENAMED-COUNT-D
                  ' SKIPPED='              RPT-SKIPPED-COUNT-D
                  ' FAILED='               RPT-FAILED-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE EIBTASKN                 TO RM-TASKID.
           MOVE APPLID                   TO RM-APPLID.
           MOVE CURRENT-ABS              TO RM-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RM-TIME)
                YYYYMMDD(RM-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                   TO RM-RENAMED-COUNT
                                            RM-SKIPPED-COUNT
                                            RM-FAILED-COUNT.

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
