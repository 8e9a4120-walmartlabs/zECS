      * reconcile the ZCxxKEY and ZCxxFILE tables, since a failure    *
      * between the two WRITE/DELETE requests that keep them in step  *
      * can leave a *KEY record pointing at a missing *FILE chain, or *
      * a *FILE chain with no owning *KEY record.  A third pass      *
      * removes ZCxxDP dependency rows whose parent or dependent key  *
      * no longer exists.                                             *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.
       01  ORPHAN-KEY-COUNT       PIC S9(07) VALUE      0 COMP-3.
       01  ORPHAN-FILE-COUNT      PIC S9(07) VALUE      0 COMP-3.
       01  ORPHAN-DEPEND-COUNT    PIC S9(07) VALUE      0 COMP-3.
       01  BAD-CHECKSUM-COUNT     PIC S9(07) VALUE      0 COMP-3.
       01  HOLD-INTERVAL          PIC S9(07) VALUE ZEROES COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  KEYS-BROWSE-ACTIVE     PIC  X(01) VALUE 'N'.
       01  DEPENDS-BROWSE-ACTIVE  PIC  X(01) VALUE 'N'.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.

       01  PHASE-KEYS             PIC  X(01) VALUE 'K'.
       01  PHASE-FILES            PIC  X(01) VALUE 'F'.
       01  PHASE-DEPENDS          PIC  X(01) VALUE 'D'.

      *****************************************************************
      * zcRECON control file resources - start                        *
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  ZR-TASKID          PIC  9(06).
           02  ZR-BAD-CHECKSUMS   PIC S9(07) COMP-3 VALUE ZEROES.
      *    *--------------------------------------------------------*
      *    * ZR-ORPHAN-DEPENDS completes the run totals, and         *
      *    * ZR-CACHE names the cache the chain reconciles, so the   *
      *    * daily scorecard can read the figures back per cache.    *
      *    * These fields grew the record -- the ZCRECON cluster     *
      *    * must be (re)defined with RECORDSIZE at least 73.        *
      *    *--------------------------------------------------------*
           02  ZR-ORPHAN-DEPENDS  PIC S9(07) COMP-3 VALUE ZEROES.
           02  ZR-CACHE           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * zECS DEPENDENCY record definition.                            *
      *****************************************************************
       COPY ZECSDPC.

       01  FC-READ                PIC  X(06) VALUE 'READ  '.
       01  FC-DELETE              PIC  X(06) VALUE 'DELETE'.
       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
                 PERFORM 3000-SCAN-FILES   THRU 3000-EXIT
                         WITH TEST AFTER
                         UNTIL EOF EQUAL 'Y'
              WHEN PHASE-DEPENDS
                 PERFORM 4000-SCAN-DEPENDS THRU 4000-EXIT
                         WITH TEST AFTER
                         UNTIL EOF EQUAL 'Y'
              WHEN OTHER
                 PERFORM 2000-SCAN-KEYS    THRU 2000-EXIT
                         WITH TEST AFTER

      *****************************************************************
      * Retrieve information for the reconciliation task.  The        *
      * resume key and phase (K = scanning *KEY, F = scanning *FILE,  *
      * D = scanning the dependency rows)                             *
      * are passed forward on the ICE chain so a long running         *
      * reconciliation can pick up where it left off.                 *
      *****************************************************************

           MOVE ZC-KEY            TO ZK-KEY.
           MOVE ZC-KEY            TO ZF-KEY-16.
           MOVE ZC-KEY            TO DP-KEY.

           MOVE ZC-TRANID         TO ZK-TRANID
                                     ZF-TRANID
                                     DP-TRANID.
           MOVE ZC-TRANID(3:2)    TO ZS-TRANID(3:2).

           PERFORM 1500-CHECK-MAINT    THRU 1500-EXIT.

           IF  ZC-PHASE NOT EQUAL PHASE-KEYS
           AND ZC-PHASE NOT EQUAL PHASE-FILES
           AND ZC-PHASE NOT EQUAL PHASE-DEPENDS
               MOVE PHASE-KEYS     TO ZC-PHASE.

           IF  ZC-KEY EQUAL LOW-VALUES
           AND ZC-PHASE NOT EQUAL PHASE-DEPENDS
               PERFORM 1200-ENQ    THRU 1200-EXIT
               PERFORM 1300-CONTROL THRU 1300-EXIT.

      * Stand down while the cache is quiesced to read-only -- this   *
      * scan is a writer too.  The chain keeps rescheduling itself    *
      * so it picks the work back up as soon as the state clears.     *
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

           MOVE ZC-TRANID                TO ZR-CACHE.

           IF  ZR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO ZR-KEY
               EXEC CICS WRITE
               MOVE ZEROES               TO ZR-ORPHAN-KEYS
                                            ZR-ORPHAN-FILES
                                            ZR-BAD-CHECKSUMS
                                            ZR-ORPHAN-DEPENDS
               EXEC CICS REWRITE
                    FILE  (ZR-FCT)
                    FROM  (ZR-RECORD)

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               MOVE PHASE-DEPENDS        TO ZC-PHASE
               MOVE LOW-VALUES           TO ZC-KEY
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

                   UNTIL CHECKSUM-INDEX NOT LESS THAN CHECKSUM-LENGTH.

           IF  CHECKSUM-VALUE NOT EQUAL ZF-CHECKSUM
               ADD  ONE                  TO BAD-CHECKSUM-COUNT
               MOVE SPACES               TO TD-MESSAGE
               STRING 'RECON CHECKSUM IDN='  ZF-KEY-IDN
                      DELIMITED BY SIZE
       3110-EXIT.
           EXIT.

      *****************************************************************
      * Browse ZCxxDP sequentially.  A dependency row is only useful  *
      * while both its parent and its dependent key exist; when       *
      * either *KEY record is gone the row is orphaned and removed.   *
      * At end of file the next cycle starts over with the *KEY scan. *
      *****************************************************************
       4000-SCAN-DEPENDS.
           MOVE LENGTH OF DP-RECORD       TO DP-LENGTH.

           IF  DEPENDS-BROWSE-ACTIVE EQUAL 'N'
               EXEC CICS STARTBR FILE(DP-FCT)
                    RIDFLD(DP-KEY)
                    GTEQ
                    NOHANDLE
               END-EXEC

               IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'                  TO EOF
                   MOVE PHASE-KEYS           TO ZC-PHASE
                   MOVE LOW-VALUES           TO ZC-KEY
                   PERFORM 8000-RESTART      THRU 8000-EXIT
                   PERFORM 9000-RETURN       THRU 9000-EXIT
               END-IF

               MOVE 'Y'                      TO DEPENDS-BROWSE-ACTIVE
           END-IF.

           EXEC CICS READNEXT FILE(DP-FCT)
                RIDFLD(DP-KEY)
                INTO  (DP-RECORD)
                LENGTH(DP-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               MOVE PHASE-KEYS           TO ZC-PHASE
               MOVE LOW-VALUES           TO ZC-KEY
               EXEC CICS ENDBR FILE(DP-FCT) NOHANDLE
               END-EXEC
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(DP-CHILD)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (ZR-RESP)
                NOHANDLE
           END-EXEC.

           IF  ZR-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE LENGTH OF ZK-RECORD  TO ZK-LENGTH
               EXEC CICS READ FILE(ZK-FCT)
                    RIDFLD(DP-PARENT)
                    INTO  (ZK-RECORD)
                    LENGTH(ZK-LENGTH)
                    RESP  (ZR-RESP)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  ZR-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 4100-ORPHAN-DEPEND THRU 4100-EXIT.

           ADD ONE TO RECORD-COUNT.
           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE DP-KEY               TO ZC-KEY
               EXEC CICS ENDBR FILE(DP-FCT) NOHANDLE
               END-EXEC
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Report and remove an orphaned dependency row.                 *
      *****************************************************************
       4100-ORPHAN-DEPEND.
           ADD  ONE                      TO ORPHAN-DEPEND-COUNT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'RECON ORPHAN DEPEND ID='  DP-CHILD-ID
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9900-WRITE-CSSL       THRU 9900-EXIT.

           EXEC CICS DELETE FILE(DP-FCT)
                RIDFLD(DP-KEY)
                NOHANDLE
           END-EXEC.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.
           PERFORM 8100-SAVE-TOTALS THRU 8100-EXIT.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Add this batch's findings into the run totals on the control  *
      * record before the chain moves on -- each batch is its own     *
      * task, so counts held only in storage would be lost.  The      *
      * batch's own restart interval is kept as it was.               *
      *****************************************************************
       8100-SAVE-TOTALS.
           IF  ORPHAN-KEY-COUNT    EQUAL ZEROES
           AND ORPHAN-FILE-COUNT   EQUAL ZEROES
           AND ORPHAN-DEPEND-COUNT EQUAL ZEROES
           AND BAD-CHECKSUM-COUNT  EQUAL ZEROES
               GO TO 8100-EXIT.

           MOVE ZR-INTERVAL              TO HOLD-INTERVAL.
           MOVE EIBTRNID                 TO ZR-KEY.
           MOVE LENGTH OF ZR-RECORD      TO ZR-LENGTH.

           EXEC CICS READ
                FILE   (ZR-FCT)
                RIDFLD (ZR-KEY)
                INTO   (ZR-RECORD)
                LENGTH (ZR-LENGTH)
                RESP   (ZR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  ZR-RESP EQUAL DFHRESP(NORMAL)
           OR  ZR-RESP EQUAL DFHRESP(LENGERR)
               ADD  ORPHAN-KEY-COUNT     TO ZR-ORPHAN-KEYS
               ADD  ORPHAN-FILE-COUNT    TO ZR-ORPHAN-FILES
               ADD  ORPHAN-DEPEND-COUNT  TO ZR-ORPHAN-DEPENDS
               ADD  BAD-CHECKSUM-COUNT   TO ZR-BAD-CHECKSUMS
               MOVE ZC-TRANID            TO ZR-CACHE
               MOVE LENGTH OF ZR-RECORD  TO ZR-LENGTH
               EXEC CICS REWRITE
                    FILE  (ZR-FCT)
                    FROM  (ZR-RECORD)
                    LENGTH(ZR-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           MOVE ZEROES                   TO ORPHAN-KEY-COUNT
                                            ORPHAN-FILE-COUNT
                                            ORPHAN-DEPEND-COUNT
                                            BAD-CHECKSUM-COUNT.
           MOVE HOLD-INTERVAL            TO ZR-INTERVAL.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
