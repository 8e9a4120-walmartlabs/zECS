      *     OP-TTL     9(07)   TTL seconds (PUT/RENEW; 0 = default)   *
      *     OP-VALUE   X(3000) the value (PUT only, trailing spaces   *
      *                        trimmed)                               *
      *     OP-JOBNAME X(08)   the batch job that queued it           *
      *     OP-RESUBMITS 9(02) times ZECS046 has resubmitted it       *
      *                                                               *
      * Each operation runs through the same counter priming, KEY/    *
      * FILE write, audit, and replication plumbing the REST path     *
      * current-state discipline.  A record that cannot be applied    *
      * is written to the OPSR reject queue with an eight-byte        *
      * reason code ahead of the original record, so rejects can be   *
      * reported on and resubmitted by ZECS046.                       *
      *                                                               *
      * Date        UserID    Description                             *
      * ----------- --------  --------------------------------------- *
           02  FILLER             PIC  X(08) VALUE 'ZCOPSQU_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Online reorganization (ZECS050).  An operation against a      *
      * cache that is switching over waits here; one applied while    *
      * it is tracking changes has its key logged by ZECS049.         *
      *****************************************************************
       01  ZECS049                PIC  X(08) VALUE 'ZECS049 '.
       01  HOLD-SECONDS           PIC S9(08) COMP VALUE 1.

       01  ZECS049-COMM-AREA.
           02  RG-TRANID          PIC  X(04) VALUE SPACES.
           02  RG-STATE           PIC  X(01) VALUE SPACES.
           02  RG-KEY             PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Legal hold.  A queued DELETE of a key ZECS053 finds under a   *
      * hold in force is rejected with reason HELD.                   *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'OPSQ    '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * One queued operation, as the batch bridge wrote it.           *
      *****************************************************************
       01  OPSR-QUEUE             PIC  X(04) VALUE 'OPSR'.
       01  OP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZECSOPC.

       01  OP-VALUE-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       01  OPR-LENGTH             PIC S9(04) COMP VALUE ZEROES.

       01  ZK-FCT.
               MOVE 'Y'                  TO OP-REJECTED
               GO TO 2010-EXIT.

           PERFORM 2020-REORG-STATE      THRU 2020-EXIT.
           PERFORM 2030-REORG-HOLD       THRU 2030-EXIT
               UNTIL RG-STATE NOT EQUAL 'S'.

           EVALUATE OP-ACTION
              WHEN 'PUT     '
                 PERFORM 3000-APPLY-PUT    THRU 3000-EXIT
                 MOVE 'Y'                TO OP-REJECTED
           END-EVALUATE.

           IF  OP-REJECTED EQUAL 'N'
           AND RG-STATE    EQUAL 'T'
               PERFORM 2040-REORG-TRACK  THRU 2040-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Look up the operation's cache reorganization state (ZECS049   *
      * with a low-value key).  A cache without ZECS049 installed     *
      * comes back as spaces, which is treated as nothing running.    *
      *****************************************************************
       2020-REORG-STATE.
           MOVE OP-TRANID                TO RG-TRANID.
           MOVE SPACES                   TO RG-STATE.
           MOVE LOW-VALUES               TO RG-KEY.

           EXEC CICS LINK PROGRAM(ZECS049)
                COMMAREA(ZECS049-COMM-AREA)
                LENGTH  (LENGTH OF ZECS049-COMM-AREA)
                NOHANDLE
           END-EXEC.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * The cache is switching over.  Commit what has been applied so *
      * far, wait a second, and look again.                           *
      *****************************************************************
       2030-REORG-HOLD.
           MOVE ZEROES                   TO RECORD-COUNT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS DELAY FOR SECONDS(HOLD-SECONDS) NOHANDLE
           END-EXEC.

           PERFORM 2020-REORG-STATE      THRU 2020-EXIT.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * The cache is tracking changes for a reorganization: log the   *
      * key just applied, inside this unit of work.                   *
      *****************************************************************
       2040-REORG-TRACK.
           MOVE LOW-VALUES               TO RG-KEY.
           MOVE OP-KEY(1:OP-KEY-LEN)     TO RG-KEY(1:OP-KEY-LEN).

           EXEC CICS LINK PROGRAM(ZECS049)
                COMMAREA(ZECS049-COMM-AREA)
                LENGTH  (LENGTH OF ZECS049-COMM-AREA)
                NOHANDLE
           END-EXEC.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * PUT: the same counter priming and KEY/FILE write the REST     *
      * path (and the ZECS010 preloader) performs, then the audit     *
      * Write (or refresh) the KEY structure, the same overwrite a    *
      * duplicate PUT resolves to; the old FILE chain is left for     *
      * the reconciliation scan, since this interface must never      *
      * stall on one key.  Queued values are EBCDIC, and the key is   *
      * tagged so.                                                    *
      *****************************************************************
       3020-WRITE-KEY.
           MOVE LOW-VALUES                  TO ZK-RECORD.
           MOVE ZECS-NC-HW                  TO ZK-ZF-NC.
           MOVE 'Y'                         TO ZK-SEGMENTS.
           MOVE ZEROES                      TO ZK-VER-COUNT.
           MOVE 'E'                         TO ZK-CHARSET.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS WRITE
               MOVE 'Y'                     TO OP-REJECTED
               GO TO 4000-EXIT.

           PERFORM 4050-CHECK-HOLD          THRU 4050-EXIT.

           IF  HX-HELD EQUAL 'Y'
               MOVE 'HELD    '              TO OP-REASON
               MOVE 'Y'                     TO OP-REJECTED
               GO TO 4000-EXIT.

      *    *--------------------------------------------------------*
      *    * Retained prior generations always live on the primary  *
      *    * FILE; the current chain is deleted from whichever      *
       4010-EXIT.
           EXIT.

      *****************************************************************
      * Is the key of a queued DELETE under a legal hold?             *
      *****************************************************************
       4050-CHECK-HOLD.
           MOVE OP-TRANID                   TO HX-TRANID.
           MOVE 'OPSQ    '                  TO HX-PATH.
           MOVE 'N'                         TO HX-SWEEP.
           MOVE 'N'                         TO HX-HELD.
           MOVE OP-KEY-LEN                  TO HX-KEY-LENGTH.
           MOVE ZK-KEY                      TO HX-KEY.
           MOVE SPACES                      TO HX-USERID.
           MOVE OP-JOBNAME                  TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * RENEW: refresh the chain's TTL and last-touch time in place,  *
      * the same touch the service's PATCH ?ttl= performs.  Like      *
