
       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  EV-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * Evict-to-archive.  A cold chain under a prefix the cache's    *
      * ZCARCHIV policy designates is copied to the ARCH queue by     *
      * ZECS042 before it is deleted.                                 *
      *****************************************************************
       01  ZECS042                PIC  X(08) VALUE 'ZECS042 '.

       01  ZECS042-COMM-AREA.
           02  AX-TRANID          PIC  X(04) VALUE SPACES.
           02  AX-REASON          PIC  X(08) VALUE 'EVICTED '.
           02  AX-ZF-KEY-16       PIC  X(16) VALUE LOW-VALUES.
           02  AX-ARCHIVED        PIC  X(01) VALUE 'N'.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * Legal hold.  A cold chain whose key ZECS053 finds under a     *
      * hold in force is passed over; the scan goes on to the next    *
      * cold chain, so the cache still comes back under its ceiling.  *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'EVICTED '.
           02  HX-SWEEP           PIC  X(01) VALUE 'Y'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Secondary index.  An evicted key's ZCxxIX entry is removed by *
      * ZECS044 along with the key.                                   *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'D'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
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

           OR  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 3100-EXIT.

           PERFORM 3140-CHECK-HOLD       THRU 3140-EXIT.

           IF  HX-HELD EQUAL 'Y'
               GO TO 3100-EXIT.

           PERFORM 3150-ARCHIVE          THRU 3150-EXIT.

           IF  ZK-VER-COUNT GREATER THAN ZEROES
               PERFORM 3110-EVICT-VERSION THRU 3110-EXIT
                   WITH TEST AFTER
                NOHANDLE
           END-EXEC.

           PERFORM 3160-UNINDEX          THRU 3160-EXIT.

           SUBTRACT ONE                FROM EV-LIVE-COUNT.
           ADD  ONE                      TO EV-EVICTED.

       3120-EXIT.
           EXIT.

      *****************************************************************
      * Is the chain's key under a legal hold?                        *
      *****************************************************************
       3140-CHECK-HOLD.
           MOVE ZC-TRANID                TO HX-TRANID.
           MOVE 'EVICTED '               TO HX-PATH.
           MOVE 'Y'                      TO HX-SWEEP.
           MOVE 'N'                      TO HX-HELD.
           MOVE ZEROES                   TO HX-KEY-LENGTH.
           MOVE ZK-KEY                   TO HX-KEY.
           MOVE SPACES                   TO HX-USERID.
           MOVE SPACES                   TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3140-EXIT.
           EXIT.

      *****************************************************************
      * Archive the chain being evicted when its prefix has an archive*
      * policy -- ZECS042 re-reads the first segment in hand.         *
      *****************************************************************
       3150-ARCHIVE.
           MOVE ZC-TRANID                TO AX-TRANID.
           MOVE 'EVICTED '               TO AX-REASON.
           MOVE ZF-KEY-16                TO AX-ZF-KEY-16.
           MOVE 'N'                      TO AX-ARCHIVED.

           EXEC CICS LINK PROGRAM(ZECS042)
                COMMAREA(ZECS042-COMM-AREA)
                LENGTH  (LENGTH OF ZECS042-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * Remove the evicted key's secondary index entry.  The key      *
      * length is derived from its low-value padding.                 *
      *****************************************************************
       3160-UNINDEX.
           MOVE ZC-TRANID                TO XI-TRANID.
           MOVE 'D'                      TO XI-ACTION.
           MOVE ZEROES                   TO XI-KEY-LENGTH.
           MOVE ZK-KEY                   TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3160-EXIT.
           EXIT.

      *****************************************************************
      * The eviction pass is complete -- report and go back to the    *
      * counting phase for the next interval.                         *
