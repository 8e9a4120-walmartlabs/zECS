      *                                                               *
      * The expiration sweep only walks the primary file, so a        *
      * second phase of this task expires cold chains whose TTL has   *
      * lapsed, chain and key together -- archiving, cascading and    *
      * unindexing each one the way the sweep does on the primary.    *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * Legal hold.  An expired cold chain whose key ZECS053 finds    *
      * under a hold in force is left on the cold tier, key and all.  *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'EXPIRED '.
           02  HX-SWEEP           PIC  X(01) VALUE 'Y'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Expire-to-archive.  An expired cold chain under a prefix the  *
      * cache's ZCARCHIV policy designates is copied to the ARCH      *
      * queue by ZECS042, read from the ZCxxCOLD file, before it is   *
      * deleted.                                                      *
      *****************************************************************
       01  ZECS042                PIC  X(08) VALUE 'ZECS042 '.

       01  ZECS042-COMM-AREA.
           02  AX-TRANID          PIC  X(04) VALUE SPACES.
           02  AX-REASON          PIC  X(08) VALUE 'EXPIRED '.
           02  AX-ZF-KEY-16       PIC  X(16) VALUE LOW-VALUES.
           02  AX-ARCHIVED        PIC  X(01) VALUE 'N'.
           02  AX-TIER            PIC  X(01) VALUE 'C'.
           02  FILLER             PIC  X(02) VALUE SPACES.

      *****************************************************************
      * Dependency cascade.  An expired cold key's dependents (keys   *
      * written with ?depends= naming it) are invalidated by ZECS032  *
      * before the key itself is deleted.                             *
      *****************************************************************
       01  ZECS032                PIC  X(08) VALUE 'ZECS032 '.

       01  ZECS032-COMM-AREA.
           02  DX-TRANID          PIC  X(04) VALUE SPACES.
           02  DX-REPLICATE       PIC  X(01) VALUE 'N'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  DX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  DX-USERID          PIC  X(08) VALUE SPACES.
           02  DX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  DX-INVALIDATED     PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Secondary index.  An expired cold key's ZCxxIX entry is       *
      * removed by ZECS044 along with the key.                        *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'D'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

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

      * Remove one expired cold chain and its owning KEY record --    *
      * but only when the key still points here; a key since          *
      * rewritten owns a fresh primary chain this phase must not      *
      * touch.  A key that does still own the chain is archived,      *
      * cascaded to its dependents and unindexed first, as the        *
      * ZECS000 sweep does for an expiring primary chain; an orphan   *
      * chain is simply deleted.                                      *
      *****************************************************************
       3100-EXPIRE-COLD.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.
                NOHANDLE
           END-EXEC.

           IF  TI-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY EQUAL ZF-KEY
               PERFORM 3150-CHECK-HOLD   THRU 3150-EXIT
               IF  HX-HELD EQUAL 'Y'
                   GO TO 3100-EXIT
               END-IF
           END-IF.

           IF  TI-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY EQUAL ZF-KEY
           AND ZK-SEGMENTS EQUAL 'C'
               PERFORM 3160-ARCHIVE      THRU 3160-EXIT
               PERFORM 3170-CASCADE      THRU 3170-EXIT
               PERFORM 3180-UNINDEX      THRU 3180-EXIT.

           MOVE ZF-KEY                   TO DELETE-KEY.
           MOVE ZEROES                   TO DELETE-ZEROES.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Is the expired cold chain's key under a legal hold?           *
      *****************************************************************
       3150-CHECK-HOLD.
           MOVE ZC-TRANID                TO HX-TRANID.
           MOVE 'EXPIRED '               TO HX-PATH.
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

       3150-EXIT.
           EXIT.

      *****************************************************************
      * Archive the expiring cold chain when its prefix has an        *
      * archive policy.  ZECS042 re-reads the first segment from the  *
      * ZCxxCOLD file, so it runs before the chain is deleted.        *
      *****************************************************************
       3160-ARCHIVE.
           MOVE ZC-TRANID                TO AX-TRANID.
           MOVE 'EXPIRED '               TO AX-REASON.
           MOVE ZF-KEY-16                TO AX-ZF-KEY-16.
           MOVE 'N'                      TO AX-ARCHIVED.
           MOVE 'C'                      TO AX-TIER.

           EXEC CICS LINK PROGRAM(ZECS042)
                COMMAREA(ZECS042-COMM-AREA)
                LENGTH  (LENGTH OF ZECS042-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3160-EXIT.
           EXIT.

      *****************************************************************
      * Invalidate the expiring key's dependents before the key goes. *
      * The key length is derived from its low-value padding.         *
      *****************************************************************
       3170-CASCADE.
           MOVE ZC-TRANID                TO DX-TRANID.
           MOVE 'N'                      TO DX-REPLICATE.
           MOVE ZEROES                   TO DX-KEY-LENGTH.
           MOVE ZK-KEY                   TO DX-KEY.
           MOVE SPACES                   TO DX-USERID.
           MOVE SPACES                   TO DX-REQUEST-ID.
           MOVE ZEROES                   TO DX-INVALIDATED.

           EXEC CICS LINK PROGRAM(ZECS032)
                COMMAREA(ZECS032-COMM-AREA)
                LENGTH  (LENGTH OF ZECS032-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3170-EXIT.
           EXIT.

      *****************************************************************
      * Remove the expiring key's secondary index entry.  The key     *
      * length is derived from its low-value padding.                 *
      *****************************************************************
       3180-UNINDEX.
           MOVE ZC-TRANID                TO XI-TRANID.
           MOVE 'D'                      TO XI-ACTION.
           MOVE ZEROES                   TO XI-KEY-LENGTH.
           MOVE ZK-KEY                   TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3180-EXIT.
           EXIT.

      *****************************************************************
      * The cold expiry phase is complete -- report and go back to    *
      * the demotion phase for the next interval.                     *
