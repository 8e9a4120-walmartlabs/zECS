
       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

      *****************************************************************
      * Soft-delete grace.  A tombstoned KEY record (ZK-DELETED-ABS   *
      * stamped by the service) whose recovery window has lapsed is   *
       01  WH-RESPONSE            PIC  X(40) VALUE SPACES.
       01  WH-RESPONSE-LENGTH     PIC S9(08) COMP VALUE 40.

      *****************************************************************
      * Dependency cascade.  An expired key's dependents (keys        *
      * written with ?depends= naming it) are invalidated by ZECS032  *
      * before the key itself is deleted.  The expiration reaches     *
      * each partner on /deplicate, where the partner cascades its    *
      * own copy, so nothing is queued for replication from here.     *
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
      * Expire-to-archive.  An expired key under a prefix the cache's *
      * ZCARCHIV policy designates is copied to the ARCH queue by     *
      * ZECS042 before the chain is deleted.                          *
      *****************************************************************
       01  ZECS042                PIC  X(08) VALUE 'ZECS042 '.

       01  ZECS042-COMM-AREA.
           02  AX-TRANID          PIC  X(04) VALUE SPACES.
           02  AX-REASON          PIC  X(08) VALUE 'EXPIRED '.
           02  AX-ZF-KEY-16       PIC  X(16) VALUE LOW-VALUES.
           02  AX-ARCHIVED        PIC  X(01) VALUE 'N'.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * Legal hold.  An expired entry, or a tombstone whose recovery  *
      * window has lapsed, is left alone while ZECS053 finds a hold   *
      * in force on its key; the skip is logged and audited there.    *
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
      * Per-prefix accounting.  Each expired entry is counted by      *
      * ZECS047 under its key's ZCPREFIX prefix, as read or unread    *
      * since its last write, with its TTL.                           *
      *****************************************************************
       01  ZECS047                PIC  X(08) VALUE 'ZECS047 '.

       01  ZECS047-COMM-AREA.
           02  PX-TRANID          PIC  X(04) VALUE SPACES.
           02  PX-EVENT           PIC  X(01) VALUE SPACES.
           02  PX-COUNTED         PIC  X(01) VALUE 'N'.
           02  PX-INCREMENT       PIC S9(04) COMP VALUE ZEROES.
           02  PX-TTL             PIC S9(07) COMP-3 VALUE ZEROES.
           02  PX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  PX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * Secondary index.  An expired key's ZCxxIX entry is removed by *
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
      * *MAINT* row on the ZCxxSD file) -- an expiration sweep is a   *
      * writer too.  The chain keeps rescheduling itself so it picks  *
      * the work back up as soon as the state clears.                 *
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

                   PERFORM 2100-CHECK-TOMBSTONE THRU 2100-EXIT
               END-IF
               IF  TOMBSTONE-EXPIRED EQUAL 'Y'
                   PERFORM 2300-CHECK-HOLD  THRU 2300-EXIT
                   IF  HX-HELD NOT EQUAL 'Y'
                       PERFORM 3200-DELETE  THRU 3200-EXIT
                   END-IF
               ELSE
                   MOVE ZF-TTL           TO TTL-SECONDS
                   MOVE TTL-TIME         TO TTL-MILLISECONDS
                   SUBTRACT ZF-ABS FROM CURRENT-ABS
                       GIVING RELATIVE-TIME
                   IF  RELATIVE-TIME GREATER THAN TTL-MILLISECONDS
                       PERFORM 2300-CHECK-HOLD  THRU 2300-EXIT
                       IF  HX-HELD NOT EQUAL 'Y'
                           PERFORM 3000-DEPLICATE THRU 3000-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * Is the chain's key under a legal hold?  Any segment of the    *
      * chain can bring it here, and 3200-DELETE takes every segment, *
      * so each one asks -- ZECS053 audits a held key's skips only    *
      * once a day however often the sweep meets it.                  *
      *****************************************************************
       2300-CHECK-HOLD.
           MOVE ZC-TRANID                 TO HX-TRANID.
           MOVE 'EXPIRED '                TO HX-PATH.
           MOVE 'Y'                       TO HX-SWEEP.
           MOVE 'N'                       TO HX-HELD.
           MOVE ZEROES                    TO HX-KEY-LENGTH.
           MOVE ZF-ZK-KEY                 TO HX-KEY.
           MOVE SPACES                    TO HX-USERID.
           MOVE SPACES                    TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Deplicate request to the other Data Center.                   *
      * Delete *FILE and *KEY  records only when eligible to expire   *
           IF  DC-HOLD-RECORD
               PERFORM 3100-UPDATE-ABS        THRU 3100-EXIT
           ELSE
               PERFORM 3300-CASCADE           THRU 3300-EXIT
               PERFORM 3400-ARCHIVE           THRU 3400-EXIT
               PERFORM 3500-UNINDEX           THRU 3500-EXIT
               PERFORM 3600-PREFIX-EXPIRY     THRU 3600-EXIT
               PERFORM 3200-DELETE            THRU 3200-EXIT.

       3000-EXIT.
       3220-EXIT.
           EXIT.

      *****************************************************************
      * Invalidate the expiring key's dependents before the key goes. *
      * The key length is derived from its low-value padding.         *
      *****************************************************************
       3300-CASCADE.
           MOVE ZC-TRANID                 TO DX-TRANID.
           MOVE 'N'                       TO DX-REPLICATE.
           MOVE ZEROES                    TO DX-KEY-LENGTH.
           MOVE ZF-ZK-KEY                 TO DX-KEY.
           MOVE SPACES                    TO DX-USERID.
           MOVE SPACES                    TO DX-REQUEST-ID.
           MOVE ZEROES                    TO DX-INVALIDATED.

           EXEC CICS LINK PROGRAM(ZECS032)
                COMMAREA(ZECS032-COMM-AREA)
                LENGTH  (LENGTH OF ZECS032-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Archive the expiring entry when its prefix has an archive     *
      * policy.  ZECS042 re-reads the first segment from the key in   *
      * hand, so it runs before 3200-DELETE steps ZF-SEGMENT.         *
      *****************************************************************
       3400-ARCHIVE.
           MOVE ZC-TRANID                 TO AX-TRANID.
           MOVE 'EXPIRED '                TO AX-REASON.
           MOVE ZF-KEY-16                 TO AX-ZF-KEY-16.
           MOVE 'N'                       TO AX-ARCHIVED.

           EXEC CICS LINK PROGRAM(ZECS042)
                COMMAREA(ZECS042-COMM-AREA)
                LENGTH  (LENGTH OF ZECS042-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Remove the expiring key's secondary index entry.  The key     *
      * length is derived from its low-value padding.                 *
      *****************************************************************
       3500-UNINDEX.
           MOVE ZC-TRANID                 TO XI-TRANID.
           MOVE 'D'                       TO XI-ACTION.
           MOVE ZEROES                    TO XI-KEY-LENGTH.
           MOVE ZF-ZK-KEY                 TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Count the expiring entry against its key prefix: unread when  *
      * the KEY record carries no read stamp for this generation.  A  *
      * KEY record pointing at some other chain is not this entry's   *
      * and is left uncounted.                                        *
      *****************************************************************
       3600-PREFIX-EXPIRY.
           MOVE LENGTH OF ZK-RECORD       TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(ZF-ZK-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (ZX-RESP)
                NOHANDLE
           END-EXEC.

           IF  ZX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-ZF-KEY NOT EQUAL ZF-KEY
               GO TO 3600-EXIT.

           MOVE 'U'                       TO PX-EVENT.
           IF  ZK-READ-ABS NUMERIC
           AND ZK-READ-ABS GREATER THAN ZEROES
               MOVE 'E'                   TO PX-EVENT.

           MOVE ZC-TRANID                 TO PX-TRANID.
           MOVE 'N'                       TO PX-COUNTED.
           MOVE ONE                       TO PX-INCREMENT.
           MOVE ZF-TTL                    TO PX-TTL.
           MOVE ZEROES                    TO PX-KEY-LENGTH.
           MOVE ZF-ZK-KEY                 TO PX-KEY.

           EXEC CICS LINK PROGRAM(ZECS047)
                COMMAREA(ZECS047-COMM-AREA)
                LENGTH  (LENGTH OF ZECS047-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * Get URL for deplication process.                              *
      * URL must be in the following format:                          *
