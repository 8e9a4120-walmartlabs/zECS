
       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.
           02  CA-PREFIX-LENGTH   PIC S9(04) COMP VALUE ZEROES.
           02  CA-PREFIX          PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Legal hold.  A scheduled single-key delete of a key ZECS053   *
      * finds under a hold in force is not carried out, locally or at *
      * the partners.  A scheduled prefix clear is held back key by   *
      * key inside ZECS003.                                           *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'INVALID '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Partner Data Center plumbing for replicating a single-key     *
      * delete, the same document/parse/converse shapes ZECS000's     *
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

           IF  SC-TARGET-LEN GREATER THAN ZEROES
               MOVE SC-TARGET(1:SC-TARGET-LEN)
                    TO ZK-KEY(1:SC-TARGET-LEN).

           PERFORM 3250-CHECK-HOLD       THRU 3250-EXIT.

           IF  HX-HELD EQUAL 'Y'
               GO TO 3200-EXIT.

           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
       3220-EXIT.
           EXIT.

      *****************************************************************
      * Is the scheduled delete's key under a legal hold?             *
      *****************************************************************
       3250-CHECK-HOLD.
           MOVE ZC-TRANID                TO HX-TRANID.
           MOVE 'INVALID '               TO HX-PATH.
           MOVE 'N'                      TO HX-SWEEP.
           MOVE 'N'                      TO HX-HELD.
           MOVE SC-TARGET-LEN            TO HX-KEY-LENGTH.
           MOVE ZK-KEY                   TO HX-KEY.
           MOVE SPACES                   TO HX-USERID.
           MOVE SPACES                   TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * Replicate the scheduled DELETE to one partner Data Center on  *
      * the /replicate path, the same URIMAP-plus-key construction    *
