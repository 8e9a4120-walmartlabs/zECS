           02  MG-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  MG-TASKID          PIC  9(06).
           02  MG-HELD            PIC S9(07) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(06).

       01  MG-RECORD-SAVE         PIC  X(160).


       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

      *****************************************************************
      * Source cache files (this chain's tranid) and target cache     *
      * files (the tranid the operator set on the control record).    *
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * Legal hold.  A key ZECS053 finds under a hold in force is not *
      * moved: it stays in the source cache, where the hold is.       *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'MIGRATE '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RPT-COPIED-D           PIC  Z(06)9.
       01  RPT-REMOVED-D          PIC  Z(06)9.
       01  RPT-ERRORS-D           PIC  Z(06)9.
       01  RPT-HELD-D             PIC  Z(06)9.

      *****************************************************************
      * zECS FILE record definition.                                  *
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

               MOVE ZEROES               TO MG-COPIED
                                            MG-REMOVED
                                            MG-ERRORS
                                            MG-HELD
               EXEC CICS REWRITE
                    FILE  (MG-FCT)
                    FROM  (MG-RECORD)
      * record there, and only then remove the source copies.         *
      *****************************************************************
       3000-MIGRATE-KEY.
           PERFORM 3010-CHECK-HOLD       THRU 3010-EXIT.

           IF  HX-HELD EQUAL 'Y'
               ADD  ONE                  TO MG-HELD
               GO TO 3000-EXIT.

           MOVE 'N'                      TO MIGRATE-FAILED.

           MOVE 'N'                      TO SOURCE-IS-COLD.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * Is the key to be moved under a legal hold?                    *
      *****************************************************************
       3010-CHECK-HOLD.
           MOVE ZC-TRANID                TO HX-TRANID.
           MOVE 'MIGRATE '               TO HX-PATH.
           MOVE 'N'                      TO HX-SWEEP.
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

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Copy one retained prior generation's chain.                   *
      *****************************************************************
           MOVE MG-COPIED                TO RPT-COPIED-D.
           MOVE MG-REMOVED               TO RPT-REMOVED-D.
           MOVE MG-ERRORS                TO RPT-ERRORS-D.
           MOVE MG-HELD                  TO RPT-HELD-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'MIGRATE COPIED='       RPT-COPIED-D
                  ' REMOVED='              RPT-REMOVED-D
                  ' ERRORS='               RPT-ERRORS-D
                  ' HELD='                 RPT-HELD-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
