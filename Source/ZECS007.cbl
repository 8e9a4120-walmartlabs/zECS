      *****************************************************************
       COPY ZECSZFC.

      *****************************************************************
      * Online reorganization check -- stand down while the *REORG*   *
      * row of a ZECS050 run is on the cache's ZCxxSD file.           *
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

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 1500-CHECK-REORG        THRU 1500-EXIT.

           EVALUATE ZC-PHASE
              WHEN PHASE-FILES
       1350-EXIT.
           EXIT.

      *****************************************************************
      * Stand down while an online reorganization (ZECS050) is        *
      * copying this cache -- the restore writes into the very files  *
      * it is copying.  The chain keeps rescheduling itself with the  *
      * same parameters, so the restore carries on where it stood as  *
      * soon as the *REORG* row is gone.                              *
      *****************************************************************
       1500-CHECK-REORG.
           MOVE ZC-TRANID(3:2)             TO ZS-TRANID(3:2).
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
      * Drain the BKUP queue, restoring every *KEY record it holds,   *
      * in batches of FIVE-HUNDRED so a very large backup does not    *
