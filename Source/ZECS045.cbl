       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS045.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to rebuild  *
      * a cache's secondary index (ZCxxIX, see ZECSIXC) from the data *
      * itself and to report how far the index had drifted from it.   *
      * ZECS044 keeps the index in step as keys are written through   *
      * the service; keys that reach the cache some other way         *
      * (ZECS010 loads, ZECS003 prefix clears), a ZCINDEX row added   *
      * or changed after its keys were written, or a restore of one   *
      * file without the other, leave it behind.                      *
      *                                                               *
      * The run has two phases, carried forward on the ICE chain:     *
      *                                                               *
      *   K  - browse ZCxxKEY.  Every key under a registered prefix,  *
      *        and every key the index already holds an entry for,    *
      *        is handed to ZECS044 as written, which re-derives its  *
      *        entry from the value on ZCxxFILE (or ZCxxCOLD).  The   *
      *        entry before and after is compared: one that was not   *
      *        there is counted missing; one that was there with      *
      *        another value, or should not have been there at all,   *
      *        is counted stale.                                      *
      *   X  - browse ZCxxIX.  A K row whose key is no longer on      *
      *        ZCxxKEY, or a V row whose K row does not point back at *
      *        it, is an orphan and is removed.                       *
      *                                                               *
      * Each drifted entry is written to CSSL as it is put right, and *
      * the keys/indexed/missing/stale/orphan totals when the run     *
      * completes.  Like ZECS020 this is a one-shot action: it drains *
      * both scans and stops rather than rescheduling itself.         *
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
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.
       01  RESTART-INTERVAL       PIC S9(07) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  ZC-PHASE           PIC  X(01) VALUE SPACES.
           02  ZC-KEY             PIC  X(255) VALUE LOW-VALUES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 260.

       01  PHASE-KEYS             PIC  X(01) VALUE 'K'.
       01  PHASE-INDEX            PIC  X(01) VALUE 'X'.

      *****************************************************************
      * zcIXRBLD control file resources - start                       *
      *****************************************************************
       01  IB-FCT                 PIC  X(08) VALUE 'ZCIXRBLD'.
       01  IB-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IB-CTL-LENGTH          PIC S9(04) COMP VALUE ZEROES.

       01  IB-CONTROL.
           02  IB-CTL-KEY         PIC  X(04).
           02  IB-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  IB-CACHE           PIC  X(04) VALUE SPACES.
           02  IB-KEY-COUNT       PIC S9(07) COMP-3 VALUE ZEROES.
           02  IB-INDEXED-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  IB-MISSING-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  IB-STALE-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  IB-ORPHAN-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  IB-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  IB-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  IB-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  IB-TASKID          PIC  9(06).
           02  FILLER             PIC  X(20).

       01  IB-CONTROL-SAVE        PIC  X(160).

      *****************************************************************
      * zcIXRBLD control file resources - end                         *
      *****************************************************************

       01  ZC-IXRBLD-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCIXRBL_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * Secondary index resources.  The ZCINDEX prefix rows for the   *
      * cache are loaded once per batch so a key that falls under no  *
      * registered prefix, and has no entry, is passed over without   *
      * a LINK.  Should the cache have more rows than the table       *
      * holds, every key is treated as registered.                    *
      *****************************************************************
       01  IX-FCT.
           02  IX-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'IX  '.

       01  IX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IX-BROWSE-KEY          PIC  X(255) VALUE LOW-VALUES.

       01  IR-FCT                 PIC  X(08) VALUE 'ZCINDEX '.
       01  IR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IR-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  IR-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  IR-ALL-KEYS            PIC  X(01) VALUE 'N'.
       01  IR-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.

       01  RT-MAX                 PIC S9(04) COMP VALUE 50.
       01  RT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  RT-TABLE.
           02  RT-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  RT-ENTRY OCCURS 50 TIMES.
               05  RT-PREFIX      PIC  X(40).
               05  RT-PREFIX-LEN  PIC S9(04) COMP.

       COPY ZECSIXC.

      *****************************************************************
      * One key's entry as it stood before and after ZECS044 rebuilt  *
      * it, and the V row a phase X check is looking at.              *
      *****************************************************************
       01  KEY-COVERED            PIC  X(01) VALUE 'N'.
       01  ENTRY-FOUND            PIC  X(01) VALUE 'N'.
       01  ENTRY-NAME             PIC  X(16) VALUE SPACES.
       01  ENTRY-VALUE            PIC  X(64) VALUE SPACES.
       01  BEFORE-FOUND           PIC  X(01) VALUE 'N'.
       01  BEFORE-NAME            PIC  X(16) VALUE SPACES.
       01  BEFORE-VALUE           PIC  X(64) VALUE SPACES.
       01  DRIFT-TYPE             PIC  X(08) VALUE SPACES.
       01  ORPHAN-ROW             PIC  X(01) VALUE 'N'.

       01  CHECK-NAME             PIC  X(16) VALUE SPACES.
       01  CHECK-VALUE            PIC  X(64) VALUE SPACES.
       01  CHECK-CACHE-KEY        PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Secondary index maintainer.                                   *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'W'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

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

       01  RPT-KEY-COUNT-D        PIC  Z(06)9.
       01  RPT-INDEXED-COUNT-D    PIC  Z(06)9.
       01  RPT-MISSING-COUNT-D    PIC  Z(06)9.
       01  RPT-STALE-COUNT-D      PIC  Z(06)9.
       01  RPT-ORPHAN-COUNT-D     PIC  Z(06)9.
       01  RPT-KEY-LEN            PIC S9(04) COMP VALUE ZEROES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  ZC-PHASE EQUAL PHASE-INDEX
               PERFORM 3000-SCAN-INDEX     THRU 3000-EXIT
           ELSE
               PERFORM 2000-SCAN-KEYS      THRU 2000-EXIT.

           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the rebuild run.  The phase and the  *
      * resume key are passed forward on the ICE chain so a long      *
      * running rebuild can pick up where it left off.                *
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
                                     IX-TRANID
                                     XI-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF  ZC-PHASE NOT EQUAL PHASE-KEYS
           AND ZC-PHASE NOT EQUAL PHASE-INDEX
               MOVE PHASE-KEYS     TO ZC-PHASE.

           IF  ZC-KEY EQUAL LOW-VALUES
           AND ZC-PHASE EQUAL PHASE-KEYS
               PERFORM 1200-ENQ    THRU 1200-EXIT
               PERFORM 1300-CONTROL THRU 1300-EXIT
           ELSE
               PERFORM 1350-REFRESH-CONTROL THRU 1350-EXIT.

           IF  ZC-PHASE EQUAL PHASE-KEYS
               PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the rebuild run.                       *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-IXRBLD-ENQ)
                LENGTH(LENGTH OF  ZC-IXRBLD-ENQ)
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
      * Read/write the zcIXRBLD control record and reset the totals   *
      * a new rebuild is about to accumulate.                         *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO IB-CTL-KEY.
           MOVE LENGTH OF IB-CONTROL     TO IB-CTL-LENGTH.

           EXEC CICS READ
                FILE   (IB-FCT)
                RIDFLD (IB-CTL-KEY)
                INTO   (IB-CONTROL)
                LENGTH (IB-CTL-LENGTH)
                RESP   (IB-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO IB-CACHE.

           IF  IB-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO IB-CTL-KEY
               EXEC CICS WRITE
                    FILE   (IB-FCT)
                    RIDFLD (IB-CTL-KEY)
                    FROM   (IB-CONTROL)
                    LENGTH (IB-CTL-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO IB-KEY-COUNT
                                            IB-INDEXED-COUNT
                                            IB-MISSING-COUNT
                                            IB-STALE-COUNT
                                            IB-ORPHAN-COUNT
               EXEC CICS REWRITE
                    FILE  (IB-FCT)
                    FROM  (IB-CONTROL)
                    LENGTH(IB-CTL-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * A resumed batch re-reads the control record for the running   *
      * counters without resetting them.                              *
      *****************************************************************
       1350-REFRESH-CONTROL.
           MOVE EIBTRNID                 TO IB-CTL-KEY.
           MOVE LENGTH OF IB-CONTROL     TO IB-CTL-LENGTH.

           EXEC CICS READ
                FILE   (IB-FCT)
                RIDFLD (IB-CTL-KEY)
                INTO   (IB-CONTROL)
                LENGTH (IB-CTL-LENGTH)
                RESP   (IB-RESP)
                NOHANDLE
           END-EXEC.

       1350-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running totals on the control record so a crash   *
      * or a restart between batches does not lose progress.          *
      *****************************************************************
       1400-SAVE-TOTALS.
           MOVE EIBTRNID                 TO IB-CTL-KEY.
           MOVE LENGTH OF IB-CONTROL-SAVE TO IB-CTL-LENGTH.

           EXEC CICS READ
                FILE   (IB-FCT)
                RIDFLD (IB-CTL-KEY)
                INTO   (IB-CONTROL-SAVE)
                LENGTH (IB-CTL-LENGTH)
                RESP   (IB-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  IB-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF IB-CONTROL TO IB-CTL-LENGTH
               EXEC CICS REWRITE
                    FILE  (IB-FCT)
                    FROM  (IB-CONTROL)
                    LENGTH(IB-CTL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Load the cache's ZCINDEX prefix rows.                         *
      *****************************************************************
       1500-LOAD-REGISTRY.
           MOVE ZEROES                   TO RT-COUNT.
           MOVE 'N'                      TO IR-ALL-KEYS.
           MOVE SPACES                   TO IR-KEY.
           MOVE ZC-TRANID                TO IR-KEY-TRANID.

           EXEC CICS STARTBR FILE(IR-FCT)
                RIDFLD(IR-KEY)
                KEYLENGTH(IR-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(IR-RESP)
                NOHANDLE
           END-EXEC.

           IF  IR-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1500-EXIT.

           MOVE 'N'                      TO IR-BROWSE-DONE.

           PERFORM 1510-LOAD-NEXT      THRU 1510-EXIT
               WITH TEST AFTER
               UNTIL IR-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(IR-FCT) NOHANDLE
           END-EXEC.

       1500-EXIT.
           EXIT.

       1510-LOAD-NEXT.
           MOVE LENGTH OF IR-RECORD      TO IR-LENGTH.

           EXEC CICS READNEXT FILE(IR-FCT)
                INTO(IR-RECORD)
                RIDFLD(IR-KEY)
                KEYLENGTH(IR-PREFIX-LENGTH)
                LENGTH(IR-LENGTH)
                RESP(IR-RESP)
                NOHANDLE
           END-EXEC.

           IF  IR-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  IR-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO IR-BROWSE-DONE
               GO TO 1510-EXIT.

           IF  RT-COUNT NOT LESS THAN RT-MAX
               MOVE 'Y'                  TO IR-ALL-KEYS
                                            IR-BROWSE-DONE
               GO TO 1510-EXIT.

           ADD  ONE                      TO RT-COUNT.
           MOVE IR-KEY-PREFIX            TO RT-PREFIX(RT-COUNT).
           MOVE ZEROES                   TO RT-PREFIX-LEN(RT-COUNT).
           INSPECT IR-KEY-PREFIX TALLYING RT-PREFIX-LEN(RT-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

       1510-EXIT.
           EXIT.

      *****************************************************************
      * Phase K.  Browse ZCxxKEY sequentially from the resume key, in *
      * batches of FIVE-HUNDRED, rebuilding each key's entry.  End of *
      * file moves the chain on to phase X.                           *
      *****************************************************************
       2000-SCAN-KEYS.
           MOVE ZC-KEY                   TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS STARTBR FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2090-KEYS-DONE    THRU 2090-EXIT.

           MOVE ZEROES                   TO RECORD-COUNT.
           PERFORM 2010-REBUILD-NEXT     THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(ZK-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Rebuild one key's entry.                                      *
      *****************************************************************
       2010-REBUILD-NEXT.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READNEXT FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(ZK-FCT) NOHANDLE
               END-EXEC
               PERFORM 2090-KEYS-DONE    THRU 2090-EXIT.

           PERFORM 2020-REBUILD-ONE      THRU 2020-EXIT.

           ADD  ONE                      TO RECORD-COUNT.
           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE ZK-KEY               TO ZC-KEY
               EXEC CICS ENDBR FILE(ZK-FCT) NOHANDLE
               END-EXEC
               PERFORM 1400-SAVE-TOTALS  THRU 1400-EXIT
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Note the key's entry as it stands, have ZECS044 re-derive it  *
      * from the value, and compare.  ZECS044 removes the entry of a  *
      * key that is a remembered miss, is tombstoned, or whose value  *
      * no longer carries the attribute, so those need no special     *
      * handling here.                                                *
      *****************************************************************
       2020-REBUILD-ONE.
           PERFORM 2030-CHECK-COVERED    THRU 2030-EXIT.
           PERFORM 2050-READ-ENTRY       THRU 2050-EXIT.

           IF  KEY-COVERED NOT EQUAL 'Y'
           AND ENTRY-FOUND NOT EQUAL 'Y'
               GO TO 2020-EXIT.

           ADD  ONE                      TO IB-KEY-COUNT.

           MOVE ENTRY-FOUND              TO BEFORE-FOUND.
           MOVE ENTRY-NAME               TO BEFORE-NAME.
           MOVE ENTRY-VALUE              TO BEFORE-VALUE.

           MOVE 'W'                      TO XI-ACTION.
           MOVE 'N'                      TO XI-INDEXED.
           MOVE ZEROES                   TO XI-KEY-LENGTH.
           MOVE ZK-KEY                   TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                      TO ENTRY-FOUND.
           IF  XI-INDEXED EQUAL 'Y'
               ADD  ONE                  TO IB-INDEXED-COUNT
               PERFORM 2050-READ-ENTRY   THRU 2050-EXIT.

           MOVE SPACES                   TO DRIFT-TYPE.

           IF  BEFORE-FOUND NOT EQUAL 'Y'
           AND ENTRY-FOUND  EQUAL 'Y'
               MOVE 'MISSING '           TO DRIFT-TYPE
               ADD  ONE                  TO IB-MISSING-COUNT.

           IF  BEFORE-FOUND EQUAL 'Y'
           AND ENTRY-FOUND  NOT EQUAL 'Y'
               MOVE 'STALE   '           TO DRIFT-TYPE
               ADD  ONE                  TO IB-STALE-COUNT.

           IF  BEFORE-FOUND EQUAL 'Y'
           AND ENTRY-FOUND  EQUAL 'Y'
               IF  BEFORE-NAME  NOT EQUAL ENTRY-NAME
               OR  BEFORE-VALUE NOT EQUAL ENTRY-VALUE
                   MOVE 'STALE   '       TO DRIFT-TYPE
                   ADD  ONE              TO IB-STALE-COUNT.

           IF  DRIFT-TYPE NOT EQUAL SPACES
               MOVE ZK-KEY               TO CHECK-CACHE-KEY
               PERFORM 2060-REPORT-DRIFT THRU 2060-EXIT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Does the key fall under any of the cache's registered         *
      * prefixes?  Which one wins is ZECS044's business.              *
      *****************************************************************
       2030-CHECK-COVERED.
           MOVE IR-ALL-KEYS              TO KEY-COVERED.

           IF  KEY-COVERED NOT EQUAL 'Y'
           AND RT-COUNT GREATER THAN ZEROES
               PERFORM 2040-PREFIX-MATCH THRU 2040-EXIT
                   WITH TEST AFTER
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX NOT LESS THAN RT-COUNT
                   OR    KEY-COVERED EQUAL 'Y'.

       2030-EXIT.
           EXIT.

       2040-PREFIX-MATCH.
           MOVE RT-PREFIX-LEN(RT-INDEX)  TO IR-MATCH-LEN.

           IF  IR-MATCH-LEN EQUAL ZEROES
               MOVE 'Y'                  TO KEY-COVERED
               GO TO 2040-EXIT.

           IF  ZK-KEY(1:IR-MATCH-LEN)
                   EQUAL RT-PREFIX(RT-INDEX)(1:IR-MATCH-LEN)
               MOVE 'Y'                  TO KEY-COVERED.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * Read the key's K row, when there is one that belongs to it.   *
      *****************************************************************
       2050-READ-ENTRY.
           MOVE 'N'                      TO ENTRY-FOUND.
           MOVE SPACES                   TO ENTRY-NAME
                                            ENTRY-VALUE.

           MOVE 'K'                      TO IX-TYPE.
           MOVE ZK-KEY(1:254)            TO IX-KEY-DATA.
           MOVE LENGTH OF IX-RECORD      TO IX-LENGTH.

           EXEC CICS READ FILE(IX-FCT)
                INTO(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP EQUAL DFHRESP(NORMAL)
           AND IX-CACHE-KEY EQUAL ZK-KEY
               MOVE 'Y'                  TO ENTRY-FOUND
               MOVE IX-NAME              TO ENTRY-NAME
               MOVE IX-VALUE             TO ENTRY-VALUE.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Write one drifted entry to CSSL, with as much of the key as   *
      * the message line holds.                                       *
      *****************************************************************
       2060-REPORT-DRIFT.
           MOVE ZEROES                   TO RPT-KEY-LEN.
           INSPECT CHECK-CACHE-KEY TALLYING RPT-KEY-LEN
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  RPT-KEY-LEN GREATER THAN 60
               MOVE 60                   TO RPT-KEY-LEN.

           IF  RPT-KEY-LEN EQUAL ZEROES
               MOVE ONE                  TO RPT-KEY-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'INDEX '                 DRIFT-TYPE
                  ' KEY='
                  CHECK-CACHE-KEY(1:RPT-KEY-LEN)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       2060-EXIT.
           EXIT.

      *****************************************************************
      * End of ZCxxKEY.  Save the totals and move the chain on to     *
      * phase X at the top of the index file.                         *
      *****************************************************************
       2090-KEYS-DONE.
           MOVE PHASE-INDEX              TO ZC-PHASE.
           MOVE LOW-VALUES               TO ZC-KEY.
           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.
           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       2090-EXIT.
           EXIT.

      *****************************************************************
      * Phase X.  Browse ZCxxIX sequentially from the resume key, in  *
      * batches of FIVE-HUNDRED, removing orphaned rows.  End of file *
      * closes out the run and writes the report.                     *
      *****************************************************************
       3000-SCAN-INDEX.
           MOVE ZC-KEY                   TO IX-BROWSE-KEY.

           EXEC CICS STARTBR FILE(IX-FCT)
                RIDFLD(IX-BROWSE-KEY)
                GTEQ
                RESP  (IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE ZEROES                   TO RECORD-COUNT.
           PERFORM 3010-CHECK-NEXT       THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(IX-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Check one index row.  The browse keeps its own key field, so  *
      * the reads a check makes into IX-RECORD do not reposition it.  *
      *****************************************************************
       3010-CHECK-NEXT.
           MOVE LENGTH OF IX-RECORD      TO IX-LENGTH.

           EXEC CICS READNEXT FILE(IX-FCT)
                RIDFLD(IX-BROWSE-KEY)
                INTO  (IX-RECORD)
                LENGTH(IX-LENGTH)
                RESP  (IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               EXEC CICS ENDBR FILE(IX-FCT) NOHANDLE
               END-EXEC
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE 'N'                      TO ORPHAN-ROW.
           MOVE IX-CACHE-KEY             TO CHECK-CACHE-KEY.

           IF  IX-KEY-ROW
               PERFORM 3020-CHECK-KEY-ROW   THRU 3020-EXIT.

           IF  IX-VALUE-ROW
               PERFORM 3030-CHECK-VALUE-ROW THRU 3030-EXIT.

           IF  ORPHAN-ROW EQUAL 'Y'
               PERFORM 3040-REMOVE-ORPHAN   THRU 3040-EXIT.

           ADD  ONE                      TO RECORD-COUNT.
           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE IX-BROWSE-KEY        TO ZC-KEY
               EXEC CICS ENDBR FILE(IX-FCT) NOHANDLE
               END-EXEC
               PERFORM 1400-SAVE-TOTALS  THRU 1400-EXIT
               PERFORM 8000-RESTART      THRU 8000-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * A K row is an orphan once its key has left ZCxxKEY.  Its V    *
      * row goes with it.                                             *
      *****************************************************************
       3020-CHECK-KEY-ROW.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(CHECK-CACHE-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 3020-EXIT.

           MOVE 'Y'                      TO ORPHAN-ROW.

           MOVE 'V'                      TO IX-TYPE.
           MOVE LOW-VALUES               TO IX-KEY-DATA.
           MOVE IX-NAME                  TO IX-V-NAME.
           MOVE IX-VALUE                 TO IX-V-VALUE.
           MOVE IX-CACHE-KEY(1:174)      TO IX-V-CACHE-KEY.

           EXEC CICS DELETE FILE(IX-FCT)
                RIDFLD(IX-KEY)
                NOHANDLE
           END-EXEC.

       3020-EXIT.
           EXIT.

      *****************************************************************
      * A V row is an orphan unless its key's K row names the same    *
      * index name and value.                                         *
      *****************************************************************
       3030-CHECK-VALUE-ROW.
           MOVE IX-NAME                  TO CHECK-NAME.
           MOVE IX-VALUE                 TO CHECK-VALUE.

           MOVE 'K'                      TO IX-TYPE.
           MOVE CHECK-CACHE-KEY(1:254)   TO IX-KEY-DATA.
           MOVE LENGTH OF IX-RECORD      TO IX-LENGTH.

           EXEC CICS READ FILE(IX-FCT)
                INTO(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  IX-CACHE-KEY NOT EQUAL CHECK-CACHE-KEY
           OR  IX-NAME  NOT EQUAL CHECK-NAME
           OR  IX-VALUE NOT EQUAL CHECK-VALUE
               MOVE 'Y'                  TO ORPHAN-ROW.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Report and remove the orphaned row the browse is on.          *
      *****************************************************************
       3040-REMOVE-ORPHAN.
           ADD  ONE                      TO IB-ORPHAN-COUNT.

           MOVE 'ORPHAN  '               TO DRIFT-TYPE.
           PERFORM 2060-REPORT-DRIFT     THRU 2060-EXIT.

           EXEC CICS DELETE FILE(IX-FCT)
                RIDFLD(IX-BROWSE-KEY)
                NOHANDLE
           END-EXEC.

       3040-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A short fixed interval, like ZECS020 -- *
      * a rebuild in progress should finish as quickly as the region  *
      * can manage.                                                   *
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
      * Write the rebuild and drift report to TD CSSL, then stamp the *
      * completion on the control record.                             *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE IB-KEY-COUNT             TO RPT-KEY-COUNT-D.
           MOVE IB-INDEXED-COUNT         TO RPT-INDEXED-COUNT-D.
           MOVE IB-MISSING-COUNT         TO RPT-MISSING-COUNT-D.
           MOVE IB-STALE-COUNT           TO RPT-STALE-COUNT-D.
           MOVE IB-ORPHAN-COUNT          TO RPT-ORPHAN-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'INDEX REBUILD CACHE='   ZC-TRANID
                  ' KEYS='                 RPT-KEY-COUNT-D
                  ' INDEXED='              RPT-INDEXED-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'INDEX DRIFT CACHE='     ZC-TRANID
                  ' MISSING='              RPT-MISSING-COUNT-D
                  ' STALE='                RPT-STALE-COUNT-D
                  ' ORPHAN='               RPT-ORPHAN-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE EIBTASKN                 TO IB-TASKID.
           MOVE APPLID                   TO IB-APPLID.
           MOVE CURRENT-ABS              TO IB-ABSTIME.
           MOVE ZC-TRANID                TO IB-CACHE.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(IB-TIME)
                YYYYMMDD(IB-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

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
