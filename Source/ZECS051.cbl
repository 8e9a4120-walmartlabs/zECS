       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS051.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to report   *
      * how the objects in a ZCxx cache are sized and where they      *
      * would be better stored.  The ZECS005 and ZECS009 reports give *
      * totals, which hide that one tenant keeps forty-byte counters  *
      * while another keeps two-megabyte documents on the same        *
      * CFDT-backed ZCxxFILE.  This scan reassembles every chain on   *
      * the FILE and COLD tiers and buckets it by raw size and by     *
      * segment count, per BU_SBU (from ZF-BUSBU) and per key prefix  *
      * (the longest ZCPREFIX-registered prefix of ZF-ZK-KEY; keys no *
      * prefix covers report under *NONE*, a blank registered prefix  *
      * under *OTHER*), with a CACHE line for the whole file.         *
      *                                                               *
      * For each size bucket the report gives the chains, the raw     *
      * bytes (ZF-RAW-LENGTH), the stored bytes, the stored bytes as  *
      * a percentage of the raw (compression effectiveness), and the  *
      * bucket's share of the stored bytes on ZCxxFILE.  Chains on    *
      * the COLD tier are counted on a line of their own.             *
      *                                                               *
      * Each tenant and prefix is then given a placement, the first   *
      * of these that fits:                                           *
      *                                                               *
      *   COLD TIER          SZ-COLD-PCT or more of its stored bytes  *
      *                      are in chains the tiering task would     *
      *                      demote -- at least SZ-COLD-SEGMENTS      *
      *                      segments, untouched SZ-COLD-AGE seconds  *
      *                      (set these to match ZECS018's);          *
      *   VSAM/RLS           SZ-LARGE-PCT or more of its stored bytes *
      *                      are in chains over 256K -- documents     *
      *                      that size waste coupling facility        *
      *                      storage and belong on a VSAM/RLS file;   *
      *   CFDT               SZ-SMALL-PCT or more of its chains are   *
      *                      1K or less -- the small, shared, hot     *
      *                      records a CFDT is for;                   *
      *   SHARED DATA TABLE  SZ-SMALL-PCT or more of its chains are   *
      *                      single segments -- mid-sized records     *
      *                      that read well from a shared data table; *
      *   NO CHANGE          a mix none of the above describes.       *
      *                                                               *
      * The scan runs a batch of FIVE-HUNDRED segments per task and   *
      * only breaks between chains, so a chain is never split across  *
      * tasks.  Running totals are kept on ZCSIZACC rows keyed by the *
      * tranid, the group type and the group name, flushed from       *
      * storage at the end of every batch.  The report is written to  *
      * CSSL when the COLD tier has been scanned.                     *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
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
       01  RELATIVE-TIME          PIC S9(15) VALUE ZEROES COMP-3.
       01  COLD-AGE-MS            PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-THOUSAND           PIC S9(04) VALUE   1000 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * ZC-PHASE is blank between cycles, F while the FILE tier is    *
      * being scanned and C while the COLD tier is.  ZC-KEY is the    *
      * resume key within the tier, always the first segment of a     *
      * chain.                                                        *
      *****************************************************************
       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  ZC-PHASE           PIC  X(01) VALUE SPACES.
           02  ZC-KEY             PIC  X(16) VALUE LOW-VALUES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 21.

      *****************************************************************
      * zcSIZRPT control file resources - start                       *
      *****************************************************************
       01  SZ-FCT                 PIC  X(08) VALUE 'ZCSIZRPT'.
       01  SZ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SZ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  SZ-RECORD.
           02  SZ-KEY             PIC  X(04).
           02  SZ-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SZ-INTERVAL        PIC S9(07) COMP-3 VALUE 604800.
           02  SZ-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SZ-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SZ-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SZ-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * SZ-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the placement judging: the tiering age    *
      *    * (seconds) and segment count, and the shares that call   *
      *    * for the cold tier, VSAM/RLS and a CFDT or shared data   *
      *    * table.  Zero or non-numeric values take the defaults.   *
      *    *--------------------------------------------------------*
           02  SZ-CACHE           PIC  X(04) VALUE SPACES.
           02  SZ-SCAN-ABS        PIC S9(15) COMP-3 VALUE ZEROES.
           02  SZ-COLD-AGE        PIC S9(07) COMP-3 VALUE 604800.
           02  SZ-COLD-SEGMENTS   PIC S9(04) COMP-3 VALUE 4.
           02  SZ-COLD-PCT        PIC S9(03) COMP-3 VALUE 50.
           02  SZ-LARGE-PCT       PIC S9(03) COMP-3 VALUE 50.
           02  SZ-SMALL-PCT       PIC S9(03) COMP-3 VALUE 80.
           02  SZ-GROUPS          PIC S9(05) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(49).

       01  SZ-RECORD-SAVE         PIC  X(128).

      *****************************************************************
      * zcSIZRPT control file resources - end                         *
      *****************************************************************

       01  ZC-SIZRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCSIZRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Running totals, one ZCSIZACC row per group: type A is the     *
      * whole cache (*ALL*), T a BU_SBU and P a key prefix.  The      *
      * buckets count FILE-tier chains by raw size -- 64 bytes, 1K,   *
      * 8K, 32K, 256K, 1M and over -- and the bands by segment count  *
      * -- 1, 2-3, 4-15 and 16 or more.                               *
      *****************************************************************
       01  SA-FCT                 PIC  X(08) VALUE 'ZCSIZACC'.
       01  SA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SA-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       01  SA-RECORD.
           02  SA-KEY.
               05  SA-KEY-TRANID  PIC  X(04).
               05  SA-KEY-TYPE    PIC  X(01).
               05  SA-KEY-NAME    PIC  X(40).
           02  SA-CHAINS          PIC S9(09) COMP-3 VALUE ZEROES.
           02  SA-SEGMENTS        PIC S9(09) COMP-3 VALUE ZEROES.
           02  SA-RAW             PIC S9(15) COMP-3 VALUE ZEROES.
           02  SA-STORED          PIC S9(15) COMP-3 VALUE ZEROES.
           02  SA-COLD-READY      PIC S9(15) COMP-3 VALUE ZEROES.
           02  SA-COLD-CHAINS     PIC S9(09) COMP-3 VALUE ZEROES.
           02  SA-COLD-RAW        PIC S9(15) COMP-3 VALUE ZEROES.
           02  SA-COLD-STORED     PIC S9(15) COMP-3 VALUE ZEROES.
           02  SA-BUCKET OCCURS 7 TIMES.
               05  SA-B-CHAINS    PIC S9(09) COMP-3.
               05  SA-B-RAW       PIC S9(15) COMP-3.
               05  SA-B-STORED    PIC S9(15) COMP-3.
           02  SA-BAND OCCURS 4 TIMES.
               05  SA-BAND-CHAINS PIC S9(09) COMP-3.
           02  FILLER             PIC  X(33).

       01  SA-TYPE-ALL            PIC  X(01) VALUE 'A'.
       01  SA-TYPE-PREFIX         PIC  X(01) VALUE 'P'.
       01  SA-TYPE-TENANT         PIC  X(01) VALUE 'T'.
       01  SA-ALL-NAME            PIC  X(40) VALUE '*ALL*'.
       01  SA-NONE-NAME           PIC  X(40) VALUE '*NONE*'.
       01  SA-OTHER-NAME          PIC  X(40) VALUE '*OTHER*'.

       01  BUCKET-MAX             PIC S9(04) COMP VALUE 7.
       01  BAND-MAX               PIC S9(04) COMP VALUE 4.
       01  BK-INDEX               PIC S9(04) COMP VALUE ZEROES.

       01  BUCKET-LABELS.
           02  FILLER             PIC  X(06) VALUE '<=64B '.
           02  FILLER             PIC  X(06) VALUE '<=1K  '.
           02  FILLER             PIC  X(06) VALUE '<=8K  '.
           02  FILLER             PIC  X(06) VALUE '<=32K '.
           02  FILLER             PIC  X(06) VALUE '<=256K'.
           02  FILLER             PIC  X(06) VALUE '<=1M  '.
           02  FILLER             PIC  X(06) VALUE '>1M   '.
       01  FILLER REDEFINES BUCKET-LABELS.
           02  BUCKET-LABEL       PIC  X(06) OCCURS 7 TIMES.

      *****************************************************************
      * The batch's group accumulators, folded onto the ZCSIZACC rows *
      * at the end of the batch; a full table is folded and restarted *
      * rather than overflowed.                                       *
      *****************************************************************
       01  GT-MAX                 PIC S9(04) COMP VALUE 32.
       01  GT-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  GT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  GT-FOUND               PIC  X(01) VALUE 'N'.
       01  GT-TABLE.
           02  GT-ENTRY OCCURS 32 TIMES.
               05  GT-TYPE        PIC  X(01).
               05  GT-NAME        PIC  X(40).
               05  GT-CHAINS      PIC S9(09) COMP-3.
               05  GT-SEGMENTS    PIC S9(09) COMP-3.
               05  GT-RAW         PIC S9(15) COMP-3.
               05  GT-STORED      PIC S9(15) COMP-3.
               05  GT-COLD-READY  PIC S9(15) COMP-3.
               05  GT-COLD-CHAINS PIC S9(09) COMP-3.
               05  GT-COLD-RAW    PIC S9(15) COMP-3.
               05  GT-COLD-STORED PIC S9(15) COMP-3.
               05  GT-BUCKET OCCURS 7 TIMES.
                   10  GT-B-CHAINS    PIC S9(09) COMP-3.
                   10  GT-B-RAW       PIC S9(15) COMP-3.
                   10  GT-B-STORED    PIC S9(15) COMP-3.
               05  GT-BAND OCCURS 4 TIMES.
                   10  GT-BAND-CHAINS PIC S9(09) COMP-3.

       01  GROUP-TYPE             PIC  X(01) VALUE SPACES.
       01  GROUP-NAME             PIC  X(40) VALUE SPACES.

      *****************************************************************
      * The chain being reassembled: every segment adds to it until   *
      * a segment of another chain turns up.                          *
      *****************************************************************
       01  CH-ACTIVE              PIC  X(01) VALUE 'N'.
       01  CH-KEY                 PIC  X(08) VALUE LOW-VALUES.
       01  CH-SEGMENTS            PIC S9(07) VALUE ZEROES COMP-3.
       01  CH-RAW                 PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-STORED              PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-ABS                 PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-BUSBU               PIC  X(25) VALUE SPACES.
       01  CH-ZK-KEY              PIC X(255) VALUE LOW-VALUES.
       01  CH-BUCKET              PIC S9(04) COMP VALUE ZEROES.
       01  CH-BAND                PIC S9(04) COMP VALUE ZEROES.
       01  CH-COLD-READY          PIC  X(01) VALUE 'N'.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  SCAN-FCT               PIC  X(08) VALUE SPACES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Prefix registration.  The cache's ZCPREFIX rows are loaded    *
      * once per batch; a key takes its longest matching prefix.      *
      *****************************************************************
       01  PR-FCT                 PIC  X(08) VALUE 'ZCPREFIX'.
       01  PR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  PR-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  PR-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  PR-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  PR-BEST-LEN            PIC S9(04) COMP VALUE -1.

       01  PX-MAX                 PIC S9(04) COMP VALUE 50.
       01  PX-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  PX-TABLE.
           02  PX-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  PX-ENTRY OCCURS 50 TIMES.
               05  PX-PREFIX      PIC  X(40).
               05  PX-PREFIX-LEN  PIC S9(04) COMP.

      *****************************************************************
      * zECS PREFIX ACCOUNTING registry and counter records.          *
      *****************************************************************
       COPY ZECSPAC.

      *****************************************************************
      * One group's placement judging.                                *
      *****************************************************************
       01  FILE-STORED            PIC S9(15) VALUE ZEROES COMP-3.
       01  SMALL-CHAINS           PIC S9(09) VALUE ZEROES COMP-3.
       01  LARGE-STORED           PIC S9(15) VALUE ZEROES COMP-3.
       01  SMALL-SHARE            PIC S9(05)V9 VALUE ZEROES COMP-3.
       01  SINGLE-SHARE           PIC S9(05)V9 VALUE ZEROES COMP-3.
       01  LARGE-SHARE            PIC S9(05)V9 VALUE ZEROES COMP-3.
       01  COLD-SHARE             PIC S9(05)V9 VALUE ZEROES COMP-3.
       01  WORK-PCT               PIC S9(05)V9 VALUE ZEROES COMP-3.
       01  GROUP-WORD             PIC  X(06) VALUE SPACES.
       01  GROUP-PLACEMENT        PIC  X(17) VALUE SPACES.
           88  PLACE-COLD-TIER               VALUE 'COLD TIER'.
           88  PLACE-VSAM-RLS                VALUE 'VSAM/RLS'.
           88  PLACE-CFDT                    VALUE 'CFDT'.
           88  PLACE-SHARED-TABLE            VALUE 'SHARED DATA TABLE'.
           88  PLACE-NO-CHANGE               VALUE 'NO CHANGE'.

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

       01  RPT-LABEL              PIC  X(06) VALUE SPACES.
       01  RPT-CHAINS-D           PIC  Z(06)9.
       01  RPT-RAW-D              PIC  Z(11)9.
       01  RPT-STORED-D           PIC  Z(11)9.
       01  RPT-COMP-D             PIC  ZZ9.9.
       01  RPT-SHARE-D            PIC  ZZ9.9.
       01  RPT-BAND-1             PIC  Z(08)9.
       01  RPT-BAND-2             PIC  Z(08)9.
       01  RPT-BAND-3             PIC  Z(08)9.
       01  RPT-BAND-4             PIC  Z(08)9.
       01  RPT-GROUPS-D           PIC  Z(04)9.
       01  LINE-CHAINS            PIC S9(09) VALUE ZEROES COMP-3.
       01  LINE-RAW               PIC S9(15) VALUE ZEROES COMP-3.
       01  LINE-STORED            PIC S9(15) VALUE ZEROES COMP-3.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  ZC-PHASE EQUAL SPACES
               PERFORM 1500-START-SCAN     THRU 1500-EXIT.

           PERFORM 1600-LOAD-PREFIXES      THRU 1600-EXIT.
           PERFORM 2000-SCAN-TIER          THRU 2000-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           PERFORM 1700-FLUSH-GROUPS       THRU 1700-EXIT.
           PERFORM 9900-SAVE-CONTROL       THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the size report.  The phase and      *
      * resume key are passed forward on the ICE chain so a long      *
      * running scan can pick up where it left off.                   *
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

           MOVE ZC-TRANID         TO ZF-TRANID
                                     ZC-COLD-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES            TO GT-COUNT.

           IF  ZC-PHASE NOT EQUAL 'F'
           AND ZC-PHASE NOT EQUAL 'C'
               MOVE SPACES         TO ZC-PHASE
               PERFORM 1200-ENQ    THRU 1200-EXIT.

           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the size report.                       *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-SIZRPT-ENQ)
                LENGTH(LENGTH OF  ZC-SIZRPT-ENQ)
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
      * Read/write the zcSIZRPT control record to pick up the         *
      * configured interval and placement judging.                    *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO SZ-KEY.
           MOVE LENGTH OF SZ-RECORD      TO SZ-LENGTH.

           EXEC CICS READ
                FILE   (SZ-FCT)
                RIDFLD (SZ-KEY)
                INTO   (SZ-RECORD)
                LENGTH (SZ-LENGTH)
                RESP   (SZ-RESP)
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO SZ-CACHE.

           IF  SZ-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO SZ-KEY
               EXEC CICS WRITE
                    FILE   (SZ-FCT)
                    RIDFLD (SZ-KEY)
                    FROM   (SZ-RECORD)
                    LENGTH (SZ-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  SZ-COLD-AGE NOT NUMERIC
           OR  SZ-COLD-AGE NOT GREATER THAN ZEROES
               MOVE 604800               TO SZ-COLD-AGE.

           IF  SZ-COLD-SEGMENTS NOT NUMERIC
           OR  SZ-COLD-SEGMENTS NOT GREATER THAN ZEROES
               MOVE 4                    TO SZ-COLD-SEGMENTS.

           IF  SZ-COLD-PCT NOT NUMERIC
           OR  SZ-COLD-PCT NOT GREATER THAN ZEROES
               MOVE 50                   TO SZ-COLD-PCT.

           IF  SZ-LARGE-PCT NOT NUMERIC
           OR  SZ-LARGE-PCT NOT GREATER THAN ZEROES
               MOVE 50                   TO SZ-LARGE-PCT.

           IF  SZ-SMALL-PCT NOT NUMERIC
           OR  SZ-SMALL-PCT NOT GREATER THAN ZEROES
               MOVE 80                   TO SZ-SMALL-PCT.

           MOVE SZ-COLD-AGE              TO COLD-AGE-MS.
           MULTIPLY ONE-THOUSAND         BY COLD-AGE-MS.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Begin a scan: clear this tranid's ZCSIZACC rows and start     *
      * with the FILE tier.                                           *
      *****************************************************************
       1500-START-SCAN.
           MOVE EIBTRNID                 TO SA-KEY-TRANID.

           EXEC CICS DELETE FILE(SA-FCT)
                RIDFLD(SA-KEY-TRANID)
                KEYLENGTH(SA-PREFIX-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           MOVE 'F'                      TO ZC-PHASE.
           MOVE LOW-VALUES               TO ZC-KEY.
           MOVE CURRENT-ABS              TO SZ-SCAN-ABS.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIZERPT CACHE='             DELIMITED BY SIZE
                  ZC-TRANID                    DELIMITED BY SIZE
                  ' SCAN STARTED'              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Load the cache's ZCPREFIX rows.                               *
      *****************************************************************
       1600-LOAD-PREFIXES.
           MOVE ZEROES                   TO PX-COUNT.
           MOVE SPACES                   TO PR-KEY.
           MOVE ZC-TRANID                TO PR-KEY-TRANID.

           EXEC CICS STARTBR FILE(PR-FCT)
                RIDFLD(PR-KEY)
                KEYLENGTH(PR-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(PR-RESP)
                NOHANDLE
           END-EXEC.

           IF  PR-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1600-EXIT.

           MOVE 'N'                      TO PR-BROWSE-DONE.

           PERFORM 1610-LOAD-NEXT      THRU 1610-EXIT
               WITH TEST AFTER
               UNTIL PR-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(PR-FCT) NOHANDLE
           END-EXEC.

       1600-EXIT.
           EXIT.

       1610-LOAD-NEXT.
           MOVE LENGTH OF PR-RECORD      TO PR-LENGTH.

           EXEC CICS READNEXT FILE(PR-FCT)
                INTO(PR-RECORD)
                RIDFLD(PR-KEY)
                KEYLENGTH(PR-PREFIX-LENGTH)
                LENGTH(PR-LENGTH)
                RESP(PR-RESP)
                NOHANDLE
           END-EXEC.

           IF  PR-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  PR-KEY-TRANID NOT EQUAL ZC-TRANID
           OR  PX-COUNT NOT LESS THAN PX-MAX
               MOVE 'Y'                  TO PR-BROWSE-DONE
               GO TO 1610-EXIT.

           ADD  ONE                      TO PX-COUNT.
           MOVE PR-KEY-PREFIX            TO PX-PREFIX(PX-COUNT).
           MOVE ZEROES                   TO PX-PREFIX-LEN(PX-COUNT).
           INSPECT PR-KEY-PREFIX TALLYING PX-PREFIX-LEN(PX-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

       1610-EXIT.
           EXIT.

      *****************************************************************
      * Fold the batch's group accumulators onto the ZCSIZACC rows,   *
      * creating a row the first time a group is seen, then clear the *
      * table.                                                        *
      *****************************************************************
       1700-FLUSH-GROUPS.
           IF  GT-COUNT GREATER THAN ZEROES
               PERFORM 1710-FLUSH-ONE    THRU 1710-EXIT
                   WITH TEST AFTER
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX NOT LESS THAN GT-COUNT.

           MOVE ZEROES                   TO GT-COUNT.

       1700-EXIT.
           EXIT.

       1710-FLUSH-ONE.
           MOVE EIBTRNID                 TO SA-KEY-TRANID.
           MOVE GT-TYPE(GT-INDEX)        TO SA-KEY-TYPE.
           MOVE GT-NAME(GT-INDEX)        TO SA-KEY-NAME.
           MOVE LENGTH OF SA-RECORD      TO SA-LENGTH.

           EXEC CICS READ
                FILE   (SA-FCT)
                RIDFLD (SA-KEY)
                INTO   (SA-RECORD)
                LENGTH (SA-LENGTH)
                RESP   (SA-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES           TO SA-RECORD
               MOVE EIBTRNID             TO SA-KEY-TRANID
               MOVE GT-TYPE(GT-INDEX)    TO SA-KEY-TYPE
               MOVE GT-NAME(GT-INDEX)    TO SA-KEY-NAME
               PERFORM 1720-ZERO-ROW     THRU 1720-EXIT.

           ADD  GT-CHAINS(GT-INDEX)      TO SA-CHAINS.
           ADD  GT-SEGMENTS(GT-INDEX)    TO SA-SEGMENTS.
           ADD  GT-RAW(GT-INDEX)         TO SA-RAW.
           ADD  GT-STORED(GT-INDEX)      TO SA-STORED.
           ADD  GT-COLD-READY(GT-INDEX)  TO SA-COLD-READY.
           ADD  GT-COLD-CHAINS(GT-INDEX) TO SA-COLD-CHAINS.
           ADD  GT-COLD-RAW(GT-INDEX)    TO SA-COLD-RAW.
           ADD  GT-COLD-STORED(GT-INDEX) TO SA-COLD-STORED.

           PERFORM 1730-ADD-BUCKET       THRU 1730-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BUCKET-MAX.

           PERFORM 1740-ADD-BAND         THRU 1740-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BAND-MAX.

           MOVE LENGTH OF SA-RECORD      TO SA-LENGTH.

           IF  SA-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE  (SA-FCT)
                    FROM  (SA-RECORD)
                    LENGTH(SA-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE   (SA-FCT)
                    RIDFLD (SA-KEY)
                    FROM   (SA-RECORD)
                    LENGTH (SA-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1710-EXIT.
           EXIT.

       1720-ZERO-ROW.
           MOVE ZEROES                   TO SA-CHAINS
                                            SA-SEGMENTS
                                            SA-RAW
                                            SA-STORED
                                            SA-COLD-READY
                                            SA-COLD-CHAINS
                                            SA-COLD-RAW
                                            SA-COLD-STORED.

           PERFORM 1725-ZERO-BUCKET      THRU 1725-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BUCKET-MAX.

           PERFORM 1726-ZERO-BAND        THRU 1726-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BAND-MAX.

       1720-EXIT.
           EXIT.

       1725-ZERO-BUCKET.
           MOVE ZEROES                   TO SA-B-CHAINS(BK-INDEX)
                                            SA-B-RAW(BK-INDEX)
                                            SA-B-STORED(BK-INDEX).

       1725-EXIT.
           EXIT.

       1726-ZERO-BAND.
           MOVE ZEROES                   TO SA-BAND-CHAINS(BK-INDEX).

       1726-EXIT.
           EXIT.

       1730-ADD-BUCKET.
           ADD  GT-B-CHAINS(GT-INDEX BK-INDEX)
                                     TO SA-B-CHAINS(BK-INDEX).
           ADD  GT-B-RAW(GT-INDEX BK-INDEX)
                                     TO SA-B-RAW(BK-INDEX).
           ADD  GT-B-STORED(GT-INDEX BK-INDEX)
                                     TO SA-B-STORED(BK-INDEX).

       1730-EXIT.
           EXIT.

       1740-ADD-BAND.
           ADD  GT-BAND-CHAINS(GT-INDEX BK-INDEX)
                                     TO SA-BAND-CHAINS(BK-INDEX).

       1740-EXIT.
           EXIT.

      *****************************************************************
      * Browse the tier named by ZC-PHASE sequentially from the       *
      * resume key.                                                   *
      *****************************************************************
       2000-SCAN-TIER.
           IF  ZC-PHASE EQUAL 'C'
               MOVE ZC-COLD-FCT          TO SCAN-FCT
           ELSE
               MOVE ZF-FCT               TO SCAN-FCT.

           MOVE 'N'                      TO CH-ACTIVE.
           MOVE ZC-KEY                   TO ZF-KEY-16.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS STARTBR FILE(SCAN-FCT)
                RIDFLD(ZF-KEY-16)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               PERFORM 3000-END-OF-TIER  THRU 3000-EXIT
               GO TO 2000-EXIT.

           MOVE 'N'                      TO PROCESS-COMPLETE.
           MOVE ZEROES                   TO RECORD-COUNT.

           PERFORM 2010-SCAN-NEXT        THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Add one segment to the chain being reassembled.  A segment of *
      * another chain closes the current one; once the batch is full  *
      * that segment becomes the resume key instead, so the next task *
      * starts on a chain boundary.  End of the tier closes the last  *
      * chain and moves the scan on.                                  *
      *****************************************************************
       2010-SCAN-NEXT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READNEXT FILE(SCAN-FCT)
                INTO  (ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               EXEC CICS ENDBR FILE(SCAN-FCT) NOHANDLE
               END-EXEC
               PERFORM 2100-CLOSE-CHAIN  THRU 2100-EXIT
               PERFORM 3000-END-OF-TIER  THRU 3000-EXIT
               GO TO 2010-EXIT.

           IF  CH-ACTIVE EQUAL 'Y'
           AND ZF-KEY NOT EQUAL CH-KEY
               PERFORM 2100-CLOSE-CHAIN  THRU 2100-EXIT
               IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
                   MOVE 'Y'              TO EOF
                                            PROCESS-COMPLETE
                   MOVE ZF-KEY-16        TO ZC-KEY
                   EXEC CICS ENDBR FILE(SCAN-FCT) NOHANDLE
                   END-EXEC
                   GO TO 2010-EXIT
               END-IF
           END-IF.

           IF  CH-ACTIVE NOT EQUAL 'Y'
               MOVE 'Y'                  TO CH-ACTIVE
               MOVE ZF-KEY               TO CH-KEY
               MOVE ZEROES               TO CH-SEGMENTS
                                            CH-RAW
                                            CH-STORED
               MOVE ZF-ABS               TO CH-ABS
               MOVE ZF-BUSBU             TO CH-BUSBU
               MOVE ZF-ZK-KEY            TO CH-ZK-KEY.

           ADD  ONE                      TO CH-SEGMENTS.
           ADD  ZF-RAW-LENGTH            TO CH-RAW.
           COMPUTE CH-STORED = CH-STORED + ZF-LENGTH - ZF-PREFIX.

           ADD  ONE                      TO RECORD-COUNT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Close the chain: find its size bucket and segment band, judge *
      * whether the tiering task would demote it, and add it to the   *
      * cache, its tenant and its prefix.                             *
      *****************************************************************
       2100-CLOSE-CHAIN.
           IF  CH-ACTIVE NOT EQUAL 'Y'
               GO TO 2100-EXIT.

           MOVE 'N'                      TO CH-ACTIVE.

           MOVE 7                        TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 1048576
               MOVE 6                    TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 262144
               MOVE 5                    TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 32768
               MOVE 4                    TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 8192
               MOVE 3                    TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 1024
               MOVE 2                    TO CH-BUCKET.
           IF  CH-RAW NOT GREATER THAN 64
               MOVE 1                    TO CH-BUCKET.

           MOVE 4                        TO CH-BAND.
           IF  CH-SEGMENTS LESS THAN 16
               MOVE 3                    TO CH-BAND.
           IF  CH-SEGMENTS LESS THAN 4
               MOVE 2                    TO CH-BAND.
           IF  CH-SEGMENTS EQUAL ONE
               MOVE 1                    TO CH-BAND.

           MOVE 'N'                      TO CH-COLD-READY.
           SUBTRACT CH-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.

           IF  ZC-PHASE EQUAL 'F'
           AND CH-SEGMENTS NOT LESS THAN SZ-COLD-SEGMENTS
           AND RELATIVE-TIME GREATER THAN COLD-AGE-MS
               MOVE 'Y'                  TO CH-COLD-READY.

           MOVE SA-TYPE-ALL              TO GROUP-TYPE.
           MOVE SA-ALL-NAME              TO GROUP-NAME.
           PERFORM 2300-ADD-TO-GROUP     THRU 2300-EXIT.

           MOVE SA-TYPE-TENANT           TO GROUP-TYPE.
           MOVE CH-BUSBU                 TO GROUP-NAME.
           IF  CH-BUSBU EQUAL SPACES
           OR  CH-BUSBU EQUAL LOW-VALUES
               MOVE SA-NONE-NAME         TO GROUP-NAME.
           PERFORM 2300-ADD-TO-GROUP     THRU 2300-EXIT.

           PERFORM 2200-FIND-PREFIX      THRU 2200-EXIT.
           MOVE SA-TYPE-PREFIX           TO GROUP-TYPE.
           PERFORM 2300-ADD-TO-GROUP     THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Name the chain's longest registered key prefix in GROUP-NAME. *
      *****************************************************************
       2200-FIND-PREFIX.
           MOVE -1                       TO PR-BEST-LEN.
           MOVE SA-NONE-NAME             TO GROUP-NAME.

           IF  PX-COUNT GREATER THAN ZEROES
               PERFORM 2210-PREFIX-MATCH THRU 2210-EXIT
                   WITH TEST AFTER
                   VARYING PX-INDEX FROM 1 BY 1
                   UNTIL PX-INDEX NOT LESS THAN PX-COUNT.

       2200-EXIT.
           EXIT.

       2210-PREFIX-MATCH.
           MOVE PX-PREFIX-LEN(PX-INDEX)  TO PR-MATCH-LEN.

           IF  PR-MATCH-LEN NOT GREATER THAN PR-BEST-LEN
               GO TO 2210-EXIT.

           IF  PR-MATCH-LEN GREATER THAN ZEROES
           AND CH-ZK-KEY(1:PR-MATCH-LEN)
                   NOT EQUAL PX-PREFIX(PX-INDEX)(1:PR-MATCH-LEN)
               GO TO 2210-EXIT.

           MOVE PR-MATCH-LEN             TO PR-BEST-LEN.
           MOVE PX-PREFIX(PX-INDEX)      TO GROUP-NAME.

           IF  PR-MATCH-LEN EQUAL ZEROES
               MOVE SA-OTHER-NAME        TO GROUP-NAME.

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Add the closed chain to the group named by GROUP-TYPE and     *
      * GROUP-NAME, opening its accumulator entry on first sight.     *
      * COLD-tier chains are only counted as such.                    *
      *****************************************************************
       2300-ADD-TO-GROUP.
           MOVE 'N'                      TO GT-FOUND.

           IF  GT-COUNT GREATER THAN ZEROES
               PERFORM 2310-FIND-GROUP   THRU 2310-EXIT
                   WITH TEST AFTER
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX NOT LESS THAN GT-COUNT
                   OR    GT-FOUND EQUAL 'Y'.

           IF  GT-FOUND NOT EQUAL 'Y'
               IF  GT-COUNT EQUAL GT-MAX
                   PERFORM 1700-FLUSH-GROUPS THRU 1700-EXIT
               END-IF
               ADD  ONE                  TO GT-COUNT
               MOVE GT-COUNT             TO GT-INDEX
               PERFORM 2320-OPEN-GROUP   THRU 2320-EXIT
           END-IF.

           IF  ZC-PHASE EQUAL 'C'
               ADD  ONE                  TO GT-COLD-CHAINS(GT-INDEX)
               ADD  CH-RAW               TO GT-COLD-RAW(GT-INDEX)
               ADD  CH-STORED            TO GT-COLD-STORED(GT-INDEX)
               GO TO 2300-EXIT.

           ADD  ONE                      TO GT-CHAINS(GT-INDEX).
           ADD  CH-SEGMENTS              TO GT-SEGMENTS(GT-INDEX).
           ADD  CH-RAW                   TO GT-RAW(GT-INDEX).
           ADD  CH-STORED                TO GT-STORED(GT-INDEX).

           ADD  ONE      TO GT-B-CHAINS(GT-INDEX CH-BUCKET).
           ADD  CH-RAW   TO GT-B-RAW(GT-INDEX CH-BUCKET).
           ADD  CH-STORED TO GT-B-STORED(GT-INDEX CH-BUCKET).
           ADD  ONE      TO GT-BAND-CHAINS(GT-INDEX CH-BAND).

           IF  CH-COLD-READY EQUAL 'Y'
               ADD  CH-STORED            TO GT-COLD-READY(GT-INDEX).

       2300-EXIT.
           EXIT.

       2310-FIND-GROUP.
           IF  GT-TYPE(GT-INDEX) EQUAL GROUP-TYPE
           AND GT-NAME(GT-INDEX) EQUAL GROUP-NAME
               MOVE 'Y'                  TO GT-FOUND.

       2310-EXIT.
           EXIT.

       2320-OPEN-GROUP.
           MOVE GROUP-TYPE               TO GT-TYPE(GT-INDEX).
           MOVE GROUP-NAME               TO GT-NAME(GT-INDEX).
           MOVE ZEROES                   TO GT-CHAINS(GT-INDEX)
                                            GT-SEGMENTS(GT-INDEX)
                                            GT-RAW(GT-INDEX)
                                            GT-STORED(GT-INDEX)
                                            GT-COLD-READY(GT-INDEX)
                                            GT-COLD-CHAINS(GT-INDEX)
                                            GT-COLD-RAW(GT-INDEX)
                                            GT-COLD-STORED(GT-INDEX).

           PERFORM 2325-ZERO-BUCKET      THRU 2325-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BUCKET-MAX.

           PERFORM 2326-ZERO-BAND        THRU 2326-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BAND-MAX.

       2320-EXIT.
           EXIT.

       2325-ZERO-BUCKET.
           MOVE ZEROES TO GT-B-CHAINS(GT-INDEX BK-INDEX)
                          GT-B-RAW(GT-INDEX BK-INDEX)
                          GT-B-STORED(GT-INDEX BK-INDEX).

       2325-EXIT.
           EXIT.

       2326-ZERO-BAND.
           MOVE ZEROES TO GT-BAND-CHAINS(GT-INDEX BK-INDEX).

       2326-EXIT.
           EXIT.

      *****************************************************************
      * The end of the FILE tier moves the scan to the COLD tier; the *
      * end of the COLD tier (or a cache without one) completes the   *
      * scan and writes the report.                                   *
      *****************************************************************
       3000-END-OF-TIER.
           MOVE LOW-VALUES               TO ZC-KEY.

           IF  ZC-PHASE EQUAL 'F'
               MOVE 'C'                  TO ZC-PHASE
               GO TO 3000-EXIT.

           PERFORM 1700-FLUSH-GROUPS     THRU 1700-EXIT.
           PERFORM 9800-WRITE-REPORT     THRU 9800-EXIT.

           MOVE SPACES                   TO ZC-PHASE.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A scan in progress continues quickly;   *
      * otherwise the task waits the configured interval.             *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           IF  ZC-PHASE EQUAL SPACES
               EXEC CICS START TRANSID(EIBTRNID)
                    INTERVAL(SZ-INTERVAL)
                    FROM    (ZC-PARM)
                    LENGTH  (ZC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS START TRANSID(EIBTRNID)
                    INTERVAL(0001)
                    FROM    (ZC-PARM)
                    LENGTH  (ZC-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

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
      * Write the size report to TD CSSL: the whole cache first (the  *
      * *ALL* row gives the stored bytes every share is taken of),    *
      * then each prefix and each tenant, off the ZCSIZACC rows.      *
      *****************************************************************
       9800-WRITE-REPORT.
           MOVE ZEROES                   TO FILE-STORED
                                            SZ-GROUPS.

           MOVE EIBTRNID                 TO SA-KEY-TRANID.
           MOVE SA-TYPE-ALL              TO SA-KEY-TYPE.
           MOVE SA-ALL-NAME              TO SA-KEY-NAME.
           MOVE LENGTH OF SA-RECORD      TO SA-LENGTH.

           EXEC CICS READ
                FILE   (SA-FCT)
                RIDFLD (SA-KEY)
                INTO   (SA-RECORD)
                LENGTH (SA-LENGTH)
                RESP   (SA-RESP)
                NOHANDLE
           END-EXEC.

           IF  SA-RESP EQUAL DFHRESP(NORMAL)
               MOVE SA-STORED            TO FILE-STORED.

           MOVE EIBTRNID                 TO SA-KEY-TRANID.
           MOVE LOW-VALUES               TO SA-KEY-TYPE
                                            SA-KEY-NAME.

           EXEC CICS STARTBR FILE(SA-FCT)
                RIDFLD(SA-KEY)
                KEYLENGTH(SA-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9805-REPORT-NEXT  THRU 9805-EXIT
                   WITH TEST AFTER
                   UNTIL READ-RESP NOT EQUAL DFHRESP(NORMAL)

               EXEC CICS ENDBR FILE(SA-FCT) NOHANDLE
               END-EXEC.

           MOVE SZ-GROUPS                TO RPT-GROUPS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIZERPT CACHE='             DELIMITED BY SIZE
                  ZC-TRANID                    DELIMITED BY SIZE
                  ' GROUPS='                   DELIMITED BY SIZE
                  RPT-GROUPS-D                 DELIMITED BY SIZE
                  ' SCAN COMPLETE'             DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9800-EXIT.
           EXIT.

       9805-REPORT-NEXT.
           MOVE LENGTH OF SA-RECORD      TO SA-LENGTH.

           EXEC CICS READNEXT FILE(SA-FCT)
                INTO  (SA-RECORD)
                RIDFLD(SA-KEY)
                LENGTH(SA-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9805-EXIT.

           IF  SA-KEY-TRANID NOT EQUAL EIBTRNID
               MOVE DFHRESP(ENDFILE)     TO READ-RESP
               GO TO 9805-EXIT.

           ADD  ONE                      TO SZ-GROUPS.
           PERFORM 9810-JUDGE-GROUP      THRU 9810-EXIT.
           PERFORM 9820-GROUP-LINES      THRU 9820-EXIT.

       9805-EXIT.
           EXIT.

      *****************************************************************
      * Judge where the group's FILE-tier chains would be better      *
      * placed (see the program description).                         *
      *****************************************************************
       9810-JUDGE-GROUP.
           MOVE 'NO CHANGE'              TO GROUP-PLACEMENT.

           IF  SA-CHAINS NOT GREATER THAN ZEROES
           OR  SA-STORED NOT GREATER THAN ZEROES
               GO TO 9810-EXIT.

           COMPUTE SMALL-CHAINS = SA-B-CHAINS(1) + SA-B-CHAINS(2).
           COMPUTE LARGE-STORED = SA-B-STORED(6) + SA-B-STORED(7).

           COMPUTE SMALL-SHARE  ROUNDED =
                   SMALL-CHAINS * 100 / SA-CHAINS.
           COMPUTE SINGLE-SHARE ROUNDED =
                   SA-BAND-CHAINS(1) * 100 / SA-CHAINS.
           COMPUTE LARGE-SHARE  ROUNDED =
                   LARGE-STORED * 100 / SA-STORED.
           COMPUTE COLD-SHARE   ROUNDED =
                   SA-COLD-READY * 100 / SA-STORED.

           IF  COLD-SHARE NOT LESS THAN SZ-COLD-PCT
               MOVE 'COLD TIER'          TO GROUP-PLACEMENT
               GO TO 9810-EXIT.

           IF  LARGE-SHARE NOT LESS THAN SZ-LARGE-PCT
               MOVE 'VSAM/RLS'           TO GROUP-PLACEMENT
               GO TO 9810-EXIT.

           IF  SMALL-SHARE NOT LESS THAN SZ-SMALL-PCT
               MOVE 'CFDT'               TO GROUP-PLACEMENT
               GO TO 9810-EXIT.

           IF  SINGLE-SHARE NOT LESS THAN SZ-SMALL-PCT
               MOVE 'SHARED DATA TABLE'  TO GROUP-PLACEMENT.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * The group's lines: its name and placement, its FILE-tier      *
      * total, each size bucket it has chains in, its segment bands   *
      * and, where it has any, its COLD-tier chains and the bytes     *
      * ready to be demoted.                                          *
      *****************************************************************
       9820-GROUP-LINES.
           MOVE SPACES                   TO TD-MESSAGE.

           IF  SA-KEY-TYPE EQUAL SA-TYPE-ALL
               STRING 'SIZERPT CACHE='         DELIMITED BY SIZE
                      ZC-TRANID                DELIMITED BY SIZE
                      ' PLACEMENT='            DELIMITED BY SIZE
                      GROUP-PLACEMENT          DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               MOVE 'TENANT'             TO GROUP-WORD
               IF  SA-KEY-TYPE EQUAL SA-TYPE-PREFIX
                   MOVE 'PREFIX'         TO GROUP-WORD
               END-IF
               STRING 'SIZERPT '               DELIMITED BY SIZE
                      GROUP-WORD               DELIMITED BY SPACE
                      '='                      DELIMITED BY SIZE
                      SA-KEY-NAME              DELIMITED BY SPACE
                      ' PLACEMENT='            DELIMITED BY SIZE
                      GROUP-PLACEMENT          DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           END-IF.

           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE 'TOTAL '                 TO RPT-LABEL.
           MOVE SA-CHAINS                TO LINE-CHAINS.
           MOVE SA-RAW                   TO LINE-RAW.
           MOVE SA-STORED                TO LINE-STORED.
           PERFORM 9830-SIZE-LINE        THRU 9830-EXIT.

           PERFORM 9825-BUCKET-LINE      THRU 9825-EXIT
               WITH TEST AFTER
               VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX NOT LESS THAN BUCKET-MAX.

           MOVE SA-BAND-CHAINS(1)        TO RPT-BAND-1.
           MOVE SA-BAND-CHAINS(2)        TO RPT-BAND-2.
           MOVE SA-BAND-CHAINS(3)        TO RPT-BAND-3.
           MOVE SA-BAND-CHAINS(4)        TO RPT-BAND-4.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIZERPT  SEGMENTS 1='       DELIMITED BY SIZE
                  RPT-BAND-1                   DELIMITED BY SIZE
                  ' 2-3='                      DELIMITED BY SIZE
                  RPT-BAND-2                   DELIMITED BY SIZE
                  ' 4-15='                     DELIMITED BY SIZE
                  RPT-BAND-3                   DELIMITED BY SIZE
                  ' 16+='                      DELIMITED BY SIZE
                  RPT-BAND-4                   DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  SA-COLD-CHAINS EQUAL ZEROES
           AND SA-COLD-READY  EQUAL ZEROES
               GO TO 9820-EXIT.

           MOVE SA-COLD-CHAINS           TO RPT-CHAINS-D.
           MOVE SA-COLD-STORED           TO RPT-STORED-D.
           MOVE SA-COLD-READY            TO RPT-RAW-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIZERPT  ON COLD CHAINS='   DELIMITED BY SIZE
                  RPT-CHAINS-D                 DELIMITED BY SIZE
                  ' STORED='                   DELIMITED BY SIZE
                  RPT-STORED-D                 DELIMITED BY SIZE
                  ' READY FOR COLD='           DELIMITED BY SIZE
                  RPT-RAW-D                    DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9820-EXIT.
           EXIT.

       9825-BUCKET-LINE.
           IF  SA-B-CHAINS(BK-INDEX) EQUAL ZEROES
               GO TO 9825-EXIT.

           MOVE BUCKET-LABEL(BK-INDEX)   TO RPT-LABEL.
           MOVE SA-B-CHAINS(BK-INDEX)    TO LINE-CHAINS.
           MOVE SA-B-RAW(BK-INDEX)       TO LINE-RAW.
           MOVE SA-B-STORED(BK-INDEX)    TO LINE-STORED.
           PERFORM 9830-SIZE-LINE        THRU 9830-EXIT.

       9825-EXIT.
           EXIT.

      *****************************************************************
      * One size line: chains, raw and stored bytes, stored as a      *
      * percentage of raw, and the share of ZCxxFILE's stored bytes.  *
      *****************************************************************
       9830-SIZE-LINE.
           MOVE LINE-CHAINS              TO RPT-CHAINS-D.
           MOVE LINE-RAW                 TO RPT-RAW-D.
           MOVE LINE-STORED              TO RPT-STORED-D.

           MOVE ZEROES                   TO WORK-PCT.
           IF  LINE-RAW GREATER THAN ZEROES
               COMPUTE WORK-PCT ROUNDED =
                       LINE-STORED * 100 / LINE-RAW.
           IF  WORK-PCT GREATER THAN 999.9
               MOVE 999.9                TO WORK-PCT.
           MOVE WORK-PCT                 TO RPT-COMP-D.

           MOVE ZEROES                   TO WORK-PCT.
           IF  FILE-STORED GREATER THAN ZEROES
               COMPUTE WORK-PCT ROUNDED =
                       LINE-STORED * 100 / FILE-STORED.
           MOVE WORK-PCT                 TO RPT-SHARE-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIZERPT  '                  DELIMITED BY SIZE
                  RPT-LABEL                    DELIMITED BY SIZE
                  ' CHAINS='                   DELIMITED BY SIZE
                  RPT-CHAINS-D                 DELIMITED BY SIZE
                  ' RAW='                      DELIMITED BY SIZE
                  RPT-RAW-D                    DELIMITED BY SIZE
                  ' STORED='                   DELIMITED BY SIZE
                  RPT-STORED-D                 DELIMITED BY SIZE
                  ' COMP='                     DELIMITED BY SIZE
                  RPT-COMP-D                   DELIMITED BY SIZE
                  '%'                          DELIMITED BY SIZE
                  ' SHR='                      DELIMITED BY SIZE
                  RPT-SHARE-D                  DELIMITED BY SIZE
                  '%'                          DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9830-EXIT.
           EXIT.

      *****************************************************************
      * Stamp and save the control record -- every run, so the        *
      * watchdog sees the chain alive between reports.                *
      *****************************************************************
       9900-SAVE-CONTROL.
           MOVE EIBTASKN                 TO SZ-TASKID.
           MOVE ZC-TRANID                TO SZ-CACHE.
           MOVE APPLID                   TO SZ-APPLID.
           MOVE CURRENT-ABS              TO SZ-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SZ-TIME)
                YYYYMMDD(SZ-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO SZ-KEY.
           MOVE LENGTH OF SZ-RECORD-SAVE TO SZ-LENGTH.

           EXEC CICS READ
                FILE   (SZ-FCT)
                RIDFLD (SZ-KEY)
                INTO   (SZ-RECORD-SAVE)
                LENGTH (SZ-LENGTH)
                RESP   (SZ-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SZ-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF SZ-RECORD  TO SZ-LENGTH
               EXEC CICS REWRITE
                    FILE  (SZ-FCT)
                    FROM  (SZ-RECORD)
                    LENGTH(SZ-LENGTH)
                    NOHANDLE
               END-EXEC.

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
