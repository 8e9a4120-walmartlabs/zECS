       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS033.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to refresh *
      * hot keys ahead of their expiration.  When a popular key       *
      * expires, the next burst of GETs all miss and fall through to  *
      * the partners and the origin together; this task closes that   *
      * hole before it opens.                                         *
      *                                                               *
      * Each cycle reads the ZCxxHK hot-key counters.  A key whose    *
      * sampled read count has reached the control record's access    *
      * threshold, and whose chain (ZF-ABS plus ZF-TTL) is within the *
      * control record's window of expiring, is re-fetched from the   *
      * ZCORIGIN row that owns its prefix and rewritten locally --    *
      * single segment, the shape the service's read-through store    *
      * gives an origin fetch -- under a fresh TTL of the same length *
      * it had.  The rewrite replaces the chain the KEY record names  *
      * in one unit of work, so readers see either the old value or  *
      * the new one, never a miss.  Like any rewrite it is audited    *
      * (REFRESH), keeps the secondary index in step, invalidates the *
      * key's dependents, and is queued to RPLQ for the partner Data  *
      * Centers.  A key whose ZCCLASS data class demands encryption   *
      * or limits which Data Centers may hold it is skipped; it is    *
      * left to expire and be fetched again through the service,      *
      * which applies those rules.  So is every key of a cache that   *
      * enciphers at rest (ENCSW on with key material), since this    *
      * task writes the value as fetched, and every key under a       *
      * write-behind origin row, where the cache holds the newer      *
      * value until the origin catches up.                            *
      *                                                               *
      * Every key considered is reported to CSSL as refreshed,        *
      * skipped (with the reason) or failed, and the cycle's totals   *
      * are kept on the zcREFRSH control record the watchdog reads.   *
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
       01  REMAINING-MS           PIC S9(15) VALUE ZEROES COMP-3.
       01  WINDOW-MS              PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  HK-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.

       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcREFRSH control file resources - start                       *
      *****************************************************************
       01  RA-FCT                 PIC  X(08) VALUE 'ZCREFRSH'.
       01  RA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RA-RECORD.
           02  RA-KEY             PIC  X(04).
           02  RA-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  RA-INTERVAL        PIC S9(07) COMP-3 VALUE 60.
           02  RA-THRESHOLD       PIC S9(09) COMP-3 VALUE 100.
           02  RA-WINDOW          PIC S9(07) COMP-3 VALUE 120.
           02  RA-REFRESH-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  RA-SKIP-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  RA-FAIL-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  RA-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RA-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RA-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RA-TASKID          PIC  9(06).
           02  FILLER             PIC  X(10).

      *****************************************************************
      * zcREFRSH control file resources - end                         *
      *****************************************************************

       01  RA-RECORD-SAVE         PIC  X(96).

       01  ZC-REFRESH-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCREFRS_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZH-FCT.
           02  ZH-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'HK  '.

       01  ZA-FCT.
           02  ZA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'AU  '.

       01  L1-QUEUE.
           02  L1-Q-TRANID        PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'L1  '.

       01  L1-DROPPED             PIC  X(01) VALUE 'N'.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  HK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DELETE-LENGTH          PIC S9(04) COMP VALUE 8.

       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * zECS HOT-KEY counter record.                                  *
      *****************************************************************
       COPY ZECSHKC.

      *****************************************************************
      * zECS AUDIT record definition.                                 *
      *****************************************************************
       COPY ZECSZAC.

      *****************************************************************
      * Keys this cycle will try to refresh, gathered from the hot-   *
      * key counters before anything is fetched so the counter browse *
      * is never held across an origin call.                          *
      *****************************************************************
       01  CD-MAX                 PIC S9(04) COMP VALUE 50.
       01  CD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  CD-INDEX               PIC S9(04) COMP VALUE ZEROES.

       01  CD-TABLE.
           02  CD-ENTRY OCCURS 50 TIMES.
               05  CD-KEY-LEN     PIC S9(04) COMP.
               05  CD-KEY         PIC  X(255).

       01  CD-KEY-LENGTH          PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * TTL arithmetic -- the same seconds-to-milliseconds view the   *
      * expiration task uses.                                         *
      *****************************************************************
       01  TTL-MILLISECONDS       PIC S9(15) VALUE ZEROES COMP-3.
       01  FILLER.
           02  TTL-SEC-MS.
               03  TTL-SECONDS    PIC  9(06) VALUE ZEROES.
               03  FILLER         PIC  9(03) VALUE ZEROES.
           02  FILLER REDEFINES TTL-SEC-MS.
               03  TTL-TIME       PIC  9(09).

      *****************************************************************
      * One refresh attempt: its outcome, the reason reported, and    *
      * what is kept from the chain being replaced.                   *
      *****************************************************************
       01  RF-OUTCOME             PIC  X(01) VALUE SPACES.
           88  RF-REFRESHED               VALUE 'R'.
           88  RF-SKIPPED                 VALUE 'S'.
           88  RF-FAILED                  VALUE 'F'.
       01  RF-REASON              PIC  X(12) VALUE SPACES.

       01  OLD-ZF-KEY             PIC  X(08) VALUE LOW-VALUES.
       01  OLD-ON-COLD            PIC  X(01) VALUE 'N'.
       01  OLD-TTL                PIC S9(07) VALUE ZEROES COMP-3.
       01  OLD-VERSION            PIC  9(09) VALUE ZEROES COMP.
       01  OLD-SLIDING            PIC  X(01) VALUE 'N'.
       01  OLD-MEDIA              PIC  X(56) VALUE SPACES.
       01  OLD-TAGS               PIC  X(64) VALUE SPACES.
       01  OLD-BUSBU              PIC  X(25) VALUE SPACES.

       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

       01  ZECS-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(05) VALUE '_ZECS'.
           02  FILLER             PIC  X(07) VALUE SPACES.

       01  FILLER.
           02  ZECS-VALUE         PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZECS-VALUE.
               05  FILLER         PIC  X(06).
               05  ZECS-NC-HW     PIC  X(02).

       01  ZECS-INCREMENT         PIC  9(16) COMP VALUE  1.

      *****************************************************************
      * The key's origin, looked up in the ZCORIGIN registry the same *
      * longest-prefix way the service's read-through does.           *
      *****************************************************************
       01  OG-FCT                 PIC  X(08) VALUE 'ZCORIGIN'.
       01  OG-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  OG-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  OG-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       01  OG-RECORD.
           02  OG-KEY.
               03  OG-KEY-TRANID  PIC  X(04).
               03  OG-KEY-PREFIX  PIC  X(40).
           02  OG-URL             PIC  X(80).
           02  OG-PATH            PIC  X(64).
           02  OG-TIMEOUT         PIC  9(03).
           02  OG-TTL             PIC  9(07).
           02  OG-WRITE-POLICY    PIC  X(01).
               88  OG-WRITE-THROUGH           VALUE 'W'.
               88  OG-WRITE-BEHIND            VALUE 'B'.
           02  FILLER             PIC  X(57).

       01  OG-FOUND               PIC  X(01) VALUE 'N'.
       01  OG-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  OG-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  OG-BEST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  OG-BEST-URL            PIC  X(80) VALUE SPACES.
       01  OG-BEST-PATH           PIC  X(64) VALUE SPACES.
       01  OG-BEST-POLICY         PIC  X(01) VALUE SPACES.
       01  OG-PATH-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  OG-WEB-PATH            PIC  X(320) VALUE SPACES.
       01  OG-WEB-PATH-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  OG-PTR                 PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * The key's data class, looked up in the ZCCLASS registry the   *
      * same longest-prefix way.                                      *
      *****************************************************************
       01  CL-FCT                 PIC  X(08) VALUE 'ZCCLASS '.
       01  CL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CL-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  CL-RULE-TRANID         PIC  X(04) VALUE '*CLS'.
       01  CL-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  CL-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-CLASS          PIC  X(08) VALUE SPACES.

       COPY ZECSCLC.

      *****************************************************************
      * Parsed origin connection.                                     *
      *****************************************************************
       01  OG-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  OG-SESSTOKEN           PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-MEDIA-TYPE         PIC  X(56) VALUE SPACES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.

       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  FETCH-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  FETCH-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.

       01  LINKAGE-ADDRESSES.
           02  CACHE-ADDRESS      USAGE POINTER.
           02  CACHE-ADDRESS-X    REDEFINES CACHE-ADDRESS
                                  PIC S9(08) COMP.

      *****************************************************************
      * Checksum of the new segment -- the additive sum the service   *
      * stamps on every segment it writes.                            *
      *****************************************************************
       01  CHECKSUM-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  CHECKSUM-INDEX         PIC S9(08) COMP VALUE ZEROES.
       01  CHECKSUM-VALUE         PIC  9(09) COMP VALUE ZEROES.
       01  FILLER.
           02  CHK-HALF           PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES CHK-HALF.
               05  FILLER         PIC  X(01).
               05  CHK-BYTE       PIC  X(01).

      *****************************************************************
      * Dependency cascade -- a refresh is a rewrite, so whatever was *
      * derived from the key is invalidated the same way.             *
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
      * Secondary index -- a refresh is a rewrite, so the key's       *
      * ZCxxIX entry is rewritten by ZECS044 the same way.            *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'W'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * At-rest encryption.  The cache's ENCSW switch is its ZCCONFIG *
      * row when one exists, else the ZC##ENC PROGRAM definition; the *
      * key material is the ENCKEY row, else the ZC##EK document --   *
      * the same resolution the service makes.  Both are checked once *
      * per task.                                                     *
      *****************************************************************
       01  ENCR-PROGRAM.
           02  ENCR-TRANID        PIC  X(04) VALUE 'ZC##'.
           02  ENCR-ID            PIC  X(04) VALUE 'ENC '.

       01  ENCR-CHECKED           PIC  X(01) VALUE 'N'.
       01  ENCR-SWITCH            PIC  X(01) VALUE 'N'.
       01  ENCR-ENABLED           PIC  X(01) VALUE 'N'.
       01  ENCR-STATUS            PIC S9(08) COMP VALUE ZEROES.
       01  ENCR-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  CF-FCT                 PIC  X(08) VALUE 'ZCCONFIG'.
       01  CF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CF-REC-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CF-FOUND               PIC  X(01) VALUE 'N'.

       01  CF-RECORD.
           02  CF-KEY.
               03  CF-KEY-TRANID  PIC  X(04).
               03  CF-KEY-NAME    PIC  X(08).
           02  CF-VALUE           PIC  X(64).
           02  FILLER             PIC  X(04).

       01  EK-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-EK.
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'EK'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EK-TEXT                PIC  X(34) VALUE SPACES.
       01  EK-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  TWO                    PIC S9(02) VALUE      2 COMP-3.

      *****************************************************************
      * Store-and-forward replication hand-off -- the same record     *
      * ZECS001 queues when a live replication converse fails.  The   *
      * ZECS011 drainer replays a PUT from the key's current local    *
      * state, so only the key is queued.                             *
      *****************************************************************
       01  RQ-QUEUE               PIC  X(04) VALUE 'RPLQ'.
       01  RQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RQ-RECORD.
           02  RQ-METHOD          PIC  X(08) VALUE SPACES.
           02  RQ-PARTNER-URL     PIC  X(80) VALUE SPACES.
           02  RQ-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RQ-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  RQ-QS-LENGTH       PIC S9(04) COMP VALUE ZEROES.
           02  RQ-QUERYSTRING     PIC  X(256) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  ZECS-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE 640.
       01  DC-LOADED              PIC  X(01) VALUE 'N'.

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(640) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  DC-PARTNER-MAX         PIC S9(04) COMP VALUE 8.
       01  DC-PARTNER-INDEX       PIC S9(04) COMP VALUE ZEROES.
       01  DC-SCAN-POINTER        PIC S9(08) COMP VALUE ZEROES.

       01  DC-PARTNERS.
           02  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DC-PARTNER-ENTRY OCCURS 8 TIMES.
               05  DC-PARTNER-URL         PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-URL-LENGTH  PIC S9(08) COMP VALUE ZEROES.

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

       01  RPT-KEY-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  RPT-REFRESH-COUNT-D    PIC  Z(06)9.
       01  RPT-SKIP-COUNT-D       PIC  Z(06)9.
       01  RPT-FAIL-COUNT-D       PIC  Z(06)9.
       01  RPT-OUTCOME            PIC  X(09) VALUE SPACES.

      *****************************************************************
      * zECS FILE record definition.                                  *
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

       01  CACHE-MESSAGE          PIC  X(32000).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 1500-CHECK-REORG        THRU 1500-EXIT.
           PERFORM 2000-GATHER-CANDIDATES  THRU 2000-EXIT.

           IF  CD-COUNT GREATER THAN ZEROES
               PERFORM 3000-REFRESH-KEY    THRU 3000-EXIT
                   WITH TEST AFTER
                   VARYING CD-INDEX FROM 1 BY 1
                   UNTIL CD-INDEX NOT LESS THAN CD-COUNT.

           PERFORM 9900-WRITE-REPORT       THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the refresh-ahead task.              *
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
                                     ZF-TRANID
                                     ZH-TRANID
                                     ZA-TRANID
                                     L1-Q-TRANID
                                     NC-TRANID
                                     DC-TRANID
                                     ENCR-TRANID
                                     EK-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the refresh-ahead task.                *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-REFRESH-ENQ)
                LENGTH(LENGTH OF  ZC-REFRESH-ENQ)
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
      * Read/write the zcREFRSH control record to pick up the         *
      * configured interval, access threshold and expiry window, and  *
      * reset the cycle's counters.                                   *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RA-KEY.
           MOVE LENGTH OF RA-RECORD      TO RA-LENGTH.

           EXEC CICS READ
                FILE   (RA-FCT)
                RIDFLD (RA-KEY)
                INTO   (RA-RECORD)
                LENGTH (RA-LENGTH)
                RESP   (RA-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RA-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RA-KEY
               EXEC CICS WRITE
                    FILE   (RA-FCT)
                    RIDFLD (RA-KEY)
                    FROM   (RA-RECORD)
                    LENGTH (RA-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO RA-REFRESH-COUNT
                                            RA-SKIP-COUNT
                                            RA-FAIL-COUNT
               EXEC CICS REWRITE
                    FILE  (RA-FCT)
                    FROM  (RA-RECORD)
                    LENGTH(RA-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  RA-THRESHOLD NOT NUMERIC
           OR  RA-THRESHOLD NOT GREATER THAN ZEROES
               MOVE 100                  TO RA-THRESHOLD.

           IF  RA-WINDOW NOT NUMERIC
           OR  RA-WINDOW NOT GREATER THAN ZEROES
               MOVE 120                  TO RA-WINDOW.

           COMPUTE WINDOW-MS = RA-WINDOW * 1000.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Stand down while an online reorganization (ZECS050) is        *
      * copying this cache -- a refresh rewrites the very files it is *
      * copying.  The chain keeps rescheduling itself, so refreshing  *
      * resumes on the first cycle after the *REORG* row is gone.     *
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
      * Browse the hot-key counters and keep every key read at least  *
      * RA-THRESHOLD times whose chain expires within the window.     *
      * The counters only ever hold sampled keys, so this is a single *
      * pass; a cycle takes at most CD-MAX keys and the rest wait for *
      * the next one.                                                 *
      *****************************************************************
       2000-GATHER-CANDIDATES.
           MOVE ZEROES                   TO CD-COUNT.
           MOVE LOW-VALUES               TO HK-KEY.

           EXEC CICS STARTBR FILE(ZH-FCT)
                RIDFLD(HK-KEY)
                GTEQ
                RESP(HK-RESP)
                NOHANDLE
           END-EXEC.

           IF  HK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 2010-GATHER-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'
               OR    CD-COUNT EQUAL CD-MAX.

           EXEC CICS ENDBR FILE(ZH-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2010-GATHER-NEXT.
           MOVE LENGTH OF HK-RECORD      TO HK-LENGTH.

           EXEC CICS READNEXT FILE(ZH-FCT)
                INTO(HK-RECORD)
                RIDFLD(HK-KEY)
                LENGTH(HK-LENGTH)
                RESP(HK-RESP)
                NOHANDLE
           END-EXEC.

           IF  HK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2010-EXIT.

           IF  HK-READ-COUNT LESS THAN RA-THRESHOLD
               GO TO 2010-EXIT.

           PERFORM 2020-CHECK-EXPIRY     THRU 2020-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Is this hot key's chain inside the window?  A key no longer   *
      * on file, a remembered miss or a tombstone has nothing to      *
      * refresh and is passed over quietly; so is one with time to    *
      * spare.  A key whose TTL has already lapsed but which the      *
      * expiration task has not yet reached is still refreshed.       *
      *****************************************************************
       2020-CHECK-EXPIRY.
           MOVE HK-KEY                   TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2020-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 2020-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 2020-EXIT.

           IF  ZK-ON-COLD-TIER
               GO TO 2020-EXIT.

           MOVE ZK-ZF-KEY                TO ZF-KEY.
           MOVE ZEROES                   TO ZF-ZEROES ZF-SUFFIX.
           MOVE ZEROES                   TO ZF-SEGMENT.
           IF  ZK-IS-SEGMENTED
               MOVE ONE                  TO ZF-SEGMENT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2020-EXIT.

           MOVE ZF-TTL                   TO TTL-SECONDS.
           MOVE TTL-TIME                 TO TTL-MILLISECONDS.

           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           SUBTRACT RELATIVE-TIME FROM TTL-MILLISECONDS
               GIVING REMAINING-MS.

           IF  REMAINING-MS GREATER THAN WINDOW-MS
               GO TO 2020-EXIT.

           MOVE ZEROES                   TO CD-KEY-LENGTH.
           INSPECT HK-KEY TALLYING CD-KEY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  CD-KEY-LENGTH EQUAL ZEROES
               GO TO 2020-EXIT.

           ADD  ONE                      TO CD-COUNT.
           MOVE CD-KEY-LENGTH            TO CD-KEY-LEN(CD-COUNT).
           MOVE HK-KEY                   TO CD-KEY(CD-COUNT).

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Refresh one candidate: find its origin, fetch it, and replace *
      * the chain.  Each key is its own unit of work, and each is     *
      * reported to CSSL with its outcome.                            *
      *****************************************************************
       3000-REFRESH-KEY.
           MOVE SPACES                   TO RF-OUTCOME.
           MOVE SPACES                   TO RF-REASON.

           PERFORM 3100-ORIGIN-LOOKUP    THRU 3100-EXIT.

           IF  OG-FOUND NOT EQUAL 'Y'
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'NO ORIGIN'          TO RF-REASON
               GO TO 3000-REPORT.

           IF  OG-BEST-POLICY EQUAL 'B'
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'WRITE BEHIND'       TO RF-REASON
               GO TO 3000-REPORT.

           PERFORM 3150-CLASS-LOOKUP     THRU 3150-EXIT.

           IF  CL-ENCRYPT-REQUIRED
           OR  CL-RESIDE-LOCAL
           OR  CL-RESIDE-LISTED
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'DATA CLASS'         TO RF-REASON
               GO TO 3000-REPORT.

           PERFORM 3050-CHECK-ENCRYPTION THRU 3050-EXIT.

           IF  ENCR-ENABLED EQUAL 'Y'
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'ENCRYPTED'          TO RF-REASON
               GO TO 3000-REPORT.

           MOVE ZEROES                   TO CACHE-ADDRESS-X.

           PERFORM 3200-FETCH-ORIGIN     THRU 3200-EXIT.

           IF  RF-OUTCOME EQUAL SPACES
               PERFORM 3300-REPLACE-CHAIN THRU 3300-EXIT.

           IF  CACHE-ADDRESS-X NOT EQUAL ZEROES
               EXEC CICS FREEMAIN
                    DATAPOINTER(CACHE-ADDRESS)
                    NOHANDLE
               END-EXEC.

           IF  RF-REFRESHED
               PERFORM 3400-AFTER-REFRESH THRU 3400-EXIT
               EXEC CICS SYNCPOINT NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC.

       3000-REPORT.
           PERFORM 9920-REPORT-KEY       THRU 9920-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Does this cache encipher at rest?  Only when its ENCSW switch *
      * is on and it has key material -- a switch with no key writes  *
      * in the clear in the service too.                              *
      *****************************************************************
       3050-CHECK-ENCRYPTION.
           IF  ENCR-CHECKED EQUAL 'Y'
               GO TO 3050-EXIT.

           MOVE 'Y'                      TO ENCR-CHECKED.
           MOVE 'N'                      TO ENCR-SWITCH.
           MOVE 'N'                      TO ENCR-ENABLED.

           MOVE 'ENCSW'                  TO CF-KEY-NAME.
           PERFORM 3060-GET-CONFIG       THRU 3060-EXIT.

           IF  CF-FOUND EQUAL 'Y'
           AND CF-VALUE(1:1) EQUAL 'Y'
               MOVE 'Y'                  TO ENCR-SWITCH.

           IF  CF-FOUND NOT EQUAL 'Y'
               EXEC CICS INQUIRE
                    PROGRAM(ENCR-PROGRAM)
                    STATUS (ENCR-STATUS)
                    RESP   (ENCR-RESP)
                    NOHANDLE
               END-EXEC
               IF  ENCR-RESP   EQUAL DFHRESP(NORMAL)
               AND ENCR-STATUS EQUAL DFHVALUE(ENABLED)
                   MOVE 'Y'              TO ENCR-SWITCH.

           IF  ENCR-SWITCH NOT EQUAL 'Y'
               GO TO 3050-EXIT.

           MOVE 'ENCKEY'                 TO CF-KEY-NAME.
           PERFORM 3060-GET-CONFIG       THRU 3060-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE NOT EQUAL SPACES
                   MOVE 'Y'              TO ENCR-ENABLED
               END-IF
               GO TO 3050-EXIT.

           MOVE SPACES                   TO EK-TEXT.
           MOVE LENGTH OF EK-TEXT        TO EK-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)
                TEMPLATE(ZECS-EK)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)
                    INTO     (EK-TEXT)
                    LENGTH   (EK-TEXT-LENGTH)
                    MAXLENGTH(EK-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND EK-TEXT-LENGTH GREATER THAN TWO
               MOVE 'Y'                  TO ENCR-ENABLED.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Read one named ZCCONFIG row for this cache.                   *
      *****************************************************************
       3060-GET-CONFIG.
           MOVE 'N'                      TO CF-FOUND.
           MOVE ZC-TRANID                TO CF-KEY-TRANID.
           MOVE SPACES                   TO CF-VALUE.
           MOVE LENGTH OF CF-RECORD      TO CF-REC-LENGTH.

           EXEC CICS READ FILE(CF-FCT)
                RIDFLD(CF-KEY)
                INTO  (CF-RECORD)
                LENGTH(CF-REC-LENGTH)
                RESP  (CF-RESP)
                NOHANDLE
           END-EXEC.

           IF  CF-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO CF-FOUND.

       3060-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCORIGIN rows for the longest prefix       *
      * matching the candidate key.  The winning row's write policy   *
      * comes along with its URL and path.                            *
      *****************************************************************
       3100-ORIGIN-LOOKUP.
           MOVE 'N'                      TO OG-FOUND.
           MOVE ZEROES                   TO OG-BEST-LEN.
           MOVE SPACES                   TO OG-BEST-POLICY.
           MOVE SPACES                   TO OG-KEY.
           MOVE ZC-TRANID                TO OG-KEY-TRANID.

           EXEC CICS STARTBR FILE(OG-FCT)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3100-EXIT.

           MOVE 'N'                      TO OG-BROWSE-DONE.

           PERFORM 3110-ORIGIN-NEXT      THRU 3110-EXIT
               WITH TEST AFTER
               UNTIL OG-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(OG-FCT) NOHANDLE
           END-EXEC.

           IF  OG-BEST-LEN GREATER THAN ZEROES
               MOVE 'Y'                  TO OG-FOUND.

       3100-EXIT.
           EXIT.

       3110-ORIGIN-NEXT.
           MOVE LENGTH OF OG-RECORD      TO OG-LENGTH.

           EXEC CICS READNEXT FILE(OG-FCT)
                INTO(OG-RECORD)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                LENGTH(OG-LENGTH)
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OG-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO OG-BROWSE-DONE
               GO TO 3110-EXIT.

           MOVE ZEROES                   TO OG-MATCH-LEN.
           INSPECT OG-KEY-PREFIX TALLYING OG-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-MATCH-LEN GREATER THAN ZEROES
           AND OG-MATCH-LEN NOT GREATER THAN CD-KEY-LEN(CD-INDEX)
           AND CD-KEY(CD-INDEX)(1:OG-MATCH-LEN)
                   EQUAL OG-KEY-PREFIX(1:OG-MATCH-LEN)
           AND OG-MATCH-LEN GREATER THAN OG-BEST-LEN
               MOVE OG-MATCH-LEN         TO OG-BEST-LEN
               MOVE OG-URL               TO OG-BEST-URL
               MOVE OG-PATH              TO OG-BEST-PATH
               MOVE OG-WRITE-POLICY      TO OG-BEST-POLICY.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCCLASS prefix rows for the longest prefix *
      * matching the candidate key, then read that class's rules.     *
      * An unclassified key, or a class without rules, has none.      *
      *****************************************************************
       3150-CLASS-LOOKUP.
           MOVE ZEROES                   TO CL-BEST-LEN.
           MOVE SPACES                   TO CL-BEST-CLASS.
           MOVE SPACES                   TO CL-KEY.
           MOVE ZC-TRANID                TO CL-KEY-TRANID.

           EXEC CICS STARTBR FILE(CL-FCT)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                  TO CL-BROWSE-DONE
               PERFORM 3160-CLASS-NEXT THRU 3160-EXIT
                   WITH TEST AFTER
                   UNTIL CL-BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(CL-FCT) NOHANDLE
               END-EXEC
           END-IF.

           MOVE SPACES                   TO CL-RULE-DATA.
           MOVE ZEROES                   TO CL-MAX-TTL.

           IF  CL-BEST-LEN EQUAL ZEROES
               GO TO 3150-EXIT.

           MOVE SPACES                   TO CL-KEY.
           MOVE CL-RULE-TRANID           TO CL-KEY-TRANID.
           MOVE CL-BEST-CLASS            TO CL-KEY-PREFIX(1:8).
           MOVE LENGTH OF CL-RECORD      TO CL-LENGTH.

           EXEC CICS READ FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES               TO CL-RULE-DATA.

       3150-EXIT.
           EXIT.

       3160-CLASS-NEXT.
           MOVE LENGTH OF CL-RECORD      TO CL-LENGTH.

           EXEC CICS READNEXT FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CL-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO CL-BROWSE-DONE
               GO TO 3160-EXIT.

           MOVE ZEROES                   TO CL-MATCH-LEN.
           INSPECT CL-KEY-PREFIX TALLYING CL-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  CL-MATCH-LEN GREATER THAN ZEROES
           AND CL-MATCH-LEN NOT GREATER THAN CD-KEY-LEN(CD-INDEX)
           AND CD-KEY(CD-INDEX)(1:CL-MATCH-LEN)
                   EQUAL CL-KEY-PREFIX(1:CL-MATCH-LEN)
           AND CL-MATCH-LEN GREATER THAN CL-BEST-LEN
               MOVE CL-MATCH-LEN         TO CL-BEST-LEN
               MOVE CL-CLASS             TO CL-BEST-CLASS.

       3160-EXIT.
           EXIT.

      *****************************************************************
      * GET the key from its origin into a GETMAIN'd buffer, built    *
      * on the row's path the same way the read-through fetch builds  *
      * it.  Anything but a complete 200 leaves the key as it is.     *
      *****************************************************************
       3200-FETCH-ORIGIN.
           MOVE ZEROES                   TO OG-URL-LENGTH.
           INSPECT OG-BEST-URL
                   TALLYING OG-URL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-URL-LENGTH EQUAL ZEROES
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'NO ORIGIN'          TO RF-REASON
               GO TO 3200-EXIT.

           MOVE 80                       TO URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (OG-BEST-URL)
                URLLENGTH (OG-URL-LENGTH)
                SCHEMENAME(URL-SCHEME-NAME)
                HOST      (URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                NOHANDLE
           END-EXEC.

           IF  URL-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)      TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)       TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                SCHEME(URL-SCHEME)
                SESSTOKEN(OG-SESSTOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'OPEN FAILED'        TO RF-REASON
               GO TO 3200-EXIT.

           PERFORM 3210-BUILD-PATH       THRU 3210-EXIT.

           EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                FLENGTH(THIRTY-TWO-KB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF CACHE-MESSAGE  TO CACHE-ADDRESS.

           MOVE DFHVALUE(GET)            TO WEB-METHOD.
           MOVE SPACES                   TO WEB-MEDIA-TYPE.
           MOVE THIRTY-TWO-KB            TO FETCH-LENGTH.
           MOVE ZEROES                   TO WEB-STATUS-CODE.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (OG-SESSTOKEN)
                PATH      (OG-WEB-PATH)
                PATHLENGTH(OG-WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (WEB-MEDIA-TYPE)
                INTO      (CACHE-MESSAGE)
                TOLENGTH  (FETCH-LENGTH)
                MAXLENGTH (THIRTY-TWO-KB)
                STATUSCODE(WEB-STATUS-CODE)
                RESP      (FETCH-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB CLOSE
                SESSTOKEN(OG-SESSTOKEN)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * A body longer than one segment comes back truncated    *
      *    * (LENGERR); storing part of it would be worse than      *
      *    * letting the key expire normally.                       *
      *    *--------------------------------------------------------*
           IF  FETCH-RESP EQUAL DFHRESP(LENGERR)
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'TOO LARGE'          TO RF-REASON
               GO TO 3200-EXIT.

           IF  FETCH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'NO RESPONSE'        TO RF-REASON
               GO TO 3200-EXIT.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'STATUS'             TO RF-REASON
               GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Build the origin path: the row's path with the key appended   *
      * exactly as given, or '/' plus the key when the row names no   *
      * path -- the same construction the read-through fetch uses.    *
      *****************************************************************
       3210-BUILD-PATH.
           MOVE ZEROES                   TO OG-PATH-LEN.
           INSPECT OG-BEST-PATH TALLYING OG-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES                   TO OG-WEB-PATH.
           MOVE ONE                      TO OG-PTR.

           IF  OG-PATH-LEN GREATER THAN ZEROES
               STRING OG-BEST-PATH(1:OG-PATH-LEN)
                                         DELIMITED BY SIZE
                      CD-KEY(CD-INDEX)(1:CD-KEY-LEN(CD-INDEX))
                                         DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING
           ELSE
               STRING '/'                DELIMITED BY SIZE
                      CD-KEY(CD-INDEX)(1:CD-KEY-LEN(CD-INDEX))
                                         DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING.

           COMPUTE OG-WEB-PATH-LENGTH = OG-PTR - 1.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Replace the key's chain with the fetched value.  The KEY      *
      * record is read for update first and must still name the chain *
      * that was judged near expiry -- a client write since then has  *
      * already refreshed it.  The new segment carries the old one's  *
      * TTL length, media type, tags, BU_SBU and sliding policy, a    *
      * fresh ZF-ABS, and the next version number; the old chain is   *
      * removed once the KEY record points past it.                   *
      *****************************************************************
       3300-REPLACE-CHAIN.
           MOVE CD-KEY(CD-INDEX)         TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'GONE'               TO RF-REASON
               GO TO 3300-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
           OR (ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES)
           OR  ZK-ON-COLD-TIER
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'GONE'               TO RF-REASON
               GO TO 3300-EXIT.

           MOVE ZK-ZF-KEY                TO OLD-ZF-KEY.

           MOVE ZK-ZF-KEY                TO ZF-KEY.
           MOVE ZEROES                   TO ZF-ZEROES ZF-SUFFIX.
           MOVE ZEROES                   TO ZF-SEGMENT.
           IF  ZK-IS-SEGMENTED
               MOVE ONE                  TO ZF-SEGMENT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'GONE'               TO RF-REASON
               GO TO 3300-EXIT.

           MOVE ZF-TTL                   TO TTL-SECONDS.
           MOVE TTL-TIME                 TO TTL-MILLISECONDS.
           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           SUBTRACT RELATIVE-TIME FROM TTL-MILLISECONDS
               GIVING REMAINING-MS.

           IF  REMAINING-MS GREATER THAN WINDOW-MS
               MOVE 'S'                  TO RF-OUTCOME
               MOVE 'REWRITTEN'          TO RF-REASON
               GO TO 3300-EXIT.

           MOVE ZF-TTL                   TO OLD-TTL.
           MOVE ZF-VERSION               TO OLD-VERSION.
           MOVE ZF-MEDIA                 TO OLD-MEDIA.
           MOVE ZF-TAGS                  TO OLD-TAGS.
           MOVE ZF-BUSBU                 TO OLD-BUSBU.
           MOVE 'N'                      TO OLD-SLIDING.
           IF  ZF-POLICY-SLIDING
               MOVE 'Y'                  TO OLD-SLIDING.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES               TO ZF-RECORD.
           MOVE THE-TOD(1:6)             TO ZF-KEY-IDN.
           MOVE ZECS-NC-HW               TO ZF-KEY-NC.
           MOVE ONE                      TO ZF-SEGMENT.
           MOVE ZEROES                   TO ZF-SUFFIX ZF-ZEROES.
           MOVE CURRENT-ABS              TO ZF-ABS.
           MOVE OLD-TTL                  TO ZF-TTL.
           MOVE ONE                      TO ZF-SEGMENTS.
           ADD  ONE OLD-VERSION      GIVING ZF-VERSION.
           MOVE SPACES                   TO ZF-FLAGS.
           IF  OLD-SLIDING EQUAL 'Y'
               MOVE 'S'                  TO ZF-FLAGS.
           MOVE SPACES                   TO ZF-KEYGEN.
           MOVE CD-KEY(CD-INDEX)         TO ZF-ZK-KEY.
           MOVE OLD-MEDIA                TO ZF-MEDIA.
           MOVE OLD-TAGS                 TO ZF-TAGS.
           MOVE OLD-BUSBU                TO ZF-BUSBU.
           MOVE FETCH-LENGTH             TO ZF-RAW-LENGTH.
           IF  FETCH-LENGTH GREATER THAN ZEROES
               MOVE CACHE-MESSAGE(1:FETCH-LENGTH)
                                         TO ZF-DATA.
           PERFORM 3310-CHECKSUM         THRU 3310-EXIT.

           MOVE FETCH-LENGTH             TO ZF-LENGTH.
           ADD  ZF-PREFIX                TO ZF-LENGTH.

           EXEC CICS WRITE FILE(ZF-FCT)
                FROM(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'WRITE FAILED'       TO RF-REASON
               GO TO 3300-EXIT.

           MOVE ZF-KEY                   TO ZK-ZF-KEY.
           MOVE 'Y'                      TO ZK-SEGMENTS.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS REWRITE FILE(ZK-FCT)
                FROM(ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP(WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                  TO RF-OUTCOME
               MOVE 'WRITE FAILED'       TO RF-REASON
               GO TO 3300-EXIT.

           MOVE OLD-ZF-KEY               TO DELETE-KEY.
           MOVE ZEROES                   TO DELETE-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           MOVE 'R'                      TO RF-OUTCOME.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Sum the new segment's bytes into ZF-CHECKSUM.                 *
      *****************************************************************
       3310-CHECKSUM.
           MOVE ZEROES                   TO CHECKSUM-VALUE.
           MOVE ZF-RAW-LENGTH            TO CHECKSUM-LENGTH.

           IF  CHECKSUM-LENGTH GREATER THAN ZEROES
               PERFORM 3320-CHECKSUM-BYTE THRU 3320-EXIT
                   WITH TEST AFTER
                   VARYING CHECKSUM-INDEX FROM 1 BY 1
                   UNTIL CHECKSUM-INDEX NOT LESS THAN CHECKSUM-LENGTH.

           MOVE CHECKSUM-VALUE           TO ZF-CHECKSUM.

       3310-EXIT.
           EXIT.

       3320-CHECKSUM-BYTE.
           MOVE ZEROES                   TO CHK-HALF.
           MOVE ZF-DATA(CHECKSUM-INDEX:1) TO CHK-BYTE.
           ADD  CHK-HALF                 TO CHECKSUM-VALUE.

       3320-EXIT.
           EXIT.

      *****************************************************************
      * Everything a client rewrite does after the chain changes:     *
      * drop the L1 ring, audit, keep the secondary index in step,    *
      * invalidate dependents, and queue the partner deliveries.      *
      *****************************************************************
       3400-AFTER-REFRESH.
           IF  L1-DROPPED EQUAL 'N'
               MOVE 'Y'                  TO L1-DROPPED
               EXEC CICS DELETEQ TS QUEUE(L1-QUEUE)
                    NOHANDLE
               END-EXEC.

           PERFORM 3410-WRITE-AUDIT      THRU 3410-EXIT.

           MOVE ZC-TRANID                TO XI-TRANID.
           MOVE 'W'                      TO XI-ACTION.
           MOVE CD-KEY-LEN(CD-INDEX)     TO XI-KEY-LENGTH.
           MOVE CD-KEY(CD-INDEX)         TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO DX-TRANID.
           MOVE 'Y'                      TO DX-REPLICATE.
           MOVE CD-KEY-LEN(CD-INDEX)     TO DX-KEY-LENGTH.
           MOVE CD-KEY(CD-INDEX)         TO DX-KEY.
           MOVE SPACES                   TO DX-USERID.
           MOVE SPACES                   TO DX-REQUEST-ID.
           MOVE ZEROES                   TO DX-INVALIDATED.

           EXEC CICS LINK PROGRAM(ZECS032)
                COMMAREA(ZECS032-COMM-AREA)
                LENGTH  (LENGTH OF ZECS032-COMM-AREA)
                NOHANDLE
           END-EXEC.

           PERFORM 3420-QUEUE-REPLICATION THRU 3420-EXIT.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Write one ZA-FCT audit record for the refreshed key.          *
      *****************************************************************
       3410-WRITE-AUDIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)             TO ZA-IDN.
           MOVE ZECS-NC-HW               TO ZA-NC.
           MOVE 'REFRESH'                TO ZA-OPERATION.

           EXEC CICS ASSIGN USERID(ZA-USERID) NOHANDLE
           END-EXEC.

           MOVE CD-KEY-LEN(CD-INDEX)     TO ZA-CACHE-KEY-LEN.
           MOVE CD-KEY(CD-INDEX)         TO ZA-CACHE-KEY.
           MOVE SPACES                   TO ZA-REQUEST-ID.

           EXEC CICS ASKTIME ABSTIME(ZA-ABS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ZA-RECORD      TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                NOHANDLE
           END-EXEC.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * Queue the refreshed key's PUT to RPLQ, one record per partner *
      * Data Center.  The partner list is read once per cycle.        *
      *****************************************************************
       3420-QUEUE-REPLICATION.
           IF  DC-LOADED EQUAL 'N'
               MOVE 'Y'                  TO DC-LOADED
               PERFORM 7000-GET-URL    THRU 7000-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               GO TO 3420-EXIT.

           IF  DC-PARTNER-COUNT GREATER THAN ZEROES
               PERFORM 3430-QUEUE-ONE  THRU 3430-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

       3420-EXIT.
           EXIT.

       3430-QUEUE-ONE.
           MOVE SPACES                   TO RQ-RECORD.
           MOVE 'PUT'                    TO RQ-METHOD.
           MOVE DC-PARTNER-URL(DC-PARTNER-INDEX)
                                          TO RQ-PARTNER-URL.
           MOVE CD-KEY-LEN(CD-INDEX)     TO RQ-KEY-LENGTH.
           MOVE CD-KEY(CD-INDEX)         TO RQ-KEY.
           MOVE ZEROES                   TO RQ-QS-LENGTH.
           MOVE LENGTH OF RQ-RECORD      TO RQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RQ-QUEUE)
                FROM(RQ-RECORD)
                LENGTH(RQ-LENGTH)
                NOHANDLE
           END-EXEC.

       3430-EXIT.
           EXIT.

      *****************************************************************
      * Get the partner Data Center URL list, the same document       *
      * template read the service's replication uses.                 *
      *****************************************************************
       7000-GET-URL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZECS-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES               TO DC-PARTNER-COUNT.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               DC-LENGTH GREATER THAN TEN
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH
               PERFORM 7050-SPLIT-PARTNERS     THRU 7050-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR
               DC-LENGTH LESS THAN TEN            OR
               DC-LENGTH EQUAL            TEN     OR
               DC-PARTNER-COUNT EQUAL ZEROES
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Split THE-OTHER-DC into one entry per partner Data Center,    *
      * one URL per line (CRLF delimited), up to DC-PARTNER-MAX       *
      * partners.                                                     *
      *****************************************************************
       7050-SPLIT-PARTNERS.
           MOVE ONE                  TO DC-SCAN-POINTER.

           PERFORM 7060-SPLIT-NEXT   THRU 7060-EXIT
               WITH TEST AFTER
               UNTIL DC-SCAN-POINTER NOT LESS THAN THE-OTHER-DC-LENGTH
               OR    DC-PARTNER-COUNT EQUAL DC-PARTNER-MAX.

       7050-EXIT.
           EXIT.

       7060-SPLIT-NEXT.
           ADD  ONE                  TO DC-PARTNER-COUNT.
           MOVE SPACES
                  TO DC-PARTNER-URL(DC-PARTNER-COUNT).

           UNSTRING THE-OTHER-DC(1:THE-OTHER-DC-LENGTH)
                DELIMITED BY CRLF
                INTO DC-PARTNER-URL(DC-PARTNER-COUNT)
                WITH POINTER DC-SCAN-POINTER
           END-UNSTRING.

           IF  DC-PARTNER-URL(DC-PARTNER-COUNT) EQUAL SPACES
               SUBTRACT ONE           FROM DC-PARTNER-COUNT
           ELSE
               MOVE ZEROES
                      TO DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
               INSPECT DC-PARTNER-URL(DC-PARTNER-COUNT)
                       TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       7060-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) on the configured interval.               *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(RA-INTERVAL)
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
      * Write the cycle's totals to TD CSSL and stamp the control     *
      * record.                                                       *
      *****************************************************************
       9900-WRITE-REPORT.
           IF  RA-REFRESH-COUNT GREATER THAN ZEROES
           OR  RA-SKIP-COUNT    GREATER THAN ZEROES
           OR  RA-FAIL-COUNT    GREATER THAN ZEROES
               MOVE RA-REFRESH-COUNT     TO RPT-REFRESH-COUNT-D
               MOVE RA-SKIP-COUNT        TO RPT-SKIP-COUNT-D
               MOVE RA-FAIL-COUNT        TO RPT-FAIL-COUNT-D

               MOVE SPACES               TO TD-MESSAGE
               STRING 'REFRESH AHEAD REFRESHED=' RPT-REFRESH-COUNT-D
                      ' SKIPPED='          RPT-SKIP-COUNT-D
                      ' FAILED='           RPT-FAIL-COUNT-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE EIBTASKN                 TO RA-TASKID.
           MOVE APPLID                   TO RA-APPLID.
           MOVE CURRENT-ABS              TO RA-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RA-TIME)
                YYYYMMDD(RA-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO RA-KEY.
           MOVE LENGTH OF RA-RECORD-SAVE TO RA-LENGTH.

           EXEC CICS READ
                FILE   (RA-FCT)
                RIDFLD (RA-KEY)
                INTO   (RA-RECORD-SAVE)
                LENGTH (RA-LENGTH)
                RESP   (RA-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RA-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF RA-RECORD  TO RA-LENGTH
               EXEC CICS REWRITE
                    FILE  (RA-FCT)
                    FROM  (RA-RECORD)
                    LENGTH(RA-LENGTH)
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

      *****************************************************************
      * Count and report one candidate's outcome.                     *
      *****************************************************************
       9920-REPORT-KEY.
           EVALUATE TRUE
              WHEN RF-REFRESHED
                 ADD  ONE                TO RA-REFRESH-COUNT
                 MOVE 'REFRESHED'        TO RPT-OUTCOME
              WHEN RF-SKIPPED
                 ADD  ONE                TO RA-SKIP-COUNT
                 MOVE 'SKIPPED'          TO RPT-OUTCOME
              WHEN OTHER
                 ADD  ONE                TO RA-FAIL-COUNT
                 MOVE 'FAILED'           TO RPT-OUTCOME
           END-EVALUATE.

           MOVE CD-KEY-LEN(CD-INDEX)     TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 48
               MOVE 48                   TO RPT-KEY-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'REFRESH AHEAD '       DELIMITED BY SIZE
                  RPT-OUTCOME            DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  RF-REASON              DELIMITED BY SIZE
                  ' KEY='                DELIMITED BY SIZE
                  CD-KEY(CD-INDEX)(1:RPT-KEY-LEN)
                                         DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9920-EXIT.
           EXIT.
