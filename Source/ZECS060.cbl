       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS060.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to audit    *
      * cached values against the systems of record they were copied  *
      * from.  A key under a ZCORIGIN prefix is a copy of something   *
      * another system owns; when the owner changes its record        *
      * without telling the cache, the old value is served until the  *
      * TTL runs out, and until now nobody knew how often that was.   *
      *                                                               *
      * Each cycle takes every ZCORIGIN row of the cache and samples  *
      * up to SL-SAMPLE live keys under its prefix -- onward from     *
      * where the last cycle stopped, wrapping to the start, so the   *
      * whole prefix is audited in turn.  A key a longer origin       *
      * prefix claims is left to that prefix.  Each sampled key's     *
      * current value is fetched from the origin the same way the     *
      * read-through and refresh-ahead fetches do, and compared with  *
      * the stored copy through the copy's length and the checksum    *
      * stamped on it when it was written, so the stored value never  *
      * has to be deciphered or expanded.  A value the origin no      *
      * longer has, or that has outgrown one segment, is stale too.   *
      * A key that spans segments, or that was written before         *
      * checksums were stamped, cannot be compared and is skipped.    *
      * A write-behind prefix is not audited at all: the cache holds  *
      * the newer value there until the origin catches up.            *
      *                                                               *
      * Per prefix the cycle's figures -- sampled, stale, the stale   *
      * rate, and the average and longest time the stale entries had  *
      * been out of date -- go to CSSL and onto the prefix's ZCSTALEP *
      * row (see ZECSSPC) with running totals.  A prefix an operator  *
      * has opted in on that row has its stale entries refreshed from *
      * the origin (the ZECS033 rewrite: single segment, same TTL     *
      * length, media, tags, BU_SBU and sliding policy) or            *
      * invalidated (the DELETE shape: version history, chain and KEY *
      * record).  This task writes the value as fetched, so a stale   *
      * entry whose data class demands encryption, or of a cache that *
      * enciphers at rest (ENCSW on with key material), is            *
      * invalidated rather than refreshed in the clear.  Either       *
      * action is audited as STALE, keeps the secondary index in      *
      * step, invalidates the key's dependents, and is queued to RPLQ *
      * for the partner Data Centers.  An entry a                     *
      * client has rewritten since it was compared is left alone, and *
      * an invalidation a legal hold covers is refused.               *
      *                                                               *
      * The cycle stands down while the cache is quiesced to          *
      * read-only or an online reorganization is copying it.          *
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
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.
       01  VER-INDEX              PIC S9(04) COMP VALUE ZEROES.

       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcSTALE control file resources - start                        *
      *****************************************************************
       01  SL-FCT                 PIC  X(08) VALUE 'ZCSTALE '.
       01  SL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SL-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  SL-RECORD.
           02  SL-KEY             PIC  X(04).
           02  SL-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SL-INTERVAL        PIC S9(07) COMP-3 VALUE 3600.
           02  SL-SAMPLE          PIC S9(07) COMP-3 VALUE 10.
           02  SL-SAMPLED-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  SL-STALE-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  SL-ACTED-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  SL-FAIL-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  SL-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SL-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SL-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SL-TASKID          PIC  9(06).
           02  FILLER             PIC  X(14).

      *****************************************************************
      * zcSTALE control file resources - end                          *
      *****************************************************************

       01  SL-RECORD-SAVE         PIC  X(96).

       01  ZC-STALE-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCSTALE_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * zECS STALENESS AUDIT prefix rows.                             *
      *****************************************************************
       01  SP-FCT                 PIC  X(08) VALUE 'ZCSTALEP'.
       01  SP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZECSSPC.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZA-FCT.
           02  ZA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'AU  '.

       01  L1-QUEUE.
           02  L1-Q-TRANID        PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'L1  '.

       01  L1-DROPPED             PIC  X(01) VALUE 'N'.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
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
      * zECS AUDIT record definition.                                 *
      *****************************************************************
       COPY ZECSZAC.

      *****************************************************************
      * The cache's origin rows, gathered before any key is sampled   *
      * so the ZCORIGIN browse is never held across an origin call.   *
      * A cycle audits at most OR-MAX prefixes.                       *
      *****************************************************************
       01  OR-MAX                 PIC S9(04) COMP VALUE 20.
       01  OR-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  OR-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  OR-OTHER               PIC S9(04) COMP VALUE ZEROES.

       01  OR-TABLE.
           02  OR-ENTRY OCCURS 20 TIMES.
               05  OR-PREFIX-LEN  PIC S9(04) COMP.
               05  OR-PREFIX      PIC  X(40).
               05  OR-URL         PIC  X(80).
               05  OR-PATH        PIC  X(64).
               05  OR-POLICY      PIC  X(01).

      *****************************************************************
      * Keys sampled under the prefix being audited, gathered before  *
      * anything is fetched so the KEY browse is never held across an *
      * origin call either.                                           *
      *****************************************************************
       01  CD-MAX                 PIC S9(04) COMP VALUE 50.
       01  CD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  CD-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  CD-LIMIT               PIC S9(04) COMP VALUE ZEROES.

       01  CD-TABLE.
           02  CD-ENTRY OCCURS 50 TIMES.
               05  CD-KEY-LEN     PIC S9(04) COMP.
               05  CD-KEY         PIC  X(255).

       01  CD-KEY-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CD-CLAIMED             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Sampling position.  The browse starts just past the key the   *
      * last cycle stopped at; when it runs off the end of the prefix *
      * it wraps once to the start of the prefix and stops short of   *
      * where it began.                                               *
      *****************************************************************
       01  SM-BROWSE-KEY          PIC  X(255) VALUE LOW-VALUES.
       01  SM-START-KEY           PIC  X(255) VALUE LOW-VALUES.
       01  SM-FROM-RESUME         PIC  X(01) VALUE 'N'.
       01  SM-WRAPPED             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * The prefix's figures for this cycle, and the operator's       *
      * action, carried until the prefix row is rewritten.            *
      *****************************************************************
       01  PF-ACTION              PIC  X(01) VALUE SPACES.
           88  PF-REFRESH                 VALUE 'R'.
           88  PF-INVALIDATE              VALUE 'I'.
       01  PF-RESUME-LEN          PIC S9(04) COMP VALUE ZEROES.
       01  PF-RESUME-KEY          PIC  X(255) VALUE LOW-VALUES.
       01  PF-SAMPLED             PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-STALE               PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-SKIPPED             PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-FAILED              PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-REFRESHED           PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-INVALIDATED         PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-AGE-TOTAL           PIC S9(15) VALUE ZEROES COMP-3.
       01  PF-AGE-MAX             PIC S9(11) VALUE ZEROES COMP-3.
       01  PF-AGE-AVG             PIC S9(11) VALUE ZEROES COMP-3.
       01  PF-RATE                PIC S9(03)V99 VALUE ZEROES COMP-3.

      *****************************************************************
      * One key's audit: its outcome, the reason reported, what was   *
      * done about it, and what is kept from the stored copy.         *
      *****************************************************************
       01  AU-OUTCOME             PIC  X(01) VALUE SPACES.
           88  AU-CURRENT                 VALUE 'C'.
           88  AU-STALE                   VALUE 'S'.
           88  AU-SKIPPED                 VALUE 'K'.
           88  AU-FAILED                  VALUE 'F'.
       01  AU-REASON              PIC  X(12) VALUE SPACES.
       01  AU-ACTED               PIC  X(01) VALUE SPACES.
           88  AU-WAS-REFRESHED           VALUE 'R'.
           88  AU-WAS-INVALIDATED         VALUE 'I'.
       01  AU-ACT-NOTE            PIC  X(12) VALUE SPACES.
       01  AU-REFETCHABLE         PIC  X(01) VALUE 'N'.
       01  AU-AGE                 PIC S9(11) VALUE ZEROES COMP-3.
       01  AU-AGE-FROM            PIC S9(15) VALUE ZEROES COMP-3.

       01  OLD-ZF-KEY             PIC  X(08) VALUE LOW-VALUES.
       01  OLD-ABS                PIC S9(15) VALUE ZEROES COMP-3.
       01  OLD-RAW-LENGTH         PIC  9(05) VALUE ZEROES COMP.
       01  OLD-CHECKSUM           PIC  9(09) VALUE ZEROES COMP.
       01  OLD-CEILING            PIC  9(09) VALUE ZEROES COMP.
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
      * zECS ORIGIN registry row.                                     *
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

       01  OG-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  OG-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
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
       01  HTTP-STATUS-404        PIC S9(04) COMP VALUE 404.
       01  HTTP-STATUS-410        PIC S9(04) COMP VALUE 410.

       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  FETCH-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  FETCH-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.

      *****************************************************************
      * The origin's Last-Modified header, when it sends one, gives   *
      * the time the owner's record changed.                          *
      *****************************************************************
       01  LM-HEADER              PIC  X(13) VALUE 'Last-Modified'.
       01  LM-NAME-LENGTH         PIC S9(08) COMP VALUE 13.
       01  LM-VALUE               PIC  X(64) VALUE SPACES.
       01  LM-VALUE-LENGTH        PIC S9(08) COMP VALUE 64.
       01  LM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LM-ABS                 PIC S9(15) VALUE ZEROES COMP-3.

       01  LINKAGE-ADDRESSES.
           02  CACHE-ADDRESS      USAGE POINTER.
           02  CACHE-ADDRESS-X    REDEFINES CACHE-ADDRESS
                                  PIC S9(08) COMP.

      *****************************************************************
      * Checksum of the fetched value -- the additive sum the service *
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
      * Dependency cascade -- a refreshed or invalidated entry's      *
      * dependents are invalidated the same way a client write's are. *
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
      * Secondary index -- rebuilt from the refreshed value, or       *
      * removed with an invalidated entry.                            *
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
      * Legal hold -- a held entry is never invalidated.              *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'STALE   '.
           02  HX-SWEEP           PIC  X(01) VALUE 'Y'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

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
      * ZECS011 drainer replays the PUT or DELETE from the key's      *
      * current local state, so only the key is queued.               *
      *****************************************************************
       01  RQ-QUEUE               PIC  X(04) VALUE 'RPLQ'.
       01  RQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RQ-VERB                PIC  X(08) VALUE SPACES.

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
       01  RPT-PREFIX-LEN         PIC S9(04) COMP VALUE ZEROES.
       01  RPT-COUNT-1            PIC  Z(06)9.
       01  RPT-COUNT-2            PIC  Z(06)9.
       01  RPT-COUNT-3            PIC  Z(06)9.
       01  RPT-COUNT-4            PIC  Z(06)9.
       01  RPT-RATE-D             PIC  ZZ9.99.
       01  RPT-AGE-1              PIC  Z(08)9.
       01  RPT-AGE-2              PIC  Z(08)9.
       01  RPT-OUTCOME            PIC  X(09) VALUE SPACES.
       01  RPT-ACTION             PIC  X(10) VALUE SPACES.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

      *****************************************************************
      * Maintenance-mode and online reorganization checks -- stand    *
      * down while the *MAINT* row quiesces the cache to read-only,   *
      * or the *REORG* row of a ZECS050 run is on the ZCxxSD file.    *
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
           PERFORM 1500-CHECK-MAINT        THRU 1500-EXIT.
           PERFORM 2000-GATHER-ORIGINS     THRU 2000-EXIT.

           IF  OR-COUNT GREATER THAN ZEROES
               PERFORM 3000-AUDIT-PREFIX   THRU 3000-EXIT
                   WITH TEST AFTER
                   VARYING OR-INDEX FROM 1 BY 1
                   UNTIL OR-INDEX NOT LESS THAN OR-COUNT.

           PERFORM 9900-WRITE-REPORT       THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the staleness audit task.            *
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
      * Issue ENQ to serialize the staleness audit task.              *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-STALE-ENQ)
                LENGTH(LENGTH OF  ZC-STALE-ENQ)
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
      * Read/write the zcSTALE control record to pick up the          *
      * configured interval and sample size, and reset the cycle's    *
      * counters.                                                     *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO SL-KEY.
           MOVE LENGTH OF SL-RECORD      TO SL-LENGTH.

           EXEC CICS READ
                FILE   (SL-FCT)
                RIDFLD (SL-KEY)
                INTO   (SL-RECORD)
                LENGTH (SL-LENGTH)
                RESP   (SL-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SL-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO SL-KEY
               EXEC CICS WRITE
                    FILE   (SL-FCT)
                    RIDFLD (SL-KEY)
                    FROM   (SL-RECORD)
                    LENGTH (SL-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO SL-SAMPLED-COUNT
                                            SL-STALE-COUNT
                                            SL-ACTED-COUNT
                                            SL-FAIL-COUNT
               EXEC CICS REWRITE
                    FILE  (SL-FCT)
                    FROM  (SL-RECORD)
                    LENGTH(SL-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  SL-SAMPLE NOT NUMERIC
           OR  SL-SAMPLE NOT GREATER THAN ZEROES
               MOVE 10                   TO SL-SAMPLE.

           IF  SL-SAMPLE GREATER THAN CD-MAX
               MOVE CD-MAX               TO SL-SAMPLE.

           MOVE SL-SAMPLE                TO CD-LIMIT.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Stand down while the cache is quiesced to read-only, or while *
      * an online reorganization (ZECS050) is copying it -- an        *
      * opted-in prefix rewrites and removes entries in the very      *
      * files either one is working on.  The chain keeps rescheduling *
      * itself, so the audit resumes on the first cycle after.        *
      *****************************************************************
       1500-CHECK-MAINT.
           MOVE ZC-TRANID(3:2)             TO ZS-TRANID(3:2).
           MOVE SPACES                     TO ZS-KEY.
           MOVE '*MAINT*'                  TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
           AND ZS-ACCESS EQUAL 'RDONLY'
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

      *****************************************************************
      * Browse the cache's ZCORIGIN rows into OR-TABLE.  A row with a *
      * blank prefix claims no key and is passed over.                *
      *****************************************************************
       2000-GATHER-ORIGINS.
           MOVE ZEROES                   TO OR-COUNT.
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
               GO TO 2000-EXIT.

           MOVE 'N'                      TO OG-BROWSE-DONE.

           PERFORM 2010-ORIGIN-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL OG-BROWSE-DONE EQUAL 'Y'
               OR    OR-COUNT EQUAL OR-MAX.

           EXEC CICS ENDBR FILE(OG-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2010-ORIGIN-NEXT.
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
               GO TO 2010-EXIT.

           MOVE ZEROES                   TO OG-MATCH-LEN.
           INSPECT OG-KEY-PREFIX TALLYING OG-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-MATCH-LEN EQUAL ZEROES
               GO TO 2010-EXIT.

           ADD  ONE                      TO OR-COUNT.
           MOVE OG-MATCH-LEN             TO OR-PREFIX-LEN(OR-COUNT).
           MOVE OG-KEY-PREFIX            TO OR-PREFIX(OR-COUNT).
           MOVE OG-URL                   TO OR-URL(OR-COUNT).
           MOVE OG-PATH                  TO OR-PATH(OR-COUNT).
           MOVE OG-WRITE-POLICY          TO OR-POLICY(OR-COUNT).

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Audit one origin prefix: pick up its row, sample its keys,    *
      * compare each with the origin, and record the cycle.  A        *
      * write-behind prefix is reported and passed over.              *
      *****************************************************************
       3000-AUDIT-PREFIX.
           IF  OR-POLICY(OR-INDEX) EQUAL 'B'
               PERFORM 9930-REPORT-BEHIND THRU 9930-EXIT
               GO TO 3000-EXIT.

           PERFORM 3100-READ-PREFIX-ROW  THRU 3100-EXIT.
           PERFORM 3200-GATHER-SAMPLE    THRU 3200-EXIT.

           IF  CD-COUNT GREATER THAN ZEROES
               PERFORM 4000-AUDIT-KEY    THRU 4000-EXIT
                   WITH TEST AFTER
                   VARYING CD-INDEX FROM 1 BY 1
                   UNTIL CD-INDEX NOT LESS THAN CD-COUNT.

           PERFORM 3800-SAVE-PREFIX-ROW  THRU 3800-EXIT.
           PERFORM 9940-REPORT-PREFIX    THRU 9940-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the prefix's ZCSTALEP row for the operator's action and  *
      * where the last cycle stopped, and clear the cycle's figures.  *
      * A prefix audited for the first time has no row yet; it is     *
      * report-only and starts at the beginning.                      *
      *****************************************************************
       3100-READ-PREFIX-ROW.
           MOVE ZEROES                   TO PF-SAMPLED
                                            PF-STALE
                                            PF-SKIPPED
                                            PF-FAILED
                                            PF-REFRESHED
                                            PF-INVALIDATED
                                            PF-AGE-TOTAL
                                            PF-AGE-MAX.
           MOVE SPACES                   TO PF-ACTION.
           MOVE ZEROES                   TO PF-RESUME-LEN.
           MOVE LOW-VALUES               TO PF-RESUME-KEY.

           MOVE ZC-TRANID                TO SP-KEY-TRANID.
           MOVE OR-PREFIX(OR-INDEX)      TO SP-KEY-PREFIX.
           MOVE LENGTH OF SP-RECORD      TO SP-LENGTH.

           EXEC CICS READ FILE(SP-FCT)
                INTO(SP-RECORD)
                RIDFLD(SP-KEY)
                LENGTH(SP-LENGTH)
                RESP(SP-RESP)
                NOHANDLE
           END-EXEC.

           IF  SP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3100-EXIT.

           MOVE SP-ACTION                TO PF-ACTION.

           IF  SP-RESUME-LEN NUMERIC
           AND SP-RESUME-LEN GREATER THAN ZEROES
           AND SP-RESUME-LEN NOT GREATER THAN 255
               MOVE SP-RESUME-LEN        TO PF-RESUME-LEN
               MOVE SP-RESUME-KEY        TO PF-RESUME-KEY.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Sample up to CD-LIMIT live keys under the prefix, onward from *
      * the key the last cycle stopped at.  When that browse runs off *
      * the end of the prefix short of the limit, a second browse     *
      * starts at the beginning of the prefix and stops before it     *
      * reaches the first browse's starting point.                    *
      *****************************************************************
       3200-GATHER-SAMPLE.
           MOVE ZEROES                   TO CD-COUNT.
           MOVE 'N'                      TO SM-WRAPPED.
           MOVE 'N'                      TO SM-FROM-RESUME.

           MOVE LOW-VALUES               TO SM-START-KEY.
           MOVE OR-PREFIX(OR-INDEX)(1:OR-PREFIX-LEN(OR-INDEX))
                TO SM-START-KEY(1:OR-PREFIX-LEN(OR-INDEX)).

           IF  PF-RESUME-LEN NOT LESS THAN OR-PREFIX-LEN(OR-INDEX)
           AND PF-RESUME-KEY(1:OR-PREFIX-LEN(OR-INDEX))
                   EQUAL OR-PREFIX(OR-INDEX)(1:OR-PREFIX-LEN(OR-INDEX))
               MOVE 'Y'                  TO SM-FROM-RESUME
               MOVE PF-RESUME-KEY        TO SM-BROWSE-KEY
           ELSE
               MOVE SM-START-KEY         TO SM-BROWSE-KEY.

           PERFORM 3210-SAMPLE-BROWSE    THRU 3210-EXIT.

           IF  SM-FROM-RESUME EQUAL 'Y'
           AND CD-COUNT LESS THAN CD-LIMIT
               MOVE 'Y'                  TO SM-WRAPPED
               MOVE SM-START-KEY         TO SM-BROWSE-KEY
               PERFORM 3210-SAMPLE-BROWSE THRU 3210-EXIT.

           IF  CD-COUNT GREATER THAN ZEROES
               MOVE CD-KEY-LEN(CD-COUNT) TO PF-RESUME-LEN
               MOVE CD-KEY(CD-COUNT)     TO PF-RESUME-KEY
           ELSE
               MOVE ZEROES               TO PF-RESUME-LEN
               MOVE LOW-VALUES           TO PF-RESUME-KEY.

       3200-EXIT.
           EXIT.

       3210-SAMPLE-BROWSE.
           EXEC CICS STARTBR FILE(ZK-FCT)
                RIDFLD(SM-BROWSE-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3210-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 3220-SAMPLE-NEXT      THRU 3220-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'
               OR    CD-COUNT NOT LESS THAN CD-LIMIT.

           EXEC CICS ENDBR FILE(ZK-FCT) NOHANDLE
           END-EXEC.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Take the next key under the prefix.  The key the last cycle   *
      * stopped at was audited then; a remembered miss, a tombstone   *
      * or a cold-tier entry is not a copy being served, and a key a  *
      * longer origin prefix claims belongs to that prefix's audit.   *
      *****************************************************************
       3220-SAMPLE-NEXT.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READNEXT FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(SM-BROWSE-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-KEY(1:OR-PREFIX-LEN(OR-INDEX))
                   NOT EQUAL OR-PREFIX(OR-INDEX)
                                    (1:OR-PREFIX-LEN(OR-INDEX))
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 3220-EXIT.

           IF  SM-WRAPPED EQUAL 'Y'
           AND ZK-KEY NOT LESS THAN PF-RESUME-KEY
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 3220-EXIT.

           IF  SM-WRAPPED EQUAL 'N'
           AND SM-FROM-RESUME EQUAL 'Y'
           AND ZK-KEY EQUAL PF-RESUME-KEY
               GO TO 3220-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 3220-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 3220-EXIT.

           IF  ZK-ON-COLD-TIER
               GO TO 3220-EXIT.

           MOVE ZEROES                   TO CD-KEY-LENGTH.
           INSPECT ZK-KEY TALLYING CD-KEY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  CD-KEY-LENGTH EQUAL ZEROES
               GO TO 3220-EXIT.

           MOVE 'N'                      TO CD-CLAIMED.

           PERFORM 3230-LONGER-CLAIM     THRU 3230-EXIT
               WITH TEST AFTER
               VARYING OR-OTHER FROM 1 BY 1
               UNTIL OR-OTHER NOT LESS THAN OR-COUNT
               OR    CD-CLAIMED EQUAL 'Y'.

           IF  CD-CLAIMED EQUAL 'Y'
               GO TO 3220-EXIT.

           ADD  ONE                      TO CD-COUNT.
           MOVE CD-KEY-LENGTH            TO CD-KEY-LEN(CD-COUNT).
           MOVE ZK-KEY                   TO CD-KEY(CD-COUNT).

       3220-EXIT.
           EXIT.

       3230-LONGER-CLAIM.
           IF  OR-PREFIX-LEN(OR-OTHER)
                   GREATER THAN OR-PREFIX-LEN(OR-INDEX)
           AND OR-PREFIX-LEN(OR-OTHER) NOT GREATER THAN CD-KEY-LENGTH
           AND ZK-KEY(1:OR-PREFIX-LEN(OR-OTHER))
                   EQUAL OR-PREFIX(OR-OTHER)(1:OR-PREFIX-LEN(OR-OTHER))
               MOVE 'Y'                  TO CD-CLAIMED.

       3230-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite the prefix's ZCSTALEP row with the cycle's figures,   *
      * adding them to the running totals.  The row is read for       *
      * update here rather than held through the cycle, and the       *
      * action on it is left exactly as the operator set it.          *
      *****************************************************************
       3800-SAVE-PREFIX-ROW.
           MOVE ZC-TRANID                TO SP-KEY-TRANID.
           MOVE OR-PREFIX(OR-INDEX)      TO SP-KEY-PREFIX.
           MOVE LENGTH OF SP-RECORD      TO SP-LENGTH.

           EXEC CICS READ FILE(SP-FCT)
                INTO(SP-RECORD)
                RIDFLD(SP-KEY)
                LENGTH(SP-LENGTH)
                UPDATE
                RESP(SP-RESP)
                NOHANDLE
           END-EXEC.

           IF  SP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES               TO SP-ACTION
               MOVE ZEROES               TO SP-TOTAL-SAMPLED
                                            SP-TOTAL-STALE
                                            SP-TOTAL-ACTED
                                            SP-TOTAL-AGE
               MOVE ZC-TRANID            TO SP-KEY-TRANID
               MOVE OR-PREFIX(OR-INDEX)  TO SP-KEY-PREFIX.

           MOVE PF-RESUME-LEN            TO SP-RESUME-LEN.
           MOVE PF-RESUME-KEY            TO SP-RESUME-KEY.
           MOVE CURRENT-ABS              TO SP-ABSTIME.
           MOVE PF-SAMPLED               TO SP-SAMPLED.
           MOVE PF-STALE                 TO SP-STALE.
           MOVE PF-SKIPPED               TO SP-SKIPPED.
           MOVE PF-FAILED                TO SP-FAILED.
           MOVE PF-REFRESHED             TO SP-REFRESHED.
           MOVE PF-INVALIDATED           TO SP-INVALIDATED.
           MOVE PF-AGE-TOTAL             TO SP-AGE-TOTAL.
           MOVE PF-AGE-MAX               TO SP-AGE-MAX.
           ADD  PF-SAMPLED               TO SP-TOTAL-SAMPLED.
           ADD  PF-STALE                 TO SP-TOTAL-STALE.
           ADD  PF-REFRESHED             TO SP-TOTAL-ACTED.
           ADD  PF-INVALIDATED           TO SP-TOTAL-ACTED.
           ADD  PF-AGE-TOTAL             TO SP-TOTAL-AGE.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SP-TIME)
                YYYYMMDD(SP-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF SP-RECORD      TO SP-LENGTH.

           IF  SP-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(SP-FCT)
                    FROM(SP-RECORD)
                    LENGTH(SP-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(SP-FCT)
                    FROM(SP-RECORD)
                    RIDFLD(SP-KEY)
                    LENGTH(SP-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * Audit one sampled key: read the stored copy, fetch the        *
      * origin's, compare, and act on a stale entry when the prefix   *
      * is opted in.  Each key is its own unit of work.               *
      *****************************************************************
       4000-AUDIT-KEY.
           MOVE SPACES                   TO AU-OUTCOME.
           MOVE SPACES                   TO AU-REASON.
           MOVE SPACES                   TO AU-ACTED.
           MOVE SPACES                   TO AU-ACT-NOTE.
           MOVE 'N'                      TO AU-REFETCHABLE.
           MOVE ZEROES                   TO CACHE-ADDRESS-X.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 4100-READ-STORED      THRU 4100-EXIT.

           IF  AU-OUTCOME EQUAL SPACES
               PERFORM 4200-FETCH-ORIGIN THRU 4200-EXIT.

           IF  AU-OUTCOME EQUAL SPACES
               PERFORM 4300-COMPARE      THRU 4300-EXIT.

           IF  AU-STALE
               PERFORM 4400-STALE-ENTRY  THRU 4400-EXIT.

           IF  CACHE-ADDRESS-X NOT EQUAL ZEROES
               EXEC CICS FREEMAIN
                    DATAPOINTER(CACHE-ADDRESS)
                    NOHANDLE
               END-EXEC.

           IF  AU-ACTED NOT EQUAL SPACES
               EXEC CICS SYNCPOINT NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC.

           PERFORM 9920-REPORT-KEY       THRU 9920-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Read the stored copy's first segment for what the comparison  *
      * needs.  A key gone since it was sampled is skipped quietly;   *
      * one that spans segments, or carries no usable checksum, is    *
      * skipped and counted.                                          *
      *****************************************************************
       4100-READ-STORED.
           MOVE CD-KEY(CD-INDEX)         TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-ZF-KEY EQUAL NEG-MARKER
           OR (ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES)
           OR  ZK-ON-COLD-TIER
               MOVE 'K'                  TO AU-OUTCOME
               MOVE 'GONE'               TO AU-REASON
               GO TO 4100-EXIT.

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
               MOVE 'K'                  TO AU-OUTCOME
               MOVE 'GONE'               TO AU-REASON
               GO TO 4100-EXIT.

           IF  ZF-SEGMENTS GREATER THAN ONE
               MOVE 'K'                  TO AU-OUTCOME
               MOVE 'TOO LARGE'          TO AU-REASON
               GO TO 4100-EXIT.

      *    *--------------------------------------------------------*
      *    * A record written before the checksum existed has zero, *
      *    * or whatever the old FILLER held -- a genuine additive  *
      *    * sum never exceeds the length times 255.                *
      *    *--------------------------------------------------------*
           COMPUTE OLD-CEILING = ZF-RAW-LENGTH * 255.

           IF  ZF-CHECKSUM EQUAL ZEROES
           OR  ZF-CHECKSUM GREATER THAN OLD-CEILING
               MOVE 'K'                  TO AU-OUTCOME
               MOVE 'UNSTAMPED'          TO AU-REASON
               GO TO 4100-EXIT.

           MOVE ZF-ABS                   TO OLD-ABS.
           MOVE ZF-RAW-LENGTH            TO OLD-RAW-LENGTH.
           MOVE ZF-CHECKSUM              TO OLD-CHECKSUM.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * GET the key from its origin into a GETMAIN'd buffer, on the   *
      * row's path the same way the read-through fetch builds it.     *
      * A 404 or 410 says the owner no longer has the record, and a   *
      * body that overflows one segment has outgrown the stored copy: *
      * both are stale, though neither can be refreshed from.  The    *
      * Last-Modified header is kept from a 200.                      *
      *****************************************************************
       4200-FETCH-ORIGIN.
           MOVE ZEROES                   TO LM-ABS.
           MOVE ZEROES                   TO OG-URL-LENGTH.
           INSPECT OR-URL(OR-INDEX)
                   TALLYING OG-URL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-URL-LENGTH EQUAL ZEROES
               MOVE 'K'                  TO AU-OUTCOME
               MOVE 'NO ORIGIN'          TO AU-REASON
               GO TO 4200-EXIT.

           MOVE 80                       TO URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (OR-URL(OR-INDEX))
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
               MOVE 'F'                  TO AU-OUTCOME
               MOVE 'OPEN FAILED'        TO AU-REASON
               GO TO 4200-EXIT.

           PERFORM 4210-BUILD-PATH       THRU 4210-EXIT.

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

           IF  FETCH-RESP EQUAL DFHRESP(NORMAL)
           AND WEB-STATUS-CODE EQUAL HTTP-STATUS-200
               PERFORM 4220-LAST-MODIFIED THRU 4220-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(OG-SESSTOKEN)
                NOHANDLE
           END-EXEC.

           IF  FETCH-RESP EQUAL DFHRESP(LENGERR)
               MOVE 'S'                  TO AU-OUTCOME
               MOVE 'OUTGROWN'           TO AU-REASON
               GO TO 4200-EXIT.

           IF  FETCH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                  TO AU-OUTCOME
               MOVE 'NO RESPONSE'        TO AU-REASON
               GO TO 4200-EXIT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-404
           OR  WEB-STATUS-CODE EQUAL HTTP-STATUS-410
               MOVE 'S'                  TO AU-OUTCOME
               MOVE 'ORIGIN GONE'        TO AU-REASON
               GO TO 4200-EXIT.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
               MOVE 'F'                  TO AU-OUTCOME
               MOVE 'STATUS'             TO AU-REASON
               GO TO 4200-EXIT.

           MOVE 'Y'                      TO AU-REFETCHABLE.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Build the origin path: the row's path with the key appended   *
      * exactly as given, or '/' plus the key when the row names no   *
      * path -- the same construction the read-through fetch uses.    *
      *****************************************************************
       4210-BUILD-PATH.
           MOVE ZEROES                   TO OG-PATH-LEN.
           INSPECT OR-PATH(OR-INDEX) TALLYING OG-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES                   TO OG-WEB-PATH.
           MOVE ONE                      TO OG-PTR.

           IF  OG-PATH-LEN GREATER THAN ZEROES
               STRING OR-PATH(OR-INDEX)(1:OG-PATH-LEN)
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

       4210-EXIT.
           EXIT.

      *****************************************************************
      * Read the origin's Last-Modified header, an HTTP date, as an   *
      * ABSTIME.  An origin that sends none, or an unreadable one,    *
      * leaves LM-ABS zero.                                           *
      *****************************************************************
       4220-LAST-MODIFIED.
           MOVE SPACES                   TO LM-VALUE.
           MOVE LENGTH OF LM-HEADER      TO LM-NAME-LENGTH.
           MOVE LENGTH OF LM-VALUE       TO LM-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(LM-HEADER)
                NAMELENGTH(LM-NAME-LENGTH)
                VALUE(LM-VALUE)
                VALUELENGTH(LM-VALUE-LENGTH)
                SESSTOKEN(OG-SESSTOKEN)
                RESP(LM-RESP)
                NOHANDLE
           END-EXEC.

           IF  LM-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LM-VALUE-LENGTH NOT GREATER THAN ZEROES
               GO TO 4220-EXIT.

           EXEC CICS CONVERTTIME DATESTRING(LM-VALUE)
                ABSTIME(LM-ABS)
                RESP(LM-RESP)
                NOHANDLE
           END-EXEC.

           IF  LM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES               TO LM-ABS.

       4220-EXIT.
           EXIT.

      *****************************************************************
      * Compare the origin's value with the stored copy: a different  *
      * length is stale outright; the same length is stale when the   *
      * additive checksum of the origin's bytes differs from the one  *
      * stamped on the copy.  The checksum is taken either way, since *
      * a refresh stamps it on the new segment.                       *
      *****************************************************************
       4300-COMPARE.
           MOVE ZEROES                   TO CHECKSUM-VALUE.
           MOVE FETCH-LENGTH             TO CHECKSUM-LENGTH.

           IF  CHECKSUM-LENGTH GREATER THAN ZEROES
               PERFORM 4310-CHECKSUM-BYTE THRU 4310-EXIT
                   WITH TEST AFTER
                   VARYING CHECKSUM-INDEX FROM 1 BY 1
                   UNTIL CHECKSUM-INDEX NOT LESS THAN CHECKSUM-LENGTH.

           IF  FETCH-LENGTH NOT EQUAL OLD-RAW-LENGTH
               MOVE 'S'                  TO AU-OUTCOME
               MOVE 'LENGTH'             TO AU-REASON
               GO TO 4300-EXIT.

           IF  CHECKSUM-VALUE EQUAL OLD-CHECKSUM
               MOVE 'C'                  TO AU-OUTCOME
           ELSE
               MOVE 'S'                  TO AU-OUTCOME
               MOVE 'CHECKSUM'           TO AU-REASON.

       4300-EXIT.
           EXIT.

       4310-CHECKSUM-BYTE.
           MOVE ZEROES                   TO CHK-HALF.
           MOVE CACHE-MESSAGE(CHECKSUM-INDEX:1) TO CHK-BYTE.
           ADD  CHK-HALF                 TO CHECKSUM-VALUE.

       4310-EXIT.
           EXIT.

      *****************************************************************
      * A stale entry: work out how long it has been out of date --   *
      * from the origin's Last-Modified time when that is later than  *
      * the copy, otherwise from when the copy was written -- and act *
      * on it as the prefix's row asks.  A refresh the audit cannot   *
      * make safely -- the key's data class or the cache's at-rest    *
      * encryption rules out a clear-text rewrite -- invalidates      *
      * instead.                                                      *
      *****************************************************************
       4400-STALE-ENTRY.
           MOVE OLD-ABS                  TO AU-AGE-FROM.

           IF  LM-ABS GREATER THAN OLD-ABS
           AND LM-ABS NOT GREATER THAN CURRENT-ABS
               MOVE LM-ABS               TO AU-AGE-FROM.

           COMPUTE AU-AGE = (CURRENT-ABS - AU-AGE-FROM) / 1000.

           IF  AU-AGE LESS THAN ZEROES
               MOVE ZEROES               TO AU-AGE.

           ADD  AU-AGE                   TO PF-AGE-TOTAL.

           IF  AU-AGE GREATER THAN PF-AGE-MAX
               MOVE AU-AGE               TO PF-AGE-MAX.

           IF  PF-REFRESH
           AND AU-REFETCHABLE EQUAL 'Y'
               PERFORM 4410-CLASS-LOOKUP THRU 4410-EXIT
               IF  CL-ENCRYPT-REQUIRED
               OR  CL-RESIDE-LOCAL
               OR  CL-RESIDE-LISTED
                   MOVE 'N'              TO AU-REFETCHABLE
               END-IF
           END-IF.

           IF  PF-REFRESH
           AND AU-REFETCHABLE EQUAL 'Y'
               PERFORM 4430-CHECK-ENCRYPTION THRU 4430-EXIT
               IF  ENCR-ENABLED EQUAL 'Y'
                   MOVE 'N'              TO AU-REFETCHABLE
               END-IF
           END-IF.

           IF  PF-REFRESH
           AND AU-REFETCHABLE EQUAL 'Y'
               PERFORM 4500-REFRESH-ENTRY THRU 4500-EXIT
           ELSE
               IF  PF-REFRESH
               OR  PF-INVALIDATE
                   PERFORM 4600-INVALIDATE-ENTRY THRU 4600-EXIT.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCCLASS prefix rows for the longest prefix *
      * matching the key, then read that class's rules.  An           *
      * unclassified key, or a class without rules, has none.         *
      *****************************************************************
       4410-CLASS-LOOKUP.
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
               PERFORM 4420-CLASS-NEXT THRU 4420-EXIT
                   WITH TEST AFTER
                   UNTIL CL-BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(CL-FCT) NOHANDLE
               END-EXEC
           END-IF.

           MOVE SPACES                   TO CL-RULE-DATA.
           MOVE ZEROES                   TO CL-MAX-TTL.

           IF  CL-BEST-LEN EQUAL ZEROES
               GO TO 4410-EXIT.

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

       4410-EXIT.
           EXIT.

       4420-CLASS-NEXT.
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
               GO TO 4420-EXIT.

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

       4420-EXIT.
           EXIT.

      *****************************************************************
      * Does this cache encipher at rest?  Only when its ENCSW switch *
      * is on and it has key material -- a switch with no key writes  *
      * in the clear in the service too.                              *
      *****************************************************************
       4430-CHECK-ENCRYPTION.
           IF  ENCR-CHECKED EQUAL 'Y'
               GO TO 4430-EXIT.

           MOVE 'Y'                      TO ENCR-CHECKED.
           MOVE 'N'                      TO ENCR-SWITCH.
           MOVE 'N'                      TO ENCR-ENABLED.

           MOVE 'ENCSW'                  TO CF-KEY-NAME.
           PERFORM 4440-GET-CONFIG       THRU 4440-EXIT.

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
               GO TO 4430-EXIT.

           MOVE 'ENCKEY'                 TO CF-KEY-NAME.
           PERFORM 4440-GET-CONFIG       THRU 4440-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE NOT EQUAL SPACES
                   MOVE 'Y'              TO ENCR-ENABLED
               END-IF
               GO TO 4430-EXIT.

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

       4430-EXIT.
           EXIT.

      *****************************************************************
      * Read one named ZCCONFIG row for this cache.                   *
      *****************************************************************
       4440-GET-CONFIG.
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

       4440-EXIT.
           EXIT.

      *****************************************************************
      * Refresh the stale entry from the value just fetched.  The KEY *
      * record is read for update and must still name the chain that  *
      * was compared -- a client write since then has replaced it.    *
      * The new segment carries the old one's TTL length, media type, *
      * tags, BU_SBU and sliding policy, a fresh ZF-ABS, and the next *
      * version number; the old chain is removed once the KEY record  *
      * points past it.                                               *
      *****************************************************************
       4500-REFRESH-ENTRY.
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
           OR  ZK-ZF-KEY NOT EQUAL OLD-ZF-KEY
               MOVE 'CHANGED'            TO AU-ACT-NOTE
               GO TO 4500-EXIT.

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
               MOVE 'CHANGED'            TO AU-ACT-NOTE
               GO TO 4500-EXIT.

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
           MOVE CHECKSUM-VALUE           TO ZF-CHECKSUM.

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
               MOVE 'WRITE FAILED'       TO AU-ACT-NOTE
               GO TO 4500-EXIT.

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
               MOVE 'WRITE FAILED'       TO AU-ACT-NOTE
               GO TO 4500-EXIT.

           MOVE OLD-ZF-KEY               TO DELETE-KEY.
           MOVE ZEROES                   TO DELETE-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           MOVE 'R'                      TO AU-ACTED.
           ADD  ONE                      TO PF-REFRESHED.

           MOVE 'W'                      TO XI-ACTION.
           MOVE 'REFRESH'                TO ZA-DETAIL.
           MOVE 'PUT'                    TO RQ-VERB.
           PERFORM 4700-AFTER-CHANGE     THRU 4700-EXIT.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Invalidate the stale entry -- its retained generations, its   *
      * chain and the KEY record, the same shape the service's DELETE *
      * has -- unless a legal hold covers it or a client has          *
      * rewritten it since it was compared.                           *
      *****************************************************************
       4600-INVALIDATE-ENTRY.
           PERFORM 4610-CHECK-HOLD       THRU 4610-EXIT.

           IF  HX-HELD EQUAL 'Y'
               MOVE 'HELD'               TO AU-ACT-NOTE
               GO TO 4600-EXIT.

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
           OR  ZK-ZF-KEY NOT EQUAL OLD-ZF-KEY
               MOVE 'CHANGED'            TO AU-ACT-NOTE
               GO TO 4600-EXIT.

           IF  ZK-VER-COUNT GREATER THAN ZEROES
               PERFORM 4620-DELETE-VERSION THRU 4620-EXIT
                   WITH TEST AFTER
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX NOT LESS THAN ZK-VER-COUNT.

           MOVE ZK-ZF-KEY                TO DELETE-KEY.
           MOVE ZEROES                   TO DELETE-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           EXEC CICS DELETE FILE(ZK-FCT)
                RESP(WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'WRITE FAILED'       TO AU-ACT-NOTE
               GO TO 4600-EXIT.

           MOVE 'I'                      TO AU-ACTED.
           ADD  ONE                      TO PF-INVALIDATED.

           MOVE 'D'                      TO XI-ACTION.
           MOVE 'INVALID'                TO ZA-DETAIL.
           MOVE 'DELETE'                 TO RQ-VERB.
           PERFORM 4700-AFTER-CHANGE     THRU 4700-EXIT.

       4600-EXIT.
           EXIT.

      *****************************************************************
      * Is the stale entry under a legal hold?                        *
      *****************************************************************
       4610-CHECK-HOLD.
           MOVE ZC-TRANID                TO HX-TRANID.
           MOVE 'STALE   '               TO HX-PATH.
           MOVE 'Y'                      TO HX-SWEEP.
           MOVE 'N'                      TO HX-HELD.
           MOVE CD-KEY-LEN(CD-INDEX)     TO HX-KEY-LENGTH.
           MOVE CD-KEY(CD-INDEX)         TO HX-KEY.
           MOVE SPACES                   TO HX-USERID.
           MOVE SPACES                   TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       4610-EXIT.
           EXIT.

       4620-DELETE-VERSION.
           MOVE ZK-VER-KEY(VER-INDEX)    TO DELETE-KEY.
           MOVE ZEROES                   TO DELETE-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

       4620-EXIT.
           EXIT.

      *****************************************************************
      * Everything a client change does after the chain changes: drop *
      * the L1 ring, audit, keep the secondary index in step,         *
      * invalidate dependents, and queue the partner deliveries.      *
      * The caller sets XI-ACTION, ZA-DETAIL and RQ-VERB.             *
      *****************************************************************
       4700-AFTER-CHANGE.
           IF  L1-DROPPED EQUAL 'N'
               MOVE 'Y'                  TO L1-DROPPED
               EXEC CICS DELETEQ TS QUEUE(L1-QUEUE)
                    NOHANDLE
               END-EXEC.

           PERFORM 4710-WRITE-AUDIT      THRU 4710-EXIT.

           MOVE ZC-TRANID                TO XI-TRANID.
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

           PERFORM 4720-QUEUE-REPLICATION THRU 4720-EXIT.

       4700-EXIT.
           EXIT.

      *****************************************************************
      * Write one ZA-FCT audit record for the entry, as STALE with    *
      * what was done in ZA-DETAIL.                                   *
      *****************************************************************
       4710-WRITE-AUDIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)             TO ZA-IDN.
           MOVE ZECS-NC-HW               TO ZA-NC.
           MOVE 'STALE'                  TO ZA-OPERATION.

           EXEC CICS ASSIGN USERID(ZA-USERID) NOHANDLE
           END-EXEC.

           MOVE CD-KEY-LEN(CD-INDEX)     TO ZA-CACHE-KEY-LEN.
           MOVE CD-KEY(CD-INDEX)         TO ZA-CACHE-KEY.
           MOVE SPACES                   TO ZA-REQUEST-ID.
           MOVE ZEROES                   TO ZA-RELATED-KEY-LEN.

           EXEC CICS ASKTIME ABSTIME(ZA-ABS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ZA-RECORD      TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                NOHANDLE
           END-EXEC.

       4710-EXIT.
           EXIT.

      *****************************************************************
      * Queue the entry's PUT or DELETE to RPLQ, one record per       *
      * partner Data Center.  The partner list is read once per       *
      * cycle.                                                        *
      *****************************************************************
       4720-QUEUE-REPLICATION.
           IF  DC-LOADED EQUAL 'N'
               MOVE 'Y'                  TO DC-LOADED
               PERFORM 7000-GET-URL    THRU 7000-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               GO TO 4720-EXIT.

           IF  DC-PARTNER-COUNT GREATER THAN ZEROES
               PERFORM 4730-QUEUE-ONE  THRU 4730-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

       4720-EXIT.
           EXIT.

       4730-QUEUE-ONE.
           MOVE SPACES                   TO RQ-RECORD.
           MOVE RQ-VERB                  TO RQ-METHOD.
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

       4730-EXIT.
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
                INTERVAL(SL-INTERVAL)
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
           IF  SL-SAMPLED-COUNT GREATER THAN ZEROES
           OR  SL-FAIL-COUNT    GREATER THAN ZEROES
               MOVE SL-SAMPLED-COUNT     TO RPT-COUNT-1
               MOVE SL-STALE-COUNT       TO RPT-COUNT-2
               MOVE SL-ACTED-COUNT       TO RPT-COUNT-3
               MOVE SL-FAIL-COUNT        TO RPT-COUNT-4

               MOVE SPACES               TO TD-MESSAGE
               STRING 'STALE AUDIT SAMPLED=' RPT-COUNT-1
                      ' STALE='            RPT-COUNT-2
                      ' ACTED ON='         RPT-COUNT-3
                      ' FAILED='           RPT-COUNT-4
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTASKN                 TO SL-TASKID.
           MOVE APPLID                   TO SL-APPLID.
           MOVE CURRENT-ABS              TO SL-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SL-TIME)
                YYYYMMDD(SL-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO SL-KEY.
           MOVE LENGTH OF SL-RECORD-SAVE TO SL-LENGTH.

           EXEC CICS READ
                FILE   (SL-FCT)
                RIDFLD (SL-KEY)
                INTO   (SL-RECORD-SAVE)
                LENGTH (SL-LENGTH)
                RESP   (SL-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SL-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF SL-RECORD  TO SL-LENGTH
               EXEC CICS REWRITE
                    FILE  (SL-FCT)
                    FROM  (SL-RECORD)
                    LENGTH(SL-LENGTH)
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
      * Count one audited key's outcome, and report it to CSSL when   *
      * it was stale or its fetch failed.  Current entries, and keys  *
      * that could not be compared, are reported only in the          *
      * prefix's figures.                                             *
      *****************************************************************
       9920-REPORT-KEY.
           EVALUATE TRUE
              WHEN AU-CURRENT
                 ADD  ONE                TO PF-SAMPLED
              WHEN AU-STALE
                 ADD  ONE                TO PF-SAMPLED
                 ADD  ONE                TO PF-STALE
              WHEN AU-FAILED
                 ADD  ONE                TO PF-FAILED
              WHEN OTHER
                 ADD  ONE                TO PF-SKIPPED
           END-EVALUATE.

           IF  NOT AU-STALE
           AND NOT AU-FAILED
               GO TO 9920-EXIT.

           EVALUATE TRUE
              WHEN AU-WAS-REFRESHED
                 MOVE 'REFRESHED'        TO RPT-ACTION
              WHEN AU-WAS-INVALIDATED
                 MOVE 'INVALIDATED'      TO RPT-ACTION
              WHEN AU-ACT-NOTE NOT EQUAL SPACES
                 MOVE AU-ACT-NOTE        TO RPT-ACTION
              WHEN OTHER
                 MOVE 'REPORTED'         TO RPT-ACTION
           END-EVALUATE.

           IF  AU-STALE
               MOVE 'STALE'              TO RPT-OUTCOME
           ELSE
               MOVE 'FAILED'             TO RPT-OUTCOME
               MOVE SPACES               TO RPT-ACTION.

           MOVE CD-KEY-LEN(CD-INDEX)     TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 40
               MOVE 40                   TO RPT-KEY-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'STALE AUDIT '         DELIMITED BY SIZE
                  RPT-OUTCOME            DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  AU-REASON              DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  RPT-ACTION             DELIMITED BY SIZE
                  ' KEY='                DELIMITED BY SIZE
                  CD-KEY(CD-INDEX)(1:RPT-KEY-LEN)
                                         DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Report a write-behind prefix passed over.                     *
      *****************************************************************
       9930-REPORT-BEHIND.
           MOVE OR-PREFIX-LEN(OR-INDEX)  TO RPT-PREFIX-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'STALE AUDIT WRITE-BEHIND, NOT AUDITED PREFIX='
                                         DELIMITED BY SIZE
                  OR-PREFIX(OR-INDEX)(1:RPT-PREFIX-LEN)
                                         DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9930-EXIT.
           EXIT.

      *****************************************************************
      * Report one prefix's cycle to CSSL -- the prefix and its       *
      * action, then the stale rate over the keys compared and the    *
      * average and longest time the stale ones had been out of date  *
      * (seconds), then what could not be compared and what was done  *
      * -- and add it to the cycle's totals.                          *
      *****************************************************************
       9940-REPORT-PREFIX.
           ADD  PF-SAMPLED               TO SL-SAMPLED-COUNT.
           ADD  PF-STALE                 TO SL-STALE-COUNT.
           ADD  PF-REFRESHED             TO SL-ACTED-COUNT.
           ADD  PF-INVALIDATED           TO SL-ACTED-COUNT.
           ADD  PF-FAILED                TO SL-FAIL-COUNT.

           MOVE ZEROES                   TO PF-RATE.
           MOVE ZEROES                   TO PF-AGE-AVG.

           IF  PF-SAMPLED GREATER THAN ZEROES
               COMPUTE PF-RATE ROUNDED =
                       PF-STALE * 100 / PF-SAMPLED.

           IF  PF-STALE GREATER THAN ZEROES
               COMPUTE PF-AGE-AVG = PF-AGE-TOTAL / PF-STALE.

           EVALUATE TRUE
              WHEN PF-REFRESH
                 MOVE 'REFRESH'          TO RPT-ACTION
              WHEN PF-INVALIDATE
                 MOVE 'INVALIDATE'       TO RPT-ACTION
              WHEN OTHER
                 MOVE 'REPORT'           TO RPT-ACTION
           END-EVALUATE.

           MOVE OR-PREFIX-LEN(OR-INDEX)  TO RPT-PREFIX-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'STALE AUDIT PREFIX='  DELIMITED BY SIZE
                  OR-PREFIX(OR-INDEX)(1:RPT-PREFIX-LEN)
                                         DELIMITED BY SIZE
                  ' ACTION='             DELIMITED BY SIZE
                  RPT-ACTION             DELIMITED BY SPACE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PF-SAMPLED               TO RPT-COUNT-1.
           MOVE PF-STALE                 TO RPT-COUNT-2.
           MOVE PF-RATE                  TO RPT-RATE-D.
           MOVE PF-AGE-AVG               TO RPT-AGE-1.
           MOVE PF-AGE-MAX               TO RPT-AGE-2.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'STALE AUDIT SAMPLED=' RPT-COUNT-1
                  ' STALE='              RPT-COUNT-2
                  ' RATE='               RPT-RATE-D
                  '% AVGAGE='            RPT-AGE-1
                  ' MAXAGE='             RPT-AGE-2
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PF-SKIPPED               TO RPT-COUNT-1.
           MOVE PF-FAILED                TO RPT-COUNT-2.
           MOVE PF-REFRESHED             TO RPT-COUNT-3.
           MOVE PF-INVALIDATED           TO RPT-COUNT-4.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'STALE AUDIT SKIPPED=' RPT-COUNT-1
                  ' FAILED='             RPT-COUNT-2
                  ' REFRESHED='          RPT-COUNT-3
                  ' INVALIDATED='        RPT-COUNT-4
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9940-EXIT.
           EXIT.
