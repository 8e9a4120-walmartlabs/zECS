       01  DUPLICATE-POST         PIC  X(01) VALUE LOW-VALUES.
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.
       01  ZECS003                PIC  X(08) VALUE 'ZECS003 '.
       01  ZECS032                PIC  X(08) VALUE 'ZECS032 '.
       01  ZECS042                PIC  X(08) VALUE 'ZECS042 '.
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.
       01  ZECS047                PIC  X(08) VALUE 'ZECS047 '.
       01  ZECS049                PIC  X(08) VALUE 'ZECS049 '.
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.
       01  ZECS058                PIC  X(08) VALUE 'ZECS058 '.
       01  INTERNAL-KEY           PIC  X(08) VALUE LOW-VALUES.
       01  ZRECOVERY              PIC  X(10) VALUE '/zRecovery'.
       01  ZCOMPLETE              PIC  X(10) VALUE '/zComplete'.
       01  STATS-FILE-COUNT-D     PIC 9(08) VALUE ZEROES.
       01  STATS-TTL-AVERAGE-D    PIC 9(08) VALUE ZEROES.
       01  STATS-COUNTER-D        PIC 9(16) VALUE ZEROES.
       01  STATS-COALESCED-D      PIC 9(16) VALUE ZEROES.

      *****************************************************************
      * HTTP POST /resources/bulk?op=get|put|delete.                  *
           02  FILLER             PIC  X(04) VALUE SPACES.
           02  CA-DECODE          PIC  X(18) VALUE SPACES.

       01  ZECS032-COMM-AREA.
           02  DX-TRANID          PIC  X(04) VALUE SPACES.
           02  DX-REPLICATE       PIC  X(01) VALUE 'N'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  DX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  DX-USERID          PIC  X(08) VALUE SPACES.
           02  DX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  DX-INVALIDATED     PIC S9(04) COMP VALUE ZEROES.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'W'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * Expire-to-archive.  A key found expired on GET is copied to   *
      * the ARCH queue by ZECS042 when its prefix's ZCARCHIV policy   *
      * says so, the same as the ZECS000 sweep would have done.       *
      *****************************************************************
       01  ZECS042-COMM-AREA.
           02  AX-TRANID          PIC  X(04) VALUE SPACES.
           02  AX-REASON          PIC  X(08) VALUE 'EXPIRED '.
           02  AX-ZF-KEY-16       PIC  X(16) VALUE LOW-VALUES.
           02  AX-ARCHIVED        PIC  X(01) VALUE 'N'.
           02  AX-TIER            PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE SPACES.

      *****************************************************************
      * Online reorganization (ZECS050).  While the *REORG* row on    *
      * ZCxxSD is in TRACK state every key this task changes is       *
      * handed to ZECS049 for the change log; REORG-WROTE marks a     *
      * request whose own key was changed on the way through a GET.   *
      * In SWITCH state every request is answered 503 for the few     *
      * seconds the switch-over takes.                                *
      *****************************************************************
       01  ZECS049-COMM-AREA.
           02  RG-TRANID          PIC  X(04) VALUE SPACES.
           02  RG-STATE           PIC  X(01) VALUE SPACES.
           02  RG-KEY             PIC  X(255) VALUE LOW-VALUES.

       01  REORG-STATE            PIC  X(01) VALUE 'N'.
       01  REORG-WROTE            PIC  X(01) VALUE 'N'.
       01  HTTP-REORG-TEXT        PIC  X(24)
                                       VALUE 'Cache reorg in progress'.
       01  RETRY-REORG-VALUE      PIC  X(02) VALUE '05'.

      *****************************************************************
      * Per-prefix read accounting (ZCPREFIX registry and the cache's *
      * ZCxxPA counters, see ZECSPAC).  A GET is counted by ZECS047   *
      * under the key's longest registered prefix: a hit when this    *
      * Data Center held the key, a miss otherwise, with the misses a *
      * partner or the origin served counted again under their source;*
      * a read answered from a remembered miss is a negative hit, and *
      * one that finds the entry just past its TTL is a late miss.    *
      * PX-MISSED and PX-SOURCE carry what 3200-READ-KEY learned until*
      * the read is counted.  The first GET of a generation also      *
      * stamps ZK-READ-ABS so ZECS000 can tell an entry that expired  *
      * unread.                                                       *
      *****************************************************************
       01  ZECS047-COMM-AREA.
           02  PX-TRANID          PIC  X(04) VALUE SPACES.
           02  PX-EVENT           PIC  X(01) VALUE SPACES.
           02  PX-COUNTED         PIC  X(01) VALUE 'N'.
           02  PX-INCREMENT       PIC S9(04) COMP VALUE ZEROES.
           02  PX-TTL             PIC S9(07) COMP-3 VALUE ZEROES.
           02  PX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  PX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  PX-MISSED              PIC  X(01) VALUE 'N'.
       01  PX-SOURCE              PIC  X(01) VALUE SPACES.
       01  PX-READ-COUNTED        PIC  X(01) VALUE 'N'.
       01  PX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PX-SAVE-ZF-KEY         PIC  X(08) VALUE LOW-VALUES.

      *****************************************************************
      * Legal hold.  Every path here that removes a key -- DELETE,    *
      * expiry found on a read or a partner's deplicate, zErase, bulk *
      * and transactional delete -- asks ZECS053 first; a key under a *
      * hold in force is kept, and the refusal is logged and audited  *
      * there.  A client DELETE of a held key is answered 409.        *
      *****************************************************************
       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'DELETE  '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

       01  HTTP-HOLD-ERROR.
           02  FILLER             PIC  X(16) VALUE 'Key is under leg'.
           02  FILLER             PIC  X(16) VALUE 'al hold         '.

       01  HTTP-RENAME-CONFLICT.
           02  FILLER             PIC  X(16) VALUE 'New key name is '.
           02  FILLER             PIC  X(16) VALUE 'already in use  '.

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-201        PIC S9(04) COMP VALUE 201.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  WIN-EXP-D              PIC  9(08) VALUE ZEROES.
       01  WIN-REJECT             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Address allow-list enforcement work areas.  A UserID row, and *
      * a *BUSBU* row, may limit the client addresses it is good from *
      * (see ZECSSDC); a request from anywhere else is refused with   *
      * the same 401 an unknown user gets, audited as AUTHADDR, and   *
      * counted on the ZCADDRLG refusal log (ZECSALC) for the weekly  *
      * refused-address report.                                       *
      *****************************************************************
       01  ADDR-CLIENT            PIC  X(39) VALUE SPACES.
       01  ADDR-CLIENT-READY      PIC  X(01) VALUE 'N'.
       01  ADDR-CLIENT-V4         PIC  X(01) VALUE 'N'.
       01  ADDR-CLIENT-VALUE      PIC S9(11) COMP-3 VALUE ZEROES.
       01  ADDR-CLIENT-NET        PIC S9(11) COMP-3 VALUE ZEROES.
       01  ADDR-ENTRY-NET         PIC S9(11) COMP-3 VALUE ZEROES.
       01  ADDR-VALUE             PIC S9(11) COMP-3 VALUE ZEROES.
       01  ADDR-BLOCK             PIC S9(11) COMP-3 VALUE ZEROES.
       01  ADDR-BITS              PIC  9(03) VALUE ZEROES.
       01  ADDR-TEXT              PIC  X(39) VALUE SPACES.
       01  ADDR-TEXT-LENGTH       PIC S9(04) COMP VALUE ZEROES.
       01  ADDR-OCTET-TEXT.
           02  ADDR-OCTET         PIC  X(03) OCCURS 4 TIMES.
       01  ADDR-OCTET-LENGTHS.
           02  ADDR-OCTET-LEN     PIC S9(04) COMP OCCURS 4 TIMES.
       01  ADDR-OCTET-COUNT       PIC S9(04) COMP VALUE ZEROES.
       01  ADDR-OCTET-IX          PIC S9(04) COMP VALUE ZEROES.
       01  ADDR-OCTET-WORK        PIC  X(03) VALUE SPACES.
       01  ADDR-OCTET-SIZE        PIC S9(04) COMP VALUE ZEROES.
       01  ADDR-OCTET-NUM         PIC  9(03) VALUE ZEROES.
       01  ADDR-IX                PIC S9(04) COMP VALUE ZEROES.
       01  ADDR-VALID             PIC  X(01) VALUE 'N'.
       01  ADDR-ALLOWED           PIC  X(01) VALUE 'N'.
       01  ADDR-REJECT            PIC  X(01) VALUE 'N'.
       01  ADDR-SOURCE            PIC  X(08) VALUE SPACES.
       01  ADDR-BUSBU             PIC  X(25) VALUE SPACES.
       01  ADDR-ZS-SAVE           PIC  X(496) VALUE SPACES.

       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AL-RESP                PIC S9(08) COMP VALUE ZEROES.

       COPY ZECSALC.

      *****************************************************************
      * Failed-authentication lockout work areas.  Consecutive bad    *
      * credentials and bad session tokens are counted per UserID and *
      * per client address on the ZCAUTHLK log (ZECSAFC); at the      *
      * cache's AUTHFAIL threshold the UserID or address is locked    *
      * out for AUTHLOCK seconds, the lockout audited as AUTHLOCK and *
      * sent to the ZC##WH webhook listener.  A locked UserID or      *
      * address gets the same 401 a bad password does.                *
      *****************************************************************
       01  AF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  AF-LIMIT               PIC  9(04) VALUE 5.
       01  AF-LOCK-SECONDS        PIC  9(06) VALUE 900.
       01  AF-LOCK-MS             PIC S9(15) VALUE ZEROES COMP-3.
       01  AF-CONFIG-READY        PIC  X(01) VALUE 'N'.
       01  AF-FAIL-USERID         PIC  X(08) VALUE SPACES.
       01  AF-SUBJECT-TYPE        PIC  X(01) VALUE SPACES.
       01  AF-SUBJECT-ID          PIC  X(39) VALUE SPACES.
       01  AF-SUBJECT-OTHER       PIC  X(39) VALUE SPACES.
       01  AF-STREAK              PIC  X(01) VALUE 'N'.
       01  AF-ADDR-STREAK         PIC  X(01) VALUE 'N'.
       01  AF-USER-STREAK         PIC  X(01) VALUE 'N'.
       01  AF-NEW-LOCK            PIC  X(01) VALUE 'N'.
       01  AF-LOCK-FAILS          PIC S9(07) VALUE ZEROES COMP-3.
       01  AF-IX                  PIC S9(04) COMP VALUE ZEROES.
       01  AF-SEEN                PIC  X(01) VALUE 'N'.
       01  AF-SHOW-FAILS          PIC  Z(06)9.
       01  AF-SHOW-SECONDS        PIC  Z(05)9.

       COPY ZECSAFC.

      *****************************************************************
      * Maintenance mode.  POST /resources/zMaint?mode=readonly flips *
      * the cache into a read-only quiesce held on the reserved       *
      * bytes), JITTER (TTL jitter seconds), SHADRATE (shadow 1-in-N  *
      * rate), KEYGEN (cipher generation tag), ENCKEY / PRIORKEY      *
      * (cipher material -- never echoed back), KEYHYG (Y enforces    *
      * the key character set), AUTHFAIL (consecutive authentication  *
      * failures before a lockout), AUTHLOCK (lockout seconds), and   *
      * the Y/N program switches LATSW, ETTLSW, CERTSW, ENCSW, JVSW   *
      * -- each overrides the matching ZC##xx PROGRAM-definition      *
      * switch, which otherwise needed an RDO change plus NEWCOPY to  *
      * flip.                                                         *
      *****************************************************************
       01  ZCONFIG-PATH           PIC  X(18)
                                       VALUE '/resources/zConfig'.
       01  CFG-BROWSE-DONE        PIC  X(01) VALUE 'N'.
       01  CFG-ROW-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  CFG-ROW-IX             PIC S9(04) COMP VALUE ZEROES.
       01  CFG-ROW-MAX            PIC S9(04) COMP VALUE 24.
       01  CFG-ROW-TABLE.
           02  CFG-ROW-ENTRY OCCURS 24 TIMES.
               05  CFG-ROW-NAME   PIC  X(08).
               05  CFG-ROW-VALUE  PIC  X(64).

           02  FILLER             PIC  X(08) VALUE 'CERTSW  '.
           02  FILLER             PIC  X(08) VALUE 'ENCSW   '.
           02  FILLER             PIC  X(08) VALUE 'JVSW    '.
           02  FILLER             PIC  X(08) VALUE 'AUTHFAIL'.
           02  FILLER             PIC  X(08) VALUE 'AUTHLOCK'.
       01  FILLER REDEFINES CFG-NAME-TABLE.
           02  CFG-NAME-ENTRY     PIC  X(08) OCCURS 18 TIMES.

       01  CFG-NAME-MAX           PIC S9(04) COMP VALUE 18.
       01  CFG-NAME-IX            PIC S9(04) COMP VALUE ZEROES.
       01  CFG-NAME-OK            PIC  X(01) VALUE 'N'.

               05  TRD-RAW            PIC S9(15) COMP-3.
               05  TRD-STORED         PIC S9(15) COMP-3.

      *****************************************************************
      * Operations scorecard.  GET /resources/zScorecard?date=        *
      * CCYYMMDD returns the dated rows the ZECS034 daily scorecard   *
      * keeps on the ZCSCHIST history file -- one per cache with its  *
      * red/amber/green status, the check that set it and the         *
      * figures behind it, plus the region summary under cache *ALL   *
      * -- so the morning view can be pulled for any past date.  The  *
      * date defaults to today.                                       *
      *****************************************************************
       01  ZSCORE-PATH            PIC  X(21)
                                       VALUE '/resources/zScorecard'.
       01  ZSCORE-PATH-LENGTH     PIC S9(08) COMP VALUE 21.

       01  SK-FCT                 PIC  X(08) VALUE 'ZCSCHIST'.
       01  SK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SK-PREFIX-LENGTH       PIC S9(04) COMP VALUE 8.

      *****************************************************************
      * zECS SCORECARD HISTORY record.                                *
      *****************************************************************
       COPY ZECSSKC.

       01  SCD-DATE8              PIC  X(08) VALUE SPACES.
       01  SCD-QUERY-DATE         PIC  X(08) VALUE SPACES.
       01  SCD-ROWS               PIC S9(04) COMP VALUE ZEROES.
       01  SCD-ROOM               PIC S9(08) COMP VALUE 31000.
       01  SCD-DAYS-FULL          PIC  X(04) VALUE SPACES.
       01  SCD-DAYS-D             PIC  9(03) VALUE ZEROES.
       01  SCD-COUNT-D            PIC  9(07) VALUE ZEROES.
       01  SCD-BADSUM-D           PIC  9(07) VALUE ZEROES.
       01  SCD-KEYS-D             PIC  9(07) VALUE ZEROES.
       01  SCD-STORED-D           PIC  9(15) VALUE ZEROES.
       01  SCD-MISSING-D          PIC  9(07) VALUE ZEROES.
       01  SCD-OLDER-D            PIC  9(07) VALUE ZEROES.
       01  SCD-DIVERGED-D         PIC  9(07) VALUE ZEROES.
       01  SCD-EXPIRED-D          PIC  9(07) VALUE ZEROES.
       01  SCD-EXP15-D            PIC  9(07) VALUE ZEROES.
       01  SCD-LIVE-D             PIC  9(07) VALUE ZEROES.
       01  SCD-HOT-D              PIC  9(07) VALUE ZEROES.
       01  SCD-READS-D            PIC  9(09) VALUE ZEROES.
       01  SCD-MAXMS-D            PIC  9(07) VALUE ZEROES.
       01  SCD-OVERDUE-D          PIC  9(05) VALUE ZEROES.
       01  SCD-RPLQ-D             PIC  9(09) VALUE ZEROES.
       01  SCD-CACHES-D           PIC  9(05) VALUE ZEROES.
       01  SCD-RED-D              PIC  9(05) VALUE ZEROES.
       01  SCD-AMBER-D            PIC  9(05) VALUE ZEROES.

      *****************************************************************
      * Background-task control.  GET /resources/zTasks returns the   *
      * ZCTASKRG registry the ZECS025 watchdog maintains -- one row   *
                                       VALUE '/resources/zTasks'.
       01  ZTASKS-PATH-LENGTH     PIC S9(08) COMP VALUE 17.

      *****************************************************************
      * Replication conflicts.  GET /resources/zConflicts lists this  *
      * cache's ZCxxCF conflict records, oldest first; key= narrows   *
      * the list to one key and from= to conflicts at or after an     *
      * ABSTIME.  key=<key>&side=local|incoming returns the kept      *
      * value itself, from that key's most recent conflict, with the  *
      * media type it was written under.                              *
      *****************************************************************
       01  ZCONFLICTS-PATH        PIC  X(21)
                                       VALUE '/resources/zConflicts'.
       01  ZCONFLICTS-PATH-LENGTH PIC S9(08) COMP VALUE 21.

       01  CV-PAIR-TEXT           PIC X(300) VALUE SPACES.
       01  CV-PAIR-NAME           PIC  X(16) VALUE SPACES.
       01  CV-PAIR-VALUE          PIC X(280) VALUE SPACES.
       01  CV-PAIR-POINTER        PIC S9(08) COMP VALUE ZEROES.
       01  CV-KEY                 PIC X(255) VALUE SPACES.
       01  CV-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  CV-SIDE                PIC  X(08) VALUE SPACES.
       01  CV-FROM-PRESENT        PIC  X(01) VALUE 'N'.
       01  CV-FROM-TEXT           PIC  9(15) VALUE ZEROES.
       01  CV-MATCH               PIC  X(01) VALUE 'N'.
       01  CV-COUNT               PIC S9(08) COMP VALUE ZEROES.
       01  CV-NEEDED              PIC S9(08) COMP VALUE ZEROES.
       01  CV-LATEST-KEY          PIC  X(08) VALUE LOW-VALUES.
       01  CV-ABS-D               PIC  9(15) VALUE ZEROES.
       01  CV-LOCAL-ABS-D         PIC  9(15) VALUE ZEROES.
       01  CV-IN-ABS-D            PIC  9(15) VALUE ZEROES.
       01  CV-VERSION-D           PIC  9(09) VALUE ZEROES.
       01  CV-LOCAL-SIZE-D        PIC  9(08) VALUE ZEROES.
       01  CV-IN-SIZE-D           PIC  9(08) VALUE ZEROES.
       01  CV-WINNER-TEXT         PIC  X(08) VALUE SPACES.
       01  CV-RULE-TEXT           PIC  X(09) VALUE SPACES.
       01  CV-SOURCE-TEXT         PIC  X(06) VALUE SPACES.
       01  CV-HELD-TEXT           PIC  X(05) VALUE SPACES.

       01  HTTP-CONFLICT-SIDE.
           02  FILLER             PIC  X(16) VALUE 'side= needs key='.
           02  FILLER             PIC  X(16) VALUE ' local|incoming '.

      *****************************************************************
      * Secondary index (ZCINDEX registrations and the cache's ZCxxIX *
      * rows, see ZECSIXC).  Every change to a key LINKs ZECS044 to   *
      * bring the key's index entry up to date.  POST                 *
      * /resources/zIndex?prefix=<p>&name=<n>&path=<a.b> registers a  *
      * JSON attribute for a key prefix, and the same POST with an    *
      * empty path removes it.  GET /resources/zIndex?name=<n>&       *
      * value=<v> returns the keys whose attribute holds the value as *
      * JSON Lines, with each key's value as well on &values=true     *
      * (single-segment values, the same as a bulk GET).  Keys cached *
      * before their prefix was registered are indexed by the next    *
      * ZECS045 rebuild.                                              *
      *****************************************************************
       01  ZINDEX-PATH            PIC  X(17) VALUE '/resources/zIndex'.
       01  ZINDEX-PATH-LENGTH     PIC S9(08) COMP VALUE 17.

       01  IR-FCT                 PIC  X(08) VALUE 'ZCINDEX '.
       01  IR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IR-RESP                PIC S9(08) COMP VALUE ZEROES.

       01  IX-FCT.
           02  IX-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'IX  '.

       01  IX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IX-GENERIC-LENGTH      PIC S9(04) COMP VALUE 81.

       COPY ZECSIXC.

       01  ZI-PAIR-TEXT           PIC X(300) VALUE SPACES.
       01  ZI-PAIR-NAME           PIC  X(16) VALUE SPACES.
       01  ZI-PAIR-VALUE          PIC X(280) VALUE SPACES.
       01  ZI-PAIR-POINTER        PIC S9(08) COMP VALUE ZEROES.
       01  ZI-PAIR-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  ZI-PREFIX              PIC  X(40) VALUE SPACES.
       01  ZI-PREFIX-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  ZI-NAME                PIC  X(16) VALUE SPACES.
       01  ZI-PATH                PIC  X(64) VALUE SPACES.
       01  ZI-PATH-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  ZI-VALUE               PIC  X(64) VALUE SPACES.
       01  ZI-VALUES              PIC  X(01) VALUE 'N'.
       01  ZI-VALID               PIC  X(01) VALUE 'Y'.
       01  ZI-DOT-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  ZI-SAVE-DONE           PIC S9(08) COMP VALUE ZEROES.

       01  HTTP-ZINDEX-LOOKUP.
           02  FILLER             PIC  X(16) VALUE 'zIndex needs nam'.
           02  FILLER             PIC  X(16) VALUE 'e= and value=   '.

       01  HTTP-ZINDEX-REGISTER.
           02  FILLER             PIC  X(16) VALUE 'zIndex prefix, n'.
           02  FILLER             PIC  X(16) VALUE 'ame or path bad '.

      *****************************************************************
      * Leases (ZCxxLS rows, see ZECSLSC).  POST /resources/zLease    *
      * ?action=acquire|renew|release&name=<n>&owner=<o>[&ttl=<s>]    *
      * [&token=<t>].  An acquire succeeds only while the name is     *
      * free -- never held, released, or past its expiry -- and       *
      * returns the next fencing token; a renew (ttl= seconds from    *
      * now) or release is honored for the holder only, and for the   *
      * holder's token when token= is given.  Every change is sent to *
      * each partner Data Center on /replicate/zLease before the      *
      * reply; a partner holding the name for someone else refuses    *
      * it, and the change is then withdrawn everywhere and the       *
      * caller gets the 409.  GET /resources/zLease[?name=<n>] lists  *
      * the live leases, holder and seconds remaining, as JSON Lines. *
      *****************************************************************
       01  ZLEASE-PATH            PIC  X(17) VALUE '/resources/zLease'.
       01  ZLEASE-REPL-PATH       PIC  X(17) VALUE '/replicate/zLease'.
       01  ZLEASE-PATH-LENGTH     PIC S9(08) COMP VALUE 17.

       01  LS-FCT.
           02  LS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'LS  '.

       01  LS-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LS-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LR-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       COPY ZECSLSC.

       01  LE-PAIR-TEXT           PIC X(300) VALUE SPACES.
       01  LE-PAIR-NAME           PIC  X(16) VALUE SPACES.
       01  LE-PAIR-VALUE          PIC X(280) VALUE SPACES.
       01  LE-PAIR-POINTER        PIC S9(08) COMP VALUE ZEROES.
       01  LE-PAIR-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  LE-ACTION              PIC  X(08) VALUE SPACES.
           88  LE-ACQUIRE                 VALUE 'acquire '.
           88  LE-RENEW                   VALUE 'renew   '.
           88  LE-RELEASE                 VALUE 'release '.
       01  LE-NAME                PIC  X(64) VALUE SPACES.
       01  LE-OWNER               PIC  X(64) VALUE SPACES.
       01  LE-TTL                 PIC  9(07) VALUE ZEROES.
       01  LE-TTL-DEFAULT         PIC  9(07) VALUE 60.
       01  LE-TOKEN               PIC  9(15) VALUE ZEROES.
       01  LE-TOKEN-PRESENT       PIC  X(01) VALUE 'N'.
       01  LE-VALID               PIC  X(01) VALUE 'Y'.
       01  LE-ON-FILE             PIC  X(01) VALUE 'N'.
       01  LE-LIVE                PIC  X(01) VALUE 'N'.
       01  LE-GRANTED             PIC  X(01) VALUE 'N'.
       01  LE-GRANTED-TOKEN       PIC S9(15) VALUE ZEROES COMP-3.
       01  LE-HIGH-TOKEN          PIC S9(15) VALUE ZEROES COMP-3.
       01  LE-REMAINING           PIC S9(15) VALUE ZEROES COMP-3.
       01  LE-WITHDRAWING         PIC  X(01) VALUE 'N'.
       01  LE-PARTNER-CONFLICT    PIC  X(01) VALUE 'N'.
       01  LE-ACK-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  LE-PARTNER-ACKED       PIC  X(01) OCCURS 8 TIMES.
       01  LE-REPLY-STATUS        PIC S9(04) COMP VALUE ZEROES.
       01  LE-REPLY-OWNER         PIC  X(64) VALUE SPACES.
       01  LE-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  LE-TOKEN-D             PIC  9(15) VALUE ZEROES.
       01  LE-REMAINING-D         PIC  9(07) VALUE ZEROES.
       01  LE-ACKED-D             PIC  9(01) VALUE ZEROES.
       01  LE-RESPONSE            PIC X(256) VALUE SPACES.
       01  LE-RESPONSE-LENGTH     PIC S9(08) COMP VALUE ZEROES.

       01  HTTP-ZLEASE-PARMS.
           02  FILLER             PIC  X(16) VALUE 'zLease action, n'.
           02  FILLER             PIC  X(16) VALUE 'ame or owner bad'.

       01  HTTP-ZLEASE-HELD.
           02  FILLER             PIC  X(16) VALUE 'Lease is held by'.
           02  FILLER             PIC  X(16) VALUE ' another owner  '.

       01  HTTP-ZLEASE-NOT-HOLDER.
           02  FILLER             PIC  X(16) VALUE 'Lease not held b'.
           02  FILLER             PIC  X(16) VALUE 'y this owner    '.

      *****************************************************************
      * Administrative table rows for a partner's drift job.  POST    *
      * /replicate/zAdminRows returns one batch of one table's rows   *
      * for the table and scope named in the request body.            *
      *****************************************************************
       01  ZADMINROWS-PATH        PIC  X(21)
                                       VALUE '/replicate/zAdminRows'.
       01  ZADMINROWS-PATH-LENGTH PIC S9(08) COMP VALUE 21.

       01  APPLICATION-OCTET      PIC  X(56)
                                       VALUE 'application/octet-stream'.

       01  DR-FCT                 PIC  X(08) VALUE SPACES.
       01  DR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DR-IX                  PIC S9(04) COMP VALUE ZEROES.
       01  DR-TX                  PIC S9(04) COMP VALUE ZEROES.
       01  DR-KEYLEN              PIC S9(04) COMP VALUE ZEROES.
       01  DR-READ-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  DR-REPLY-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  DR-BROWSE-KEY          PIC  X(44) VALUE LOW-VALUES.
       01  DR-ROW-AREA            PIC X(496) VALUE SPACES.

       01  HTTP-ADMIN-TABLE.
           02  FILLER             PIC  X(16) VALUE 'Unknown administ'.
           02  FILLER             PIC  X(16) VALUE 'rative table    '.

      *****************************************************************
      * zECS ADMINISTRATIVE ROW transfer definitions.                 *
      *****************************************************************
       COPY ZECSDRC.

       01  TR-FCT                 PIC  X(08) VALUE 'ZCTASKRG'.
       01  TR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  TR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ER-COLD-COUNT          PIC S9(07) VALUE ZEROES COMP-3.
       01  ER-VER-COUNT           PIC S9(07) VALUE ZEROES COMP-3.
       01  ER-PARTNER-COUNT       PIC S9(07) VALUE ZEROES COMP-3.
       01  ER-HELD-COUNT          PIC S9(07) VALUE ZEROES COMP-3.

       01  ER-KEYS-D              PIC  9(07) VALUE ZEROES.
       01  ER-SEGS-D              PIC  9(07) VALUE ZEROES.
       01  ER-COLD-D              PIC  9(07) VALUE ZEROES.
       01  ER-VERS-D              PIC  9(07) VALUE ZEROES.
       01  ER-PARTNERS-D          PIC  9(07) VALUE ZEROES.
       01  ER-HELD-D              PIC  9(07) VALUE ZEROES.

       01  ER-RESPONSE            PIC  X(160) VALUE SPACES.
       01  ER-RESPONSE-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  TOKEN-PREFIX           PIC  X(07) VALUE '*TOKEN*'.
       01  TOKEN-WINDOW-MS        PIC S9(15) VALUE 60000 COMP-3.
       01  TOKEN-AUTHENTICATED    PIC  X(01) VALUE 'N'.
       01  AUTH-FAIL-DETAIL       PIC  X(08) VALUE SPACES.
       01  TOKEN-ABS-D            PIC  9(15) VALUE ZEROES.
       01  TOKEN-TASK-D           PIC  9(07) VALUE ZEROES.
       01  TOKEN-BROWSE-DONE      PIC  X(01) VALUE 'N'.
       01  TOKEN-RESPONSE         PIC  X(40) VALUE SPACES.
       01  TOKEN-RESPONSE-LENGTH  PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Last successful use.  Each UserID row records when, how and   *
      * from which client address it last authenticated, for the      *
      * access recertification report.  The stamp costs a READ UPDATE *
      * and REWRITE of the row, so it is taken at most once per       *
      * LAST-USE-GRAIN-MS (one hour) per UserID -- fine enough to     *
      * tell a dormant ID from a live one.                            *
      *****************************************************************
       01  LAST-USE-GRAIN-MS      PIC S9(15) VALUE 3600000 COMP-3.
       01  LAST-USE-METHOD        PIC  X(01) VALUE SPACES.
       01  CLIENT-ADDR            PIC  X(39) VALUE SPACES.
       01  CLIENT-ADDR-LENGTH     PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Key-prefix scoped access.  When a UserID's security row       *
      * carries any ZS-PREFIX entries, its rights apply only to keys  *
      *****************************************************************
       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

      *****************************************************************
      * LAT support enabled via PROGRAM definition.                   *
      *****************************************************************
           02  RQ-QUERYSTRING     PIC  X(256) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Replication conflict detection.  Every client write stamps    *
      * the KEY record with its ABSTIME, this Data Center's name and  *
      * the writer's UserID, keeping the stamp of the generation it   *
      * superseded beside it.  Replication carries both stamps to     *
      * the partner on the X-zECS-Origin header, and the partner      *
      * stores them unchanged.  A partner whose current generation is *
      * neither the sender's own nor the one the sender superseded    *
      * holds a write the sender never saw -- a conflict.  The        *
      * ZCCONFIG CONFLICT row picks the rule: LWW (the default) keeps *
      * the later write, a tie going to the higher Data Center name,  *
      * so both sides settle on the same answer; DC=<name> keeps that *
      * Data Center's write and falls back to LWW when neither side   *
      * is it.  Both values go onto the ZCxxCF conflict file either   *
      * way.  A kept local generation still answers the sender 200,   *
      * so the losing write is not queued for replay.  This Data      *
      * Center's name is the ZCCONFIG DCNAME row, or the region's     *
      * APPLID without one.  Keys written before the stamps existed,  *
      * and replicated writes from a partner that sends no header,    *
      * are never flagged.                                            *
      *****************************************************************
       01  RO-HEADER              PIC  X(13) VALUE 'X-zECS-Origin'.
       01  RO-HEADER-LENGTH       PIC S9(08) COMP VALUE 13.
       01  RO-VALUE-LENGTH        PIC S9(08) COMP VALUE 55.
       01  RO-PRESENT             PIC  X(01) VALUE 'N'.

       01  RO-VALUE.
           02  RO-WRITE-ABS       PIC  9(15) VALUE ZEROES.
           02  RO-WRITE-DC        PIC  X(08) VALUE SPACES.
           02  RO-WRITE-USERID    PIC  X(08) VALUE SPACES.
           02  RO-BASE-ABS        PIC  9(15) VALUE ZEROES.
           02  RO-BASE-DC         PIC  X(08) VALUE SPACES.
           02  RO-SOURCE          PIC  X(01) VALUE SPACES.

      *    *--------------------------------------------------------*
      *    * The stamp this task's write went out under, kept apart *
      *    * from ZK-RECORD, which the cascade and the hot-key      *
      *    * paragraphs reuse before replication runs.              *
      *    *--------------------------------------------------------*
       01  RO-OUT-PRESENT         PIC  X(01) VALUE 'N'.

       01  RO-OUT-VALUE.
           02  RO-OUT-WRITE-ABS   PIC  9(15) VALUE ZEROES.
           02  RO-OUT-WRITE-DC    PIC  X(08) VALUE SPACES.
           02  RO-OUT-WRITE-USERID PIC X(08) VALUE SPACES.
           02  RO-OUT-BASE-ABS    PIC  9(15) VALUE ZEROES.
           02  RO-OUT-BASE-DC     PIC  X(08) VALUE SPACES.
           02  RO-OUT-SOURCE      PIC  X(01) VALUE 'W'.

      *****************************************************************
      * Character set tagging.  Every write stamps ZK-CHARSET with    *
      * the character set its value is stored in.  A text or XML body *
      * converted on receipt is stored in the region's EBCDIC         *
      * codepage; any other body is stored as it came, in the         *
      * character set the X-zECS-Charset header names (a replicating  *
      * partner sends one, and a mainframe client may), else the one  *
      * on its Content-Type, else UTF-8.  A replicated write from a   *
      * partner that names none is left untagged.                     *
      *                                                               *
      * A GET of a tagged text, XML or JSON entry is converted from   *
      * the stored codepage to UTF-8, ISO-8859-1 or IBM037, the first *
      * of them (in that order) the Accept-Charset header names.      *
      * Without one, JSON goes out in UTF-8 and text and XML in       *
      * ISO-8859-1, as they always have.  Binary media are never      *
      * converted, and an untagged entry is served as it always was.  *
      *****************************************************************
       01  CS-HEADER              PIC  X(14) VALUE 'X-zECS-Charset'.
       01  CS-HEADER-LENGTH       PIC S9(08) COMP VALUE 14.
       01  CS-TYPE-HEADER         PIC  X(12) VALUE 'Content-Type'.
       01  CS-ACCEPT-HEADER       PIC  X(14) VALUE 'Accept-Charset'.
       01  CS-CONVERTED           PIC  X(01) VALUE 'N'.
       01  CS-CONVERT-READ        PIC  X(01) VALUE 'N'.
       01  CS-WRITE-CHARSET       PIC  X(01) VALUE SPACES.
       01  CS-PRIOR-CHARSET       PIC  X(01) VALUE SPACES.
       01  CS-READ-CHARSET        PIC  X(01) VALUE SPACES.
       01  CS-PARSED              PIC  X(01) VALUE SPACES.
       01  CS-TEXT                PIC  X(64) VALUE SPACES.
       01  CS-TALLY               PIC S9(04) COMP VALUE ZEROES.
       01  CS-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  CS-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  CS-CHARACTERSET        PIC  X(40) VALUE SPACES.
       01  CS-HOSTCODEPAGE        PIC  X(08) VALUE SPACES.

       01  CS-CHARSET-TABLE.
           02  FILLER             PIC  X(18) VALUE 'IBM037    037     '.
           02  FILLER             PIC  X(18) VALUE 'UTF-8     1208    '.
           02  FILLER             PIC  X(18) VALUE 'ISO-8859-1819     '.

       01  FILLER REDEFINES CS-CHARSET-TABLE.
           02  CS-ENTRY           OCCURS 3 TIMES.
               05  CS-ENTRY-NAME  PIC  X(10).
               05  CS-ENTRY-CODEPAGE PIC X(08).

       01  CX-FCT.
           02  CX-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'CF  '.

       01  CX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CX-CONFLICT            PIC  X(01) VALUE 'N'.
       01  CX-DC-NAME             PIC  X(08) VALUE SPACES.
       01  CX-PREFERRED-DC        PIC  X(08) VALUE SPACES.
       01  CX-WORK-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  CX-VALUE-MAX           PIC S9(08) COMP VALUE 16000.
       01  CX-SAVE-TOD            PIC  X(16) VALUE LOW-VALUES.
       01  CX-SAVE-VALUE          PIC  9(16) COMP VALUE ZEROES.
       01  CX-ADDRESS             USAGE POINTER.

       01  CX-KEPT-TEXT           PIC  X(21)
                                       VALUE 'Local generation kept'.
       01  CX-KEPT-LENGTH         PIC S9(08) COMP VALUE 21.

      *****************************************************************
      * zECS REPLICATION CONFLICT record.                             *
      *****************************************************************
       COPY ZECSCXC.

      *****************************************************************
      * Parsed partner Data Center list, split out of THE-OTHER-DC.   *
      *****************************************************************
      * the circuit-breaker *DCHLTH* discipline and the outbound      *
      * web paragraphs apply to it unchanged.  A confirmed origin     *
      * miss is remembered the same way a partner-confirmed miss is.  *
      *                                                               *
      * OG-WRITE-POLICY carries writes the other way.  Blank (or 'N') *
      * leaves the origin alone.  'W' is write-through: a client PUT, *
      * POST, merge PATCH, increment, or DELETE on a matching key is  *
      * delivered to the origin before the cache commits, and an      *
      * origin that refuses it (or cannot be reached) backs the local *
      * write out and fails the request with a 502.  'B' is           *
      * write-behind: the key is queued to the recoverable OWBQ TD    *
      * queue and the ZECS031 background drainer delivers it, with    *
      * retries and a give-up limit.  Only writes that arrive on the  *
      * client path are delivered -- a replicated write was already   *
      * delivered by the Data Center that took it.                    *
      *****************************************************************
       01  OG-FCT                 PIC  X(08) VALUE 'ZCORIGIN'.
       01  OG-RESP                PIC S9(08) COMP VALUE ZEROES.
           02  OG-PATH            PIC  X(64).
           02  OG-TIMEOUT         PIC  9(03).
           02  OG-TTL             PIC  9(07).
           02  OG-WRITE-POLICY    PIC  X(01).
               88  OG-WRITE-THROUGH           VALUE 'W'.
               88  OG-WRITE-BEHIND            VALUE 'B'.
           02  FILLER             PIC  X(57).

       01  OG-FOUND               PIC  X(01) VALUE 'N'.
       01  OG-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  OG-BEST-PATH           PIC  X(64) VALUE SPACES.
       01  OG-BEST-TIMEOUT        PIC  9(03) VALUE ZEROES.
       01  OG-BEST-TTL            PIC  9(07) VALUE ZEROES.
       01  OG-BEST-POLICY         PIC  X(01) VALUE SPACES.
           88  OG-BEST-THROUGH            VALUE 'W'.
           88  OG-BEST-BEHIND             VALUE 'B'.
       01  OG-PATH-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  OG-WEB-PATH            PIC  X(320) VALUE SPACES.
       01  OG-WEB-PATH-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  OG-PTR                 PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Data classification registry (ZCCLASS, see ZECSCLC).  The     *
      * request key is classified once per task by the longest        *
      * prefix row this cache has on the file, and the class row's    *
      * rules are left in CL-RULE-DATA for the write, replication,    *
      * and shadow paths to consult.  An unclassified key, or a class *
      * without a class row, carries no rules.  A write that breaks   *
      * its class's rules is refused and audited as CLASSREJ.         *
      *****************************************************************
       01  CL-FCT                 PIC  X(08) VALUE 'ZCCLASS '.
       01  CL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CL-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  CL-RULE-TRANID         PIC  X(04) VALUE '*CLS'.
       01  CL-LOOKED-UP           PIC  X(01) VALUE 'N'.
       01  CL-CLASSIFIED          PIC  X(01) VALUE 'N'.
       01  CL-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  CL-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-CLASS          PIC  X(08) VALUE SPACES.
       01  CL-SEARCH-KEY          PIC  X(255) VALUE LOW-VALUES.
       01  CL-SEARCH-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  CL-TTL-GIVEN           PIC  X(01) VALUE 'N'.
       01  CL-HOST-INDEX          PIC S9(04) COMP VALUE ZEROES.
       01  CL-HOST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  CL-PARTNER-ALLOWED     PIC  X(01) VALUE 'Y'.
       01  CL-TTL-TEXT            PIC  X(32)
                                  VALUE 'TTL exceeds data class limit'.
       01  CL-ENCRYPT-TEXT        PIC  X(24)
                                  VALUE 'Data class needs enckey'.
       01  CL-ENCRYPT-LENGTH      PIC S9(08) COMP VALUE 23.

       COPY ZECSCLC.

       01  RT-STORE-TTL           PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Origin write delivery.  OW-VERB names what the client did     *
      * ('PUT' or 'DELETE'); the PUT body is CACHE-MESSAGE for        *
      * OW-BODY-LENGTH bytes, addressed by the caller.                *
      *****************************************************************
       01  OW-VERB                PIC  X(08) VALUE SPACES.
       01  OW-BODY-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  OW-REFUSED             PIC  X(01) VALUE 'N'.
       01  OW-RECORDED            PIC  X(01) VALUE 'N'.
       01  OW-STATUS-D            PIC  9(03) VALUE ZEROES.

       01  HTTP-STATUS-502        PIC S9(04) COMP VALUE 502.
       01  HTTP-502-TEXT          PIC  X(24)
                                       VALUE 'Origin refused the write'.
       01  HTTP-502-LENGTH        PIC S9(08) COMP VALUE 24.

       01  OW-REFUSED-MESSAGE.
           02  FILLER             PIC  X(22)
                                       VALUE 'ORIGIN REFUSED STATUS='.
           02  OW-REFUSED-STATUS  PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(05) VALUE ' KEY='.
           02  OW-REFUSED-KEY     PIC  X(60) VALUE SPACES.

       01  OW-QUEUE-MESSAGE.
           02  FILLER             PIC  X(28)
                                  VALUE 'ORIGIN WRITE NOT QUEUED KEY='.
           02  OW-QUEUE-KEY       PIC  X(62) VALUE SPACES.

      *****************************************************************
      * One write-behind delivery, as the ZECS031 drainer reads it.   *
      * Like RPLQ, only the verb and the key are kept -- the drainer  *
      * delivers the key's CURRENT local state.                       *
      *****************************************************************
       01  OQ-QUEUE               PIC  X(04) VALUE 'OWBQ'.
       01  OQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  OQ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.
       01  OQ-NUMITEMS-D          PIC  9(08) VALUE ZEROES.

       01  OQ-RECORD.
           02  OQ-METHOD          PIC  X(08) VALUE SPACES.
           02  OQ-TRANID          PIC  X(04) VALUE SPACES.
           02  OQ-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  OQ-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  OQ-QUEUED-ABS      PIC S9(15) COMP-3 VALUE ZEROES.
           02  OQ-ATTEMPTS        PIC S9(04) COMP VALUE ZEROES.
           02  FILLER             PIC  X(16) VALUE SPACES.

      *****************************************************************
      * The cache's SIEM forwarder row, for the backlog waiting on    *
      * ZECS061 in /resources/metrics.                                *
      *****************************************************************
       01  SM-FCT                 PIC  X(08) VALUE 'ZCSIEM  '.
       01  SM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SM-FOUND               PIC  X(01) VALUE 'N'.
       01  SM-UP                  PIC  9(01) VALUE ZEROES.
       01  SM-LAG                 PIC S9(15) VALUE ZEROES COMP-3.
       01  SM-BACKLOG-D           PIC  9(07) VALUE ZEROES.
       01  SM-LAG-D               PIC  9(09) VALUE ZEROES.
       01  SM-FORWARDED-D         PIC  9(15) VALUE ZEROES.

       COPY ZECSSMC.

      *****************************************************************
      * Webhook notification target, configured the same way as the   *
      * partner Data Center list is, except that only one URL is ever *
       01  WH-EVENT               PIC  X(06) VALUE SPACES.
       01  WH-DELETE-EVENT        PIC  X(06) VALUE 'delete'.
       01  WH-EXPIRE-EVENT        PIC  X(06) VALUE 'expire'.
       01  WH-LOCKOUT-EVENT       PIC  X(06) VALUE 'locked'.
       01  WH-MESSAGE             PIC  X(256) VALUE SPACES.
       01  WH-MESSAGE-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  WH-MESSAGE-POINTER     PIC S9(08) COMP VALUE ZEROES.
       01  NG-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  NG-SECONDS             PIC  9(04) VALUE ZEROES.

      *****************************************************************
      * Read-through coalescing.  When a key is missing, the first    *
      * task to ENQ on the cache's tranid plus the key becomes the    *
      * leader and makes the partner/origin calls; every other task   *
      * missing the same key finds the ENQ busy and waits, polling    *
      * the KEY file every CO-POLL-MS until the leader's stored copy  *
      * appears (served locally), the leader gives up (the ENQ comes  *
      * free with nothing stored, or a *NEGMISS marker appears) or    *
      * the wait runs out -- the last two answer the normal miss.     *
      * The wait is the ZCCONFIG COALWAIT row in milliseconds (up to  *
      * five digits, default CO-DEFAULT-MS); COALWAIT zero switches   *
      * coalescing off.  A key longer than CO-KEY-MAX is never        *
      * coalesced, since the ENQ resource cannot hold all of it.      *
      * Each waiter is counted on the cache's _COALESCE named         *
      * counter, which /resources/stats and /resources/metrics show.  *
      *****************************************************************
       01  KEY-MISSING            PIC  X(01) VALUE 'N'.

       01  CO-ENQ.
           02  CO-ENQ-TRANID      PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'RTHR'.
           02  CO-ENQ-KEY         PIC X(247) VALUE LOW-VALUES.

       01  CO-ENQ-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CO-KEY-MAX             PIC S9(08) COMP VALUE 247.

       01  CO-FETCH               PIC  X(01) VALUE 'N'.
       01  CO-ROLE                PIC  X(01) VALUE SPACES.
           88  CO-IS-LEADER               VALUE 'L'.
           88  CO-IS-WAITER               VALUE 'W'.
       01  CO-RESULT              PIC  X(01) VALUE SPACES.
           88  CO-SERVED                  VALUE 'S'.
           88  CO-MISSED                  VALUE 'M'.

       01  CO-DEFAULT-MS          PIC S9(08) COMP VALUE 3000.
       01  CO-WAIT-MS             PIC S9(08) COMP VALUE ZEROES.
       01  CO-WAITED-MS           PIC S9(08) COMP VALUE ZEROES.
       01  CO-POLL-MS             PIC S9(08) COMP VALUE 50.
       01  CO-WAIT-TEXT           PIC  9(05) VALUE ZEROES.
       01  CO-RESP                PIC S9(08) COMP VALUE ZEROES.

       01  CO-COUNTER.
           02  CO-NC-TRANID       PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(09) VALUE '_COALESCE'.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  CO-VALUE               PIC  9(16) COMP VALUE ZEROES.
       01  CO-INCREMENT           PIC  9(16) COMP VALUE  1.
       01  CO-MAXIMUM             PIC  9(16) COMP
                                  VALUE 999999999999999.

      *****************************************************************
      * Soft delete.  When the ZC##GR document carries a non-zero     *
      * grace period (seconds), a DELETE only tombstones the KEY      *
       01  ALIAS-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  ALIAS-KEY              PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * HTTP POST/PUT ?rename=<key> -- give <key> the path's key as   *
      * its new name.  ZECS058 moves the KEY record and re-stamps the *
      * chains under it, keeping the version history, tags and        *
      * aliases, and audits both names on one RENAME record.          *
      *****************************************************************
       01  RENAME-PRESENT         PIC  X(01) VALUE 'N'.
           88  RENAME-REQUESTED           VALUE 'Y'.
       01  RENAME-TEXT            PIC  X(255) VALUE SPACES.
       01  RENAME-LENGTH          PIC S9(08) COMP VALUE ZEROES.

       01  ZECS058-COMM-AREA.
           02  RN-TRANID          PIC  X(04) VALUE SPACES.
           02  RN-RESULT          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RN-OLD-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RN-OLD-KEY         PIC  X(255) VALUE LOW-VALUES.
           02  RN-NEW-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RN-NEW-KEY         PIC  X(255) VALUE LOW-VALUES.
           02  RN-USERID          PIC  X(08) VALUE SPACES.
           02  RN-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  RN-MATTER          PIC  X(16) VALUE SPACES.
           02  RN-SEGMENTS        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * HTTP PUT/POST ?tags=<tag>[,<tag>...] -- user tags stored with  *
      * the object in ZF-TAGS, alongside ZF-MEDIA.                     *
           88  TAGS-REQUESTED             VALUE 'Y'.
       01  TAGS-TEXT              PIC  X(64) VALUE SPACES.

      *****************************************************************
      * HTTP PUT/POST ?depends=<key>[,<key>...] -- the object is      *
      * derived from the named parent keys.  One ZCxxDP row is kept   *
      * per edge, and a rewrite, PATCH, delete, erasure or expiration *
      * of a parent LINKs ZECS032 to invalidate its dependents.       *
      *****************************************************************
       01  DEPENDS-PRESENT        PIC  X(01) VALUE 'N'.
           88  DEPENDS-REQUESTED          VALUE 'Y'.
       01  DEPENDS-TEXT           PIC  X(256) VALUE SPACES.
       01  DEPENDS-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  DEPENDS-POINTER        PIC S9(08) COMP VALUE ZEROES.
       01  DEPENDS-ONE            PIC  X(255) VALUE LOW-VALUES.
       01  DEPENDS-ONE-LENGTH     PIC S9(04) COMP VALUE ZEROES.
       01  DEP-INDEX              PIC S9(04) COMP VALUE ZEROES.
       01  DEP-MAX                PIC S9(04) COMP VALUE 8.
       01  DEP-FOUND              PIC  X(01) VALUE 'N'.
       01  DEP-BROWSE-DONE        PIC  X(01) VALUE 'N'.

       01  DEP-PARENTS.
           02  DEP-COUNT          PIC S9(04) COMP VALUE ZEROES.
           02  DEP-ENTRY OCCURS 8 TIMES.
               05  DEP-PARENT-LEN PIC S9(04) COMP VALUE ZEROES.
               05  DEP-PARENT     PIC  X(255) VALUE LOW-VALUES.

       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * zECS DEPENDENCY record definition.                            *
      *****************************************************************
       COPY ZECSDPC.

      *****************************************************************
      * HTTP GET on a wildcard key ?tag=<tag> -- narrows the key      *
      * listing to entries whose stored ZF-TAGS carry the tag, the    *
                                       VALUE '/resources/zHotKeys'.
       01  ZHOTKEYS-PATH-LENGTH   PIC S9(08) COMP VALUE 19.

      *****************************************************************
      * Response-status accounting.  Every response is counted on the *
      * ZCxxRS counter file under its tenant (the BU_SBU path         *
      * segment), verb and status class, so a tenant's 4xx/5xx run    *
      * shows up before its support team calls.  The status           *
      * paragraphs set RS-STATUS ahead of their WEB SEND; every other *
      * send is a success and leaves the 200 default.  The counting   *
      * rides 9000-RETURN, the same exit the latency recording uses.  *
      *****************************************************************
       01  RS-FCT.
           02  RS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'RS  '.

       01  RS-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RS-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RS-STATUS              PIC  9(03) VALUE 200.
       01  RS-CLASS               PIC S9(04) COMP VALUE ZEROES.
       01  RS-CLASS-REM           PIC S9(04) COMP VALUE ZEROES.
       01  RS-INCREMENT           PIC S9(04) COMP VALUE ZEROES.
       01  RS-NOT-FOUND-SENT      PIC  X(01) VALUE 'N'.
       01  RS-COUNTED             PIC  X(01) VALUE 'N'.
       01  RS-WORK-BUSBU          PIC  X(25) VALUE SPACES.
       01  RS-NONE                PIC  X(25) VALUE '*NONE'.
       01  RS-FIELD-00            PIC  X(01) VALUE SPACES.
       01  RS-FIELD-01            PIC  X(64) VALUE SPACES.
       01  RS-FIELD-02            PIC  X(64) VALUE SPACES.
       01  RS-FIELD-03            PIC  X(64) VALUE SPACES.
       01  RS-CLASS-INDEX         PIC S9(04) COMP VALUE ZEROES.
       01  RS-EOF                 PIC  X(01) VALUE 'N'.
       01  RS-ROOM                PIC S9(08) COMP VALUE 31000.
       01  RS-COUNT-D             PIC  9(09) VALUE ZEROES.
       01  RS-CLASS-LABEL         PIC  X(03) VALUE SPACES.
       01  RS-CODE-LABEL          PIC  X(03) VALUE SPACES.
       01  RS-CODE-COUNT          PIC S9(09) VALUE ZEROES COMP-3.

      *****************************************************************
      * zECS RESPONSE-STATUS counter record.                          *
      *****************************************************************
       COPY ZECSRSC.

       01  HOT-TOP-MAX            PIC S9(04) COMP VALUE 10.
       01  HOT-TOP-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  HOT-INDEX              PIC S9(04) COMP VALUE ZEROES.
               05  HOT-WRITES         PIC S9(09) COMP-3.
               05  HOT-SCORE          PIC S9(09) COMP-3.

      *****************************************************************
      * Tenant self-service usage.  GET /resources/zUsage returns one *
      * tenant's own figures in one response: quota and live usage    *
      * off its *BUSBU* row, its ZCCHARGE chargeback row, its         *
      * response-status counts off ZCxxRS, its hottest keys off       *
      * ZCxxHK, its recent audit activity and an expiration outlook   *
      * for its keys -- plus the per-verb service latency off ZCxxRT, *
      * which has no tenant dimension and is the same for every       *
      * tenant of the cache.  A UserID scoped by ZS-PREFIX entries    *
      * sees only the tenant its prefixes belong to, resolved off the *
      * ZCTENANT profile (its UserID on the profile, or the profile's *
      * prefix among its own); an operator UserID, one without        *
      * prefixes, names the tenant with ?bu=.  The key-level figures  *
      * are limited to the tenant's prefixes, and the audit and       *
      * expiry scans are capped so a large tenant cannot turn the     *
      * call into a full-file browse.  A prefix-scoped UserID is      *
      * refused the cache-wide views (stats, metrics, zAudit,         *
      * zHotKeys, zTrend, zScorecard, zConflicts) -- their figures    *
      * and key lists span every tenant on the cache.                 *
      *****************************************************************
       01  ZUSAGE-PATH            PIC  X(17)
                                       VALUE '/resources/zUsage'.
       01  ZUSAGE-PATH-LENGTH     PIC S9(08) COMP VALUE 17.

       01  HTTP-ZUSAGE-BU.
           02  FILLER             PIC  X(16) VALUE 'zUsage needs bu='.
           02  FILLER             PIC  X(16) VALUE '                '.

       01  HTTP-ZUSAGE-TENANT.
           02  FILLER             PIC  X(16) VALUE 'No tenant profil'.
           02  FILLER             PIC  X(16) VALUE 'e for UserID    '.

       01  TP-FCT                 PIC  X(08) VALUE 'ZCTENANT'.
       01  TP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TP-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * zECS TENANT PROFILE record.                                   *
      *****************************************************************
       COPY ZECSTPC.

       01  CG-FCT                 PIC  X(08) VALUE 'ZCCHARGE'.
       01  CG-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS CHARGEBACK record.                                       *
      *****************************************************************
       COPY ZECSCGC.

       01  USG-SCOPED             PIC  X(01) VALUE 'N'.
       01  USG-SCOPE-PREFIXES.
           02  USG-SCOPE-PREFIX   PIC  X(40) OCCURS 4 TIMES.
       01  USG-KEY-PREFIXES.
           02  USG-KEY-PREFIX     PIC  X(40) OCCURS 4 TIMES.

       01  USG-BUSBU              PIC  X(25) VALUE SPACES.
       01  USG-QUERY-BUSBU        PIC  X(25) VALUE SPACES.
       01  USG-FOUND              PIC  X(01) VALUE 'N'.
       01  USG-MATCH              PIC  X(01) VALUE 'N'.
       01  USG-EOF                PIC  X(01) VALUE 'N'.
       01  USG-FIRST              PIC  X(01) VALUE 'Y'.
       01  USG-COMPLETE           PIC  X(01) VALUE 'Y'.
       01  USG-INDEX              PIC S9(04) COMP VALUE ZEROES.
       01  USG-PREFIX-INDEX       PIC S9(04) COMP VALUE ZEROES.
       01  USG-MATCH-LIMIT        PIC S9(04) COMP VALUE ZEROES.
       01  USG-SLOT               PIC S9(04) COMP VALUE ZEROES.
       01  USG-PREFIX-LENGTH      PIC S9(04) COMP VALUE ZEROES.
       01  USG-KEY-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  USG-SCAN-LENGTH        PIC S9(04) COMP VALUE ZEROES.
       01  USG-TEST-KEY           PIC  X(255) VALUE LOW-VALUES.
       01  USG-SCAN-KEY           PIC  X(255) VALUE LOW-VALUES.
       01  USG-BROWSE-KEY         PIC  X(255) VALUE LOW-VALUES.
       01  USG-VERB               PIC  X(08) VALUE LOW-VALUES.
       01  USG-SCANNED            PIC S9(08) COMP VALUE ZEROES.
       01  USG-AUDIT-MAX          PIC S9(08) COMP VALUE 2000.
       01  USG-EXPIRY-MAX         PIC S9(08) COMP VALUE 1000.
       01  USG-OLDEST-ABS         PIC S9(15) VALUE ZEROES COMP-3.
       01  USG-AVERAGE-MS         PIC S9(15) VALUE ZEROES COMP-3.
       01  USG-REMAINING-MS       PIC S9(15) VALUE ZEROES COMP-3.
       01  USG-BUCKET             PIC S9(04) COMP VALUE ZEROES.
       01  USG-D7                 PIC  9(07) VALUE ZEROES.
       01  USG-D9                 PIC  9(09) VALUE ZEROES.
       01  USG-D15                PIC  9(15) VALUE ZEROES.

       01  MS-15-MINUTES          PIC S9(15) VALUE 900000 COMP-3.
       01  MS-1-HOUR              PIC S9(15) VALUE 3600000 COMP-3.
       01  MS-8-HOURS             PIC S9(15) VALUE 28800000 COMP-3.
       01  MS-24-HOURS            PIC S9(15) VALUE 86400000 COMP-3.

       01  USG-EXPIRY-TABLE.
           02  USG-EXPIRY-COUNT   PIC S9(07) COMP-3 OCCURS 6 TIMES.

       01  USG-EXPIRY-NAMES.
           02  FILLER             PIC  X(16) VALUE 'expired'.
           02  FILLER             PIC  X(16) VALUE 'within15Minutes'.
           02  FILLER             PIC  X(16) VALUE 'within1Hour'.
           02  FILLER             PIC  X(16) VALUE 'within8Hours'.
           02  FILLER             PIC  X(16) VALUE 'within24Hours'.
           02  FILLER             PIC  X(16) VALUE 'beyond24Hours'.
       01  FILLER                 REDEFINES USG-EXPIRY-NAMES.
           02  USG-EXPIRY-NAME    PIC  X(16) OCCURS 6 TIMES.

       01  USG-AUDIT-MAX-OPS      PIC S9(04) COMP VALUE 16.
       01  USG-AUDIT-USED         PIC S9(04) COMP VALUE ZEROES.
       01  USG-AUDIT-TABLE.
           02  USG-AUDIT-ENTRY OCCURS 16 TIMES.
               05  USG-AUDIT-OPER     PIC  X(08).
               05  USG-AUDIT-COUNT    PIC S9(07) COMP-3.

       01  USG-MESSAGE            PIC X(16384) VALUE SPACES.
       01  USG-LENGTH             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * In-region L1 cache for the hottest keys.  A small ring of     *
      * slots held on the ZCxxL1 main-storage TS queue serves hot     *
           02  L1-TTL             PIC S9(07) VALUE ZEROES COMP-3.
           02  L1-VERSION         PIC  9(09) VALUE ZEROES COMP.
           02  L1-MEDIA           PIC  X(56) VALUE SPACES.
           02  L1-CHARSET         PIC  X(01) VALUE SPACES.
           02  L1-DATA-LEN        PIC S9(08) COMP VALUE ZEROES.
           02  L1-DATA            PIC  X(3000) VALUE LOW-VALUES.

           02  FILLER             PIC  X(16) VALUE 'Transaction toke'.
           02  FILLER             PIC  X(16) VALUE 'n is not valid  '.

      *****************************************************************
      * Legal hold registry (ZCHOLDS, see ZECSLHC).                   *
      * POST /resources/zHold?action=place&matter=<m>&key=<k>         *
      * (or prefix=<p>)&requestedBy=<r> places a hold on this cache;  *
      * action=release with the same matter and key or prefix         *
      * releases it, and with the matter alone releases every hold    *
      * the matter has here.  GET /resources/zHold[?matter=<m>] lists *
      * the holds in force as JSON Lines.  Holds are Legal's to       *
      * direct, so a UserID scoped to key prefixes is refused.        *
      *****************************************************************
       01  ZHOLD-PATH             PIC  X(16) VALUE '/resources/zHold'.
       01  ZHOLD-PATH-LENGTH      PIC S9(08) COMP VALUE 16.

       01  LH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LH-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LH-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       COPY ZECSLHC.

       01  HD-ACTION              PIC  X(08) VALUE SPACES.
           88  HD-PLACE                   VALUE 'place   '.
           88  HD-RELEASE                 VALUE 'release '.
       01  HD-MATTER              PIC  X(16) VALUE SPACES.
       01  HD-SCOPE               PIC  X(01) VALUE SPACES.
       01  HD-TARGET              PIC  X(255) VALUE SPACES.
       01  HD-TARGET-LEN          PIC S9(04) COMP VALUE ZEROES.
       01  HD-REQUESTED-BY        PIC  X(32) VALUE SPACES.
       01  HD-VALID               PIC  X(01) VALUE 'Y'.
       01  HD-DUPLICATE           PIC  X(01) VALUE 'N'.
       01  HD-LAST-SEQ            PIC  9(03) VALUE ZEROES.
       01  HD-SEQ-MAX             PIC  9(03) VALUE 999.
       01  HD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  HD-COUNT-D             PIC  9(04) VALUE ZEROES.
       01  HD-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  HD-REL-MAX             PIC S9(04) COMP VALUE 50.
       01  HD-REL-COUNT           PIC S9(04) COMP VALUE ZEROES.

       01  HD-REL-TABLE.
           02  HD-REL-SEQ         PIC  9(03) OCCURS 50 TIMES.

       01  HD-DATE                PIC  X(10) VALUE SPACES.
       01  HD-TIME                PIC  X(08) VALUE SPACES.
       01  HD-SCOPE-TEXT          PIC  X(06) VALUE SPACES.
       01  HD-RESPONSE            PIC  X(96) VALUE SPACES.
       01  HD-RESPONSE-LENGTH     PIC S9(08) COMP VALUE ZEROES.

       01  HTTP-ZHOLD-PARMS.
           02  FILLER             PIC  X(16) VALUE 'zHold action, ma'.
           02  FILLER             PIC  X(16) VALUE 'tter or target  '.

       01  HTTP-ZHOLD-FULL.
           02  FILLER             PIC  X(16) VALUE 'Matter has no ho'.
           02  FILLER             PIC  X(16) VALUE 'ld numbers left '.

      *****************************************************************
      * zECS scheduled-invalidation record.                           *
      *****************************************************************
           02  CD-KEY             PIC  X(255) VALUE SPACES.
           02  CD-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.
      *    On a RENAME the key's former name; zero length otherwise.  *
           02  CD-RELATED-KEY-LEN PIC S9(04) COMP VALUE ZEROES.
           02  CD-RELATED-KEY     PIC  X(255) VALUE SPACES.

      *****************************************************************
      * zECS AUDIT record.                                            *
           MOVE EIBTRNID(3:2)               TO ZF-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO DC-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO ZA-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO CX-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO WH-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO VER-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO NG-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO ZH-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO RS-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO TO-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO ENCR-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO EK-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO SP-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO L1-Q-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO MX-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO DP-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO IX-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO LS-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO CO-ENQ-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO CO-NC-TRANID(3:2).

           PERFORM 8900-GET-MAX-OBJECT     THRU 8900-EXIT.

           IF  WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 1200-VALIDATION        THRU 1200-EXIT
               IF  AUTHENTICATE EQUAL 'Y'
                   PERFORM 1650-CHECK-ADDR-LOCK THRU 1650-EXIT
                   PERFORM 1520-CHECK-TOKEN   THRU 1520-EXIT
                   IF  TOKEN-AUTHENTICATED NOT EQUAL 'Y'
                       PERFORM 1510-CHECK-CERTIFICATE THRU 1510-EXIT

           MOVE WEB-PORT TO WEB-PORT-NUMBER.

           PERFORM 1625-CHECK-CACHE-VIEW   THRU 1625-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL STATS-PATH-LENGTH
           AND WEB-PATH(1:16)  EQUAL STATS-PATH
               PERFORM 3096-ZTREND-VIEW   THRU 3096-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZSCORE-PATH-LENGTH
           AND WEB-PATH(1:21)  EQUAL ZSCORE-PATH
               PERFORM 3099-ZSCORE-VIEW   THRU 3099-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZCONFLICTS-PATH-LENGTH
           AND WEB-PATH(1:21)  EQUAL ZCONFLICTS-PATH
               PERFORM 3010-ZCONFLICTS-VIEW THRU 3010-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZUSAGE-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZUSAGE-PATH
               PERFORM 3980-ZUSAGE-VIEW   THRU 3980-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZINDEX-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZINDEX-PATH
               PERFORM 3051-ZINDEX-LOOKUP THRU 3051-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZLEASE-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZLEASE-PATH
               PERFORM 7360-LEASE-VIEW    THRU 7360-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH EQUAL ZHOLD-PATH-LENGTH
           AND WEB-PATH(1:16)  EQUAL ZHOLD-PATH
               PERFORM 7950-HOLD-VIEW     THRU 7950-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZADMINROWS-PATH-LENGTH
           AND WEB-PATH(1:21)  EQUAL ZADMINROWS-PATH
               PERFORM 3005-ADMIN-ROWS    THRU 3005-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-GET
           AND WEB-PATH-LENGTH GREATER THAN ZDIAG-PREFIX-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZDIAG-PATH
               PERFORM 3025-ZCONFIG-SET   THRU 3025-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZINDEX-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZINDEX-PATH
               PERFORM 3056-ZINDEX-REGISTER THRU 3056-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZTASKS-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZTASKS-PATH
               PERFORM 3085-ERASE         THRU 3085-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZLEASE-PATH-LENGTH
           AND (WEB-PATH(1:17) EQUAL ZLEASE-PATH
           OR   WEB-PATH(1:17) EQUAL ZLEASE-REPL-PATH)
               PERFORM 7300-LEASE         THRU 7300-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZHOLD-PATH-LENGTH
           AND WEB-PATH(1:16)  EQUAL ZHOLD-PATH
               PERFORM 7900-HOLD          THRU 7900-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND WEB-PATH-LENGTH EQUAL ZSCHEDULE-PATH-LENGTH
           AND WEB-PATH(1:20)  EQUAL ZSCHEDULE-PATH

           PERFORM 1190-CHECK-SHED            THRU 1190-EXIT.

           PERFORM 1195-CHECK-BUSBU-ADDRESS   THRU 1195-EXIT.

           PERFORM 1300-QUERY-STRING          THRU 1300-EXIT.

      *****************************************************************
                        MEDIATYPE(WEB-MEDIA-TYPE)
                        RESP(WEBRESP)
                        NOHANDLE
                   END-EXEC
                   MOVE 'Y'                     TO CS-CONVERTED.

           SET ADDRESS OF CACHE-MESSAGE         TO CACHE-ADDRESS.

      * -- the *MAINT* row carries the state.  GET and HEAD pass.     *
      *****************************************************************
       1180-CHECK-MAINT.
           PERFORM 1185-CHECK-REORG        THRU 1185-EXIT.

           MOVE 'N'                        TO SHED-ACTIVE.

           MOVE EIBTRNID                   TO ZS-TRANID.
       1180-EXIT.
           EXIT.

      *****************************************************************
      * Look for an online reorganization.  During the switch-over    *
      * every request is turned away with a short Retry-After; while  *
      * the copy runs, a mutating verb marks the request's key to be  *
      * logged when the request ends.                                 *
      *****************************************************************
       1185-CHECK-REORG.
           MOVE 'N'                        TO REORG-STATE.

           MOVE EIBTRNID                   TO ZS-TRANID.
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

           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1185-EXIT.

           IF  ZS-ACCESS EQUAL REORG-SWITCH
               MOVE HTTP-REORG-TEXT         TO HTTP-503-TEXT
               MOVE RETRY-REORG-VALUE       TO RETRY-AFTER-VALUE
               PERFORM 9850-STATUS-503    THRU 9850-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  ZS-ACCESS NOT EQUAL REORG-TRACK
               GO TO 1185-EXIT.

           MOVE 'T'                        TO REORG-STATE.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
               MOVE 'Y'                    TO REORG-WROTE.

       1185-EXIT.
           EXIT.

      *****************************************************************
      * Shed a low-priority tenant's request while the cache is in    *
      * shed mode.  The tenant's priority class lives on its *BUSBU*  *
       1190-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a request against a tenant whose *BUSBU* row carries   *
      * an address allow-list the client is not on.  Only the keyed   *
      * /resources paths name a tenant.  ZS-RECORD is put back the    *
      * way it was -- it may still hold the UserID's own row.         *
      *****************************************************************
       1195-CHECK-BUSBU-ADDRESS.
           IF  WEB-PATH(1:10) NOT EQUAL RESOURCES
               GO TO 1195-EXIT.

           IF  URI-FIELD-03 NOT GREATER THAN SPACES
               GO TO 1195-EXIT.

           MOVE ZS-RECORD                  TO ADDR-ZS-SAVE.

           PERFORM 1313-CHECK-BUSBU-TTL THRU 1313-EXIT.

           MOVE 'N'                        TO ADDR-REJECT.
           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 1635-CHECK-ADDRESS  THRU 1635-EXIT.

           MOVE ADDR-ZS-SAVE               TO ZS-RECORD.

           IF  ADDR-REJECT EQUAL 'Y'
               MOVE 'BUSBU'                TO ADDR-SOURCE
               MOVE URI-FIELD-03           TO ADDR-BUSBU
               PERFORM 1645-ADDRESS-REFUSED THRU 1645-EXIT.

       1195-EXIT.
           EXIT.

      *****************************************************************
      * Basic Authentication is optional.                             *
      * When HTTP,  Basic Authentication is not performed.            *
               PERFORM 1316-VALIDATE     THRU 1316-EXIT
               PERFORM 1317-APPEND       THRU 1317-EXIT
               PERFORM 1318-ALIAS        THRU 1318-EXIT
               PERFORM 1309-RENAME       THRU 1309-EXIT
               PERFORM 1319-SYNC         THRU 1319-EXIT
               PERFORM 1311-DEPENDS      THRU 1311-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               PERFORM 1320-CLEAR        THRU 1320-EXIT.
               INTO QUERY-TEXT
                    TTL-SECONDS
               IF  TTL-SECONDS NUMERIC
                   MOVE TTL-SECONDS    TO ZF-TTL
                   MOVE 'Y'            TO CL-TTL-GIVEN.

           IF  ZF-TTL LESS THAN FIVE-MINUTES
               MOVE FIVE-MINUTES       TO ZF-TTL.
           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
           MOVE SPACES                     TO ZS-KEY.
           MOVE ZS-BUSBU-PREFIX             TO ZS-KEY(1:7).
           MOVE URI-FIELD-03                TO ZS-KEY(8:25).
           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
       1319-EXIT.
           EXIT.

      *****************************************************************
      * Process DEPENDS query string for POST/PUT.                    *
      * ?depends=<key>[,<key>...] names up to DEP-MAX parent keys     *
      * this object is derived from, parsed the same single-parameter *
      * way as 1310-TTL's ttl=.  Each parent is kept in DEP-PARENTS   *
      * low-value padded, the way URI-KEY holds the path's key, for   *
      * 4910-RECORD-DEPENDS once the write has been made.             *
      *****************************************************************
       1311-DEPENDS.
           MOVE 'N'                    TO DEPENDS-PRESENT.
           MOVE ZEROES                 TO DEP-COUNT.

           IF WEB-QUERYSTRING-LENGTH GREATER THAN EIGHT
               MOVE SPACES              TO QUERY-TEXT
               MOVE SPACES              TO DEPENDS-TEXT
               UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
               DELIMITED BY ALL '='
               INTO QUERY-TEXT
                    DEPENDS-TEXT
               IF  QUERY-TEXT(1:7) EQUAL 'depends'
               AND QUERY-TEXT(8:1) EQUAL SPACE
                   MOVE 'Y'             TO DEPENDS-PRESENT
                   COMPUTE DEPENDS-LENGTH =
                           WEB-QUERYSTRING-LENGTH - EIGHT
                   IF  DEPENDS-LENGTH GREATER THAN 256
                       MOVE 256         TO DEPENDS-LENGTH.

           IF  DEPENDS-REQUESTED
               MOVE ONE                 TO DEPENDS-POINTER
               PERFORM 1311-NEXT-PARENT THRU 1311-NEXT-EXIT
                   WITH TEST AFTER
                   UNTIL DEPENDS-POINTER GREATER THAN DEPENDS-LENGTH
                   OR    DEP-COUNT EQUAL DEP-MAX.

           IF  DEP-COUNT EQUAL ZEROES
               MOVE 'N'                 TO DEPENDS-PRESENT.

       1311-EXIT.
           EXIT.

       1311-NEXT-PARENT.
           MOVE SPACES                 TO DEPENDS-ONE.
           MOVE ZEROES                 TO DEPENDS-ONE-LENGTH.

           UNSTRING DEPENDS-TEXT(1:DEPENDS-LENGTH)
                DELIMITED BY ','
                INTO DEPENDS-ONE
                     COUNT IN DEPENDS-ONE-LENGTH
                WITH POINTER DEPENDS-POINTER
           END-UNSTRING.

           IF  DEPENDS-ONE-LENGTH GREATER THAN ZEROES
           AND DEPENDS-ONE-LENGTH NOT GREATER THAN 255
               ADD  ONE                 TO DEP-COUNT
               MOVE DEPENDS-ONE-LENGTH  TO DEP-PARENT-LEN(DEP-COUNT)
               MOVE LOW-VALUES          TO DEP-PARENT(DEP-COUNT)
               MOVE DEPENDS-ONE(1:DEPENDS-ONE-LENGTH)
                 TO DEP-PARENT(DEP-COUNT)(1:DEPENDS-ONE-LENGTH).

       1311-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * Process APPEND query string for POST/PUT.                     *
      * ?append=true (or yes) extends the stored value in place       *
       1318-EXIT.
           EXIT.

      *****************************************************************
      * Process RENAME query string for POST/PUT.                     *
      * ?rename=<key> renames <key> to the path's key, parsed the     *
      * same single-parameter way as 1318-ALIAS's alias=.             *
      *****************************************************************
       1309-RENAME.
           MOVE 'N'                    TO RENAME-PRESENT.

           IF WEB-QUERYSTRING-LENGTH GREATER THAN SEVEN
               MOVE SPACES              TO QUERY-TEXT
               MOVE SPACES              TO RENAME-TEXT
               UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
               DELIMITED BY ALL '='
               INTO QUERY-TEXT
                    RENAME-TEXT
               IF  QUERY-TEXT(1:6) EQUAL 'rename'
               AND QUERY-TEXT(7:1) EQUAL SPACE
                   MOVE 'Y'             TO RENAME-PRESENT
                   COMPUTE RENAME-LENGTH =
                           WEB-QUERYSTRING-LENGTH - SEVEN
                   IF  RENAME-LENGTH GREATER THAN TWO-FIFTY-FIVE
                       MOVE 'N'         TO RENAME-PRESENT
                   END-IF
               ELSE
                   MOVE SPACES          TO RENAME-TEXT.

       1309-EXIT.
           EXIT.

      *****************************************************************
      * Process TAG query string for GET on a wildcard key.            *
      * ?tag=<tag> narrows 3050-LIST-KEYS' JSON array to only those    *
               AND CLEAR-TEXT(WEB-QUERYSTRING-LENGTH - SIX:1) EQUAL '*'
                   PERFORM 1325-CLEAR-TYPE     THRU 1325-EXIT
      *    *--------------------------------------------------------*
      *    * A clear deletes keys wholesale, behind the change log's *
      *    * back -- not while a reorganization is copying.          *
      *    *--------------------------------------------------------*
                   IF  REORG-STATE NOT EQUAL 'N'
                       MOVE HTTP-REORG-TEXT    TO HTTP-503-TEXT
                       PERFORM 9850-STATUS-503 THRU 9850-EXIT
                       PERFORM 9000-RETURN     THRU 9000-EXIT
                   END-IF
      *    *--------------------------------------------------------*
      *    * A clear empties keys wholesale -- drop every L1 slot   *
      *    * rather than matching them one by one.                  *
      *    *--------------------------------------------------------*
               END-EXEC

               IF  CA-RETURN-CODE NOT EQUAL '00'
                   PERFORM 1653-AUTH-FAILED THRU 1653-EXIT
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
           END-EXEC.

           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 1653-AUTH-FAILED    THRU 1653-EXIT
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.


           MOVE ZS-PREFIX(1)(1:8)          TO CA-USERID.

           PERFORM 1651-CHECK-USER-LOCK  THRU 1651-EXIT.

      *    *--------------------------------------------------------*
      *    * Re-read the UserID's own row and judge rights, prefix  *
      *    * scope, and validity window against it -- a short (old  *
           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS

           PERFORM 1630-CHECK-WINDOW     THRU 1630-EXIT.

           PERFORM 1635-CHECK-ADDRESS    THRU 1635-EXIT.

           IF  ADDR-REJECT EQUAL 'Y'
               MOVE 'USERID'               TO ADDR-SOURCE
               MOVE SPACES                 TO ADDR-BUSBU
               PERFORM 1645-ADDRESS-REFUSED THRU 1645-EXIT.

           PERFORM 1615-CHECK-PREFIX     THRU 1615-EXIT.

           MOVE 'T'                        TO LAST-USE-METHOD.
           PERFORM 1640-STAMP-LAST-USE   THRU 1640-EXIT.

           PERFORM 1660-CLEAR-STREAKS    THRU 1660-EXIT.

           MOVE 'Y'                        TO TOKEN-AUTHENTICATED.

       1520-EXIT.
       1600-USER-ACCESS.
           MOVE 'N' TO USER-ACCESS.

           PERFORM 1651-CHECK-USER-LOCK  THRU 1651-EXIT.

           MOVE SPACES                     TO ZS-KEY-PREFIXES.

           MOVE SPACES                     TO ZS-WINDOW-START.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.

           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
                                              ZS-PRIORITY.
           MOVE SPACES                TO ZS-KEY.
           MOVE CA-USERID              TO ZS-KEY.
           MOVE LENGTH OF ZS-RECORD    TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)

           PERFORM 1630-CHECK-WINDOW     THRU 1630-EXIT.

           PERFORM 1635-CHECK-ADDRESS    THRU 1635-EXIT.

           IF  ADDR-REJECT EQUAL 'Y'
               MOVE 'USERID'               TO ADDR-SOURCE
               MOVE SPACES                 TO ADDR-BUSBU
               PERFORM 1645-ADDRESS-REFUSED THRU 1645-EXIT.

           PERFORM 1615-CHECK-PREFIX     THRU 1615-EXIT.

           PERFORM 1620-CHECK-RATE-LIMIT THRU 1620-EXIT.
               PERFORM 9550-STATUS-429    THRU 9550-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE 'B'                        TO LAST-USE-METHOD.
           IF  CERTIFICATE-AUTHENTICATED EQUAL 'Y'
               MOVE 'C'                    TO LAST-USE-METHOD.

           PERFORM 1640-STAMP-LAST-USE   THRU 1640-EXIT.

           PERFORM 1660-CLEAR-STREAKS    THRU 1660-EXIT.

       1600-EXIT.
           EXIT.

       1630-EXIT.
           EXIT.

      *****************************************************************
      * Enforce the address allow-list on the ZS-RECORD in hand (a    *
      * UserID or *BUSBU* row), when one is defined.  ADDR-REJECT is  *
      * set to 'Y' when the client matches none of the entries.  An   *
      * IPv4 entry matches when the client's address agrees with it   *
      * in the leading ZS-ALLOW-BITS bits; any other entry must equal *
      * the client's address exactly.                                 *
      *****************************************************************
       1635-CHECK-ADDRESS.
           MOVE 'N'                        TO ADDR-REJECT.

           IF  ZS-ALLOW-ADDR(1) EQUAL SPACES
           AND ZS-ALLOW-ADDR(2) EQUAL SPACES
           AND ZS-ALLOW-ADDR(3) EQUAL SPACES
           AND ZS-ALLOW-ADDR(4) EQUAL SPACES
               GO TO 1635-EXIT.

           IF  ADDR-CLIENT-READY EQUAL 'N'
               PERFORM 1636-GET-CLIENT   THRU 1636-EXIT.

           MOVE 'N'                        TO ADDR-ALLOWED.

           PERFORM 1637-MATCH-RANGE      THRU 1637-EXIT
               WITH TEST AFTER
               VARYING ADDR-IX FROM 1 BY 1
               UNTIL   ADDR-IX EQUAL FOUR
               OR      ADDR-ALLOWED EQUAL 'Y'.

           IF  ADDR-ALLOWED EQUAL 'N'
               MOVE 'Y'                    TO ADDR-REJECT.

       1635-EXIT.
           EXIT.

      *****************************************************************
      * Obtain the client's address once per task.  Hex digits are    *
      * upper-cased so IPv6 text compares the way ECS002 stores it,   *
      * and an IPv4-mapped IPv6 address (::FFFF:a.b.c.d) is judged as *
      * the IPv4 address it carries.                                  *
      *****************************************************************
       1636-GET-CLIENT.
           MOVE 'Y'                        TO ADDR-CLIENT-READY.
           MOVE SPACES                     TO CLIENT-ADDR.
           MOVE LENGTH OF CLIENT-ADDR      TO CLIENT-ADDR-LENGTH.

           EXEC CICS EXTRACT TCPIP
                CLIENTADDR (CLIENT-ADDR)
                CADDRLENGTH(CLIENT-ADDR-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE CLIENT-ADDR                TO ADDR-CLIENT.
           INSPECT ADDR-CLIENT CONVERTING 'abcdef' TO 'ABCDEF'.

           IF  ADDR-CLIENT(1:7) EQUAL '::FFFF:'
               MOVE ADDR-CLIENT(8:32)      TO ADDR-TEXT
               PERFORM 1638-PARSE-IPV4   THRU 1638-EXIT
               IF  ADDR-VALID EQUAL 'Y'
                   MOVE ADDR-TEXT          TO ADDR-CLIENT.

           MOVE ADDR-CLIENT                TO ADDR-TEXT.
           PERFORM 1638-PARSE-IPV4       THRU 1638-EXIT.

           MOVE ADDR-VALID                 TO ADDR-CLIENT-V4.
           MOVE ADDR-VALUE                 TO ADDR-CLIENT-VALUE.

       1636-EXIT.
           EXIT.

      *****************************************************************
      * Compare the client with one allow-list entry.                 *
      *****************************************************************
       1637-MATCH-RANGE.
           IF  ZS-ALLOW-ADDR(ADDR-IX) EQUAL SPACES
               GO TO 1637-EXIT.

           MOVE ZS-ALLOW-ADDR(ADDR-IX)     TO ADDR-TEXT.
           INSPECT ADDR-TEXT CONVERTING 'abcdef' TO 'ABCDEF'.

           PERFORM 1638-PARSE-IPV4       THRU 1638-EXIT.

           IF  ADDR-VALID EQUAL 'N'
           AND ADDR-TEXT  EQUAL ADDR-CLIENT
               MOVE 'Y'                    TO ADDR-ALLOWED.

           IF  ADDR-VALID     EQUAL 'N'
           OR  ADDR-CLIENT-V4 EQUAL 'N'
               GO TO 1637-EXIT.

           MOVE 32                         TO ADDR-BITS.
           IF  ZS-ALLOW-BITS(ADDR-IX) NUMERIC
           AND ZS-ALLOW-BITS(ADDR-IX) NOT GREATER THAN 32
               MOVE ZS-ALLOW-BITS(ADDR-IX) TO ADDR-BITS.

           COMPUTE ADDR-BLOCK = 2 ** (32 - ADDR-BITS).

           DIVIDE ADDR-BLOCK INTO ADDR-VALUE
               GIVING ADDR-ENTRY-NET.
           DIVIDE ADDR-BLOCK INTO ADDR-CLIENT-VALUE
               GIVING ADDR-CLIENT-NET.

           IF  ADDR-ENTRY-NET EQUAL ADDR-CLIENT-NET
               MOVE 'Y'                    TO ADDR-ALLOWED.

       1637-EXIT.
           EXIT.

      *****************************************************************
      * Parse ADDR-TEXT as a dotted IPv4 address.  ADDR-VALID is 'Y'  *
      * and ADDR-VALUE the address as a 32-bit number when it is     *
      * four decimal octets of 0 through 255.                         *
      *****************************************************************
       1638-PARSE-IPV4.
           MOVE 'N'                        TO ADDR-VALID.
           MOVE ZEROES                     TO ADDR-VALUE.
           MOVE ZEROES                     TO ADDR-TEXT-LENGTH.

           INSPECT ADDR-TEXT TALLYING ADDR-TEXT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  ADDR-TEXT-LENGTH EQUAL ZEROES
               GO TO 1638-EXIT.

           MOVE SPACES                     TO ADDR-OCTET-TEXT.
           MOVE ZEROES                     TO ADDR-OCTET-COUNT
                                              ADDR-OCTET-LEN(1)
                                              ADDR-OCTET-LEN(2)
                                              ADDR-OCTET-LEN(3)
                                              ADDR-OCTET-LEN(4).

           UNSTRING ADDR-TEXT(1:ADDR-TEXT-LENGTH)
               DELIMITED BY '.'
               INTO ADDR-OCTET(1) COUNT IN ADDR-OCTET-LEN(1)
                    ADDR-OCTET(2) COUNT IN ADDR-OCTET-LEN(2)
                    ADDR-OCTET(3) COUNT IN ADDR-OCTET-LEN(3)
                    ADDR-OCTET(4) COUNT IN ADDR-OCTET-LEN(4)
               TALLYING IN ADDR-OCTET-COUNT
               ON OVERFLOW
                   MOVE ZEROES             TO ADDR-OCTET-COUNT
           END-UNSTRING.

           IF  ADDR-OCTET-COUNT NOT EQUAL FOUR
               GO TO 1638-EXIT.

           MOVE 'Y'                        TO ADDR-VALID.

           PERFORM 1639-PARSE-OCTET      THRU 1639-EXIT
               WITH TEST AFTER
               VARYING ADDR-OCTET-IX FROM 1 BY 1
               UNTIL   ADDR-OCTET-IX EQUAL FOUR
               OR      ADDR-VALID EQUAL 'N'.

       1638-EXIT.
           EXIT.

      *****************************************************************
      * Fold one octet of the address into ADDR-VALUE.                *
      *****************************************************************
       1639-PARSE-OCTET.
           MOVE ADDR-OCTET(ADDR-OCTET-IX)  TO ADDR-OCTET-WORK.
           MOVE ADDR-OCTET-LEN(ADDR-OCTET-IX)
                                           TO ADDR-OCTET-SIZE.

           IF  ADDR-OCTET-SIZE LESS THAN 1
           OR  ADDR-OCTET-SIZE GREATER THAN 3
               MOVE 'N'                    TO ADDR-VALID
               GO TO 1639-EXIT.

           IF  ADDR-OCTET-WORK(1:ADDR-OCTET-SIZE) NOT NUMERIC
               MOVE 'N'                    TO ADDR-VALID
               GO TO 1639-EXIT.

           MOVE ADDR-OCTET-WORK(1:ADDR-OCTET-SIZE)
                                           TO ADDR-OCTET-NUM.

           IF  ADDR-OCTET-NUM GREATER THAN 255
               MOVE 'N'                    TO ADDR-VALID
               GO TO 1639-EXIT.

           COMPUTE ADDR-VALUE = ADDR-VALUE * 256 + ADDR-OCTET-NUM.

       1639-EXIT.
           EXIT.

      *****************************************************************
      * Enforce the UserID's key-prefix scope, when one is defined.   *
      * The scope target is the key after the fifth slash of the      *
      * Requests with neither (the admin endpoints, the bulk path)    *
      * are outside the scope check; the bulk path remains a local    *
      * best-effort load path as documented on 3840-BULK-PUT.         *
      * The scope is kept aside for 1625-CHECK-CACHE-VIEW and the     *
      * zUsage view, since later reads reuse ZS-RECORD.               *
      *****************************************************************
       1615-CHECK-PREFIX.
           MOVE 'N'                        TO SCOPE-ANY-PREFIX.
               VARYING SCOPE-INDEX FROM 1 BY 1
               UNTIL SCOPE-INDEX NOT LESS THAN FOUR.

           MOVE SCOPE-ANY-PREFIX           TO USG-SCOPED.
           MOVE ZS-KEY-PREFIXES            TO USG-SCOPE-PREFIXES.

           IF  SCOPE-ANY-PREFIX EQUAL 'N'
               GO TO 1615-EXIT.

       1617-EXIT.
           EXIT.

      *****************************************************************
      * Does SCOPE-TARGET(1:SCOPE-KEY-LENGTH) start with the caller's *
      * SCOPE-INDEX'th prefix?  Matched against the copy 1615 keeps   *
      * aside, so it serves after ZS-RECORD has been reused too.      *
      *****************************************************************
       1618-MATCH-PREFIX.
           IF  USG-SCOPE-PREFIX(SCOPE-INDEX) GREATER THAN SPACES
               MOVE ZEROES                 TO SCOPE-PREFIX-LENGTH
               INSPECT USG-SCOPE-PREFIX(SCOPE-INDEX)
                       TALLYING SCOPE-PREFIX-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE

               IF  SCOPE-PREFIX-LENGTH NOT GREATER THAN
                       SCOPE-KEY-LENGTH
               AND SCOPE-TARGET(1:SCOPE-PREFIX-LENGTH)
                       EQUAL USG-SCOPE-PREFIX(SCOPE-INDEX)
                                 (1:SCOPE-PREFIX-LENGTH)
                   MOVE 'Y'                TO SCOPE-MATCH
               END-IF
           EXIT.

      *****************************************************************
      * Refuse the cache-wide views to a UserID scoped to key         *
      * prefixes.  Their figures and key lists span every tenant on   *
      * the cache; a tenant's own figures are on /resources/zUsage.   *
      *****************************************************************
       1625-CHECK-CACHE-VIEW.
           IF  USG-SCOPED NOT EQUAL 'Y'
               GO TO 1625-EXIT.

           MOVE 'N'                        TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL STATS-PATH-LENGTH
           AND WEB-PATH(1:16)  EQUAL STATS-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL METRICS-PATH-LENGTH
           AND WEB-PATH(1:18)  EQUAL METRICS-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL ZAUDIT-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZAUDIT-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL ZHOTKEYS-PATH-LENGTH
           AND WEB-PATH(1:19)  EQUAL ZHOTKEYS-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL ZTREND-PATH-LENGTH
           AND WEB-PATH(1:17)  EQUAL ZTREND-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL ZSCORE-PATH-LENGTH
           AND WEB-PATH(1:21)  EQUAL ZSCORE-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  WEB-PATH-LENGTH EQUAL ZCONFLICTS-PATH-LENGTH
           AND WEB-PATH(1:21)  EQUAL ZCONFLICTS-PATH
               MOVE 'Y'                    TO USG-MATCH.

           IF  USG-MATCH EQUAL 'Y'
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1625-EXIT.
           EXIT.

      *****************************************************************
      * Roll the UserID's rolling rate-limit window forward and count  *
      * this request against it.  ZS-RATE-LIMIT of zero (the default)  *
      * means no limit is enforced for that UserID; otherwise a        *
      * request past the limit within RATE-WINDOW-MS of the window's   *
      * start is refused with a 429 and the window is left untouched   *
      * for the requests still to come in it.  ZS-KEY already holds    *
      * CA-USERID from 1600-USER-ACCESS above.                         *
      *****************************************************************
       1620-CHECK-RATE-LIMIT.
           MOVE 'N'                        TO RATE-LIMIT-EXCEEDED.

           IF  ZS-RATE-LIMIT GREATER THAN ZEROES
               EXEC CICS READ FILE(ZS-FCT)
                    RIDFLD(ZS-KEY)
                    INTO  (ZS-RECORD)
                    LENGTH(ZS-LENGTH)
                    UPDATE
                    RESP  (SD-RESP)
                    NOHANDLE
               END-EXEC

               IF  SD-RESP EQUAL DFHRESP(NORMAL)
                   EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
       1620-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the UserID row with this successful authentication --   *
      * time, LAST-USE-METHOD and the client's address -- unless the  *
      * row was already stamped within LAST-USE-GRAIN-MS.  ZS-RECORD  *
      * holds the UserID's row as just read by 1600 or 1520.  A row   *
      * that cannot be updated is left alone; the request goes on.    *
      *****************************************************************
       1640-STAMP-LAST-USE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF  ZS-LAST-USED-ABS NUMERIC
               SUBTRACT ZS-LAST-USED-ABS FROM CURRENT-ABS
                   GIVING RELATIVE-TIME
               IF  RELATIVE-TIME LESS THAN LAST-USE-GRAIN-MS
                   GO TO 1640-EXIT.

           MOVE SPACES                     TO CLIENT-ADDR.
           MOVE LENGTH OF CLIENT-ADDR      TO CLIENT-ADDR-LENGTH.

           EXEC CICS EXTRACT TCPIP
                CLIENTADDR (CLIENT-ADDR)
                CADDRLENGTH(CLIENT-ADDR-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                     TO ZS-KEY-PREFIXES.
           MOVE SPACES                     TO ZS-WINDOW-START.
           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
                                              ZS-USED-BYTES
                                              ZS-PRIORITY.
           MOVE SPACES                     TO ZS-KEY.
           MOVE CA-USERID                  TO ZS-KEY.
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                UPDATE
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1640-EXIT.

           MOVE CURRENT-ABS                TO ZS-LAST-USED-ABS.
           MOVE LAST-USE-METHOD            TO ZS-LAST-USED-METHOD.
           MOVE CLIENT-ADDR                TO ZS-LAST-USED-ADDR.
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS REWRITE FILE(ZS-FCT)
                FROM(ZS-RECORD)
                LENGTH(ZS-LENGTH)
                NOHANDLE
           END-EXEC.

       1640-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a request from outside an address allow-list: audit it *
      * as AUTHADDR, count it on the ZCADDRLG refusal log for the     *
      * weekly report, and answer with the same 401 an unknown user   *
      * gets.  ADDR-SOURCE names the row whose list refused it and    *
      * ADDR-BUSBU the tenant, when that was a *BUSBU* row.           *
      *****************************************************************
       1645-ADDRESS-REFUSED.
           MOVE EIBTRNID(3:2)              TO ZA-TRANID(3:2).
           MOVE 'AUTHADDR'                 TO ZA-OPERATION.
           MOVE CA-USERID                  TO ZA-USERID.
           MOVE SPACES                     TO ZA-CACHE-KEY.
           MOVE ADDR-CLIENT                TO ZA-CACHE-KEY(1:39).
           MOVE 39                         TO ZA-CACHE-KEY-LEN.
           IF  ADDR-BUSBU GREATER THAN SPACES
               MOVE ADDR-BUSBU             TO ZA-CACHE-KEY(41:25)
               MOVE 65                     TO ZA-CACHE-KEY-LEN.
           MOVE ADDR-SOURCE                TO ZA-DETAIL.
           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                     TO AL-RECORD.
           MOVE EIBTRNID                   TO AL-KEY-TRANID.
           MOVE CA-USERID                  TO AL-KEY-USERID.
           MOVE ADDR-CLIENT                TO AL-KEY-ADDR.
           MOVE LENGTH OF AL-RECORD        TO AL-LENGTH.

           EXEC CICS READ FILE(AL-FCT)
                RIDFLD(AL-KEY)
                INTO  (AL-RECORD)
                LENGTH(AL-LENGTH)
                UPDATE
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(NORMAL)
               ADD  1                      TO AL-TOTAL-COUNT
               ADD  1                      TO AL-WEEK-COUNT
               MOVE CURRENT-ABS            TO AL-LAST-ABS
               MOVE ADDR-BUSBU             TO AL-BUSBU
               MOVE LENGTH OF AL-RECORD    TO AL-LENGTH
               EXEC CICS REWRITE FILE(AL-FCT)
                    FROM  (AL-RECORD)
                    LENGTH(AL-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(NOTFND)
               MOVE 1                      TO AL-TOTAL-COUNT
                                              AL-WEEK-COUNT
               MOVE CURRENT-ABS            TO AL-FIRST-ABS
                                              AL-LAST-ABS
               MOVE ADDR-BUSBU             TO AL-BUSBU
               MOVE LENGTH OF AL-RECORD    TO AL-LENGTH
               EXEC CICS WRITE FILE(AL-FCT)
                    FROM  (AL-RECORD)
                    RIDFLD(AL-KEY)
                    LENGTH(AL-LENGTH)
                    NOHANDLE
               END-EXEC.

           PERFORM 9600-AUTH-ERROR       THRU 9600-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       1645-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a client address that is locked out for repeated      *
      * authentication failures, before any credential or token is   *
      * looked at.  AF-ADDR-STREAK remembers whether the address has *
      * failures outstanding, so a success can clear them.            *
      *****************************************************************
       1650-CHECK-ADDR-LOCK.
           MOVE 'N'                        TO AF-ADDR-STREAK.

           IF  ADDR-CLIENT-READY EQUAL 'N'
               PERFORM 1636-GET-CLIENT   THRU 1636-EXIT.

           IF  ADDR-CLIENT EQUAL SPACES
               GO TO 1650-EXIT.

           MOVE 'A'                        TO AF-SUBJECT-TYPE.
           MOVE ADDR-CLIENT                TO AF-SUBJECT-ID.
           PERFORM 1652-CHECK-LOCK       THRU 1652-EXIT.
           MOVE AF-STREAK                  TO AF-ADDR-STREAK.

       1650-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a UserID that is locked out, once the credential,      *
      * certificate, or token has named it -- a locked UserID is      *
      * refused even when the password it presents is good.           *
      *****************************************************************
       1651-CHECK-USER-LOCK.
           MOVE 'N'                        TO AF-USER-STREAK.

           IF  CA-USERID EQUAL SPACES
               GO TO 1651-EXIT.

           MOVE 'U'                        TO AF-SUBJECT-TYPE.
           MOVE CA-USERID                  TO AF-SUBJECT-ID.
           INSPECT AF-SUBJECT-ID
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 1652-CHECK-LOCK       THRU 1652-EXIT.
           MOVE AF-STREAK                  TO AF-USER-STREAK.

       1651-EXIT.
           EXIT.

      *****************************************************************
      * Read the ZCAUTHLK row for AF-SUBJECT-TYPE and AF-SUBJECT-ID.  *
      * No row means no failures; a lock still running refuses the   *
      * request here and counts the refusal for the daily report.    *
      *****************************************************************
       1652-CHECK-LOCK.
           MOVE 'N'                        TO AF-STREAK.

           MOVE SPACES                     TO AF-KEY.
           MOVE EIBTRNID                   TO AF-KEY-TRANID.
           MOVE AF-SUBJECT-TYPE            TO AF-KEY-TYPE.
           MOVE AF-SUBJECT-ID              TO AF-KEY-ID.
           MOVE LENGTH OF AF-RECORD        TO AF-LENGTH.

           EXEC CICS READ FILE(AF-FCT)
                RIDFLD(AF-KEY)
                INTO  (AF-RECORD)
                LENGTH(AF-LENGTH)
                RESP  (AF-RESP)
                NOHANDLE
           END-EXEC.

           IF  AF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1652-EXIT.

           IF  AF-CONSECUTIVE GREATER THAN ZEROES
               MOVE 'Y'                    TO AF-STREAK.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF  AF-LOCK-UNTIL-ABS NOT GREATER THAN CURRENT-ABS
               GO TO 1652-EXIT.

           EXEC CICS READ FILE(AF-FCT)
                RIDFLD(AF-KEY)
                INTO  (AF-RECORD)
                LENGTH(AF-LENGTH)
                UPDATE
                RESP  (AF-RESP)
                NOHANDLE
           END-EXEC.

           IF  AF-RESP EQUAL DFHRESP(NORMAL)
               ADD  1                      TO AF-DAY-REFUSED
               MOVE LENGTH OF AF-RECORD    TO AF-LENGTH
               EXEC CICS REWRITE FILE(AF-FCT)
                    FROM  (AF-RECORD)
                    LENGTH(AF-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE 'LOCKED'                   TO AUTH-FAIL-DETAIL.
           PERFORM 9600-AUTH-ERROR       THRU 9600-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       1652-EXIT.
           EXIT.

      *****************************************************************
      * A bad credential or an unknown or lapsed session token:       *
      * count the failure against the client address and, when the   *
      * credential named one, against the UserID.                     *
      *****************************************************************
       1653-AUTH-FAILED.
           IF  ADDR-CLIENT-READY EQUAL 'N'
               PERFORM 1636-GET-CLIENT   THRU 1636-EXIT.

           PERFORM 8980-GET-AUTH-LOCKOUT THRU 8980-EXIT.

           MOVE CA-USERID                  TO AF-FAIL-USERID.
           INSPECT AF-FAIL-USERID
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF  ADDR-CLIENT NOT EQUAL SPACES
               MOVE 'A'                    TO AF-SUBJECT-TYPE
               MOVE ADDR-CLIENT            TO AF-SUBJECT-ID
               MOVE AF-FAIL-USERID         TO AF-SUBJECT-OTHER
               PERFORM 1654-COUNT-FAILURE THRU 1654-EXIT.

           IF  AF-FAIL-USERID NOT EQUAL SPACES
               MOVE 'U'                    TO AF-SUBJECT-TYPE
               MOVE AF-FAIL-USERID         TO AF-SUBJECT-ID
               MOVE ADDR-CLIENT            TO AF-SUBJECT-OTHER
               PERFORM 1654-COUNT-FAILURE THRU 1654-EXIT.

       1653-EXIT.
           EXIT.

      *****************************************************************
      * Count one failure on the ZCAUTHLK row, creating it on the     *
      * first.  A streak that reaches AF-LIMIT while no lock is       *
      * running locks the UserID or address out for AF-LOCK-MS and    *
      * starts the count over.                                        *
      *****************************************************************
       1654-COUNT-FAILURE.
           MOVE 'N'                        TO AF-NEW-LOCK.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                     TO AF-KEY.
           MOVE EIBTRNID                   TO AF-KEY-TRANID.
           MOVE AF-SUBJECT-TYPE            TO AF-KEY-TYPE.
           MOVE AF-SUBJECT-ID              TO AF-KEY-ID.
           MOVE LENGTH OF AF-RECORD        TO AF-LENGTH.

           EXEC CICS READ FILE(AF-FCT)
                RIDFLD(AF-KEY)
                INTO  (AF-RECORD)
                LENGTH(AF-LENGTH)
                UPDATE
                RESP  (AF-RESP)
                NOHANDLE
           END-EXEC.

           IF  AF-RESP NOT EQUAL DFHRESP(NORMAL)
           AND AF-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 1654-EXIT.

           IF  AF-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 1655-NEW-ROW      THRU 1655-EXIT.

           IF  AF-CONSECUTIVE GREATER THAN ZEROES
           AND CURRENT-ABS - AF-LAST-FAIL-ABS GREATER THAN AF-LOCK-MS
               MOVE ZEROES                 TO AF-CONSECUTIVE.

           IF  AF-CONSECUTIVE EQUAL ZEROES
               MOVE CURRENT-ABS            TO AF-FIRST-FAIL-ABS.

           ADD  1                          TO AF-CONSECUTIVE
                                              AF-TOTAL-FAILS
                                              AF-DAY-FAILS.
           MOVE CURRENT-ABS                TO AF-LAST-FAIL-ABS.

           IF  AF-SUBJECT-OTHER NOT EQUAL SPACES
               PERFORM 1656-NOTE-RECENT  THRU 1656-EXIT.

           IF  AF-LOCK-UNTIL-ABS NOT GREATER THAN CURRENT-ABS
           AND AF-CONSECUTIVE NOT LESS THAN AF-LIMIT
               COMPUTE AF-LOCK-UNTIL-ABS = CURRENT-ABS + AF-LOCK-MS
               ADD  1                      TO AF-LOCK-COUNT
                                              AF-DAY-LOCKS
               MOVE AF-CONSECUTIVE         TO AF-LOCK-FAILS
               MOVE ZEROES                 TO AF-CONSECUTIVE
               MOVE 'Y'                    TO AF-NEW-LOCK.

           MOVE LENGTH OF AF-RECORD        TO AF-LENGTH.

           IF  AF-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(AF-FCT)
                    FROM  (AF-RECORD)
                    LENGTH(AF-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(AF-FCT)
                    FROM  (AF-RECORD)
                    RIDFLD(AF-KEY)
                    LENGTH(AF-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  AF-NEW-LOCK EQUAL 'Y'
               PERFORM 1658-LOCKOUT-NOTICE THRU 1658-EXIT.

       1654-EXIT.
           EXIT.

      *****************************************************************
      * Start a ZCAUTHLK row for a UserID or address failing for the  *
      * first time.                                                   *
      *****************************************************************
       1655-NEW-ROW.
           MOVE ZEROES                     TO AF-CONSECUTIVE
                                              AF-FIRST-FAIL-ABS
                                              AF-LAST-FAIL-ABS
                                              AF-LOCK-UNTIL-ABS
                                              AF-LOCK-COUNT
                                              AF-TOTAL-FAILS
                                              AF-DAY-FAILS
                                              AF-DAY-LOCKS
                                              AF-DAY-REFUSED
                                              AF-CLEARED-ABS.
           MOVE SPACES                     TO AF-RECENT-TABLE
                                              AF-CLEARED-BY.

       1655-EXIT.
           EXIT.

      *****************************************************************
      * Keep the last four different addresses (or UserIDs) seen      *
      * failing with this row, newest first.                          *
      *****************************************************************
       1656-NOTE-RECENT.
           MOVE 'N'                        TO AF-SEEN.

           PERFORM 1657-MATCH-RECENT     THRU 1657-EXIT
               WITH TEST AFTER
               VARYING AF-IX FROM 1 BY 1
               UNTIL   AF-IX EQUAL FOUR
               OR      AF-SEEN EQUAL 'Y'.

           IF  AF-SEEN EQUAL 'Y'
               GO TO 1656-EXIT.

           MOVE AF-RECENT(3)               TO AF-RECENT(4).
           MOVE AF-RECENT(2)               TO AF-RECENT(3).
           MOVE AF-RECENT(1)               TO AF-RECENT(2).
           MOVE AF-SUBJECT-OTHER           TO AF-RECENT(1).

       1656-EXIT.
           EXIT.

       1657-MATCH-RECENT.
           IF  AF-RECENT(AF-IX) EQUAL AF-SUBJECT-OTHER
               MOVE 'Y'                    TO AF-SEEN.

       1657-EXIT.
           EXIT.

      *****************************************************************
      * A lockout has just begun: audit it as AUTHLOCK (ZA-DETAIL     *
      * says whether a UserID or an address was locked) and tell the  *
      * webhook listener, best-effort, the same way a delete is told. *
      *****************************************************************
       1658-LOCKOUT-NOTICE.
           MOVE EIBTRNID(3:2)              TO ZA-TRANID(3:2).
           MOVE 'AUTHLOCK'                 TO ZA-OPERATION.
           MOVE AF-FAIL-USERID             TO ZA-USERID.
           MOVE SPACES                     TO ZA-CACHE-KEY.
           MOVE AF-SUBJECT-ID              TO ZA-CACHE-KEY(1:39).
           MOVE 39                         TO ZA-CACHE-KEY-LEN.
           MOVE 'ADDRESS'                  TO ZA-DETAIL.
           IF  AF-SUBJECT-TYPE EQUAL 'U'
               MOVE 'USERID'               TO ZA-DETAIL.
           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

           PERFORM 8400-GET-WEBHOOK      THRU 8400-EXIT.

           IF  NOT WH-IS-ENABLED
               GO TO 1658-EXIT.

           MOVE AF-LOCK-FAILS              TO AF-SHOW-FAILS.
           MOVE AF-LOCK-SECONDS            TO AF-SHOW-SECONDS.
           MOVE SPACES                     TO WH-MESSAGE.
           MOVE ONE                        TO WH-MESSAGE-POINTER.

           STRING '{"event":"'            DELIMITED BY SIZE
                  WH-LOCKOUT-EVENT         DELIMITED BY SIZE
                  '","type":"'             DELIMITED BY SIZE
                  ZA-DETAIL                DELIMITED BY SPACE
                  '","id":"'               DELIMITED BY SIZE
                  AF-SUBJECT-ID            DELIMITED BY SPACE
                  '","failures":'          DELIMITED BY SIZE
                  AF-SHOW-FAILS            DELIMITED BY SIZE
                  ',"lockSeconds":'        DELIMITED BY SIZE
                  AF-SHOW-SECONDS          DELIMITED BY SIZE
                  '}'                      DELIMITED BY SIZE
                  INTO WH-MESSAGE
               WITH POINTER WH-MESSAGE-POINTER
           END-STRING.

           COMPUTE WH-MESSAGE-LENGTH = WH-MESSAGE-POINTER - 1.

           PERFORM 8500-WEBHOOK-OPEN     THRU 8500-EXIT.
           PERFORM 8600-WEBHOOK-CONVERSE THRU 8600-EXIT.
           PERFORM 8700-WEBHOOK-CLOSE    THRU 8700-EXIT.

       1658-EXIT.
           EXIT.

      *****************************************************************
      * Authentication succeeded: a UserID or address with failures   *
      * outstanding starts its count over.  Rows with none are not    *
      * touched, so the common case costs no update.                  *
      *****************************************************************
       1660-CLEAR-STREAKS.
           IF  AF-ADDR-STREAK EQUAL 'Y'
               MOVE 'A'                    TO AF-SUBJECT-TYPE
               MOVE ADDR-CLIENT            TO AF-SUBJECT-ID
               PERFORM 1661-RESET-STREAK THRU 1661-EXIT.

           IF  AF-USER-STREAK EQUAL 'Y'
               MOVE 'U'                    TO AF-SUBJECT-TYPE
               MOVE CA-USERID              TO AF-SUBJECT-ID
               INSPECT AF-SUBJECT-ID
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM 1661-RESET-STREAK THRU 1661-EXIT.

       1660-EXIT.
           EXIT.

       1661-RESET-STREAK.
           MOVE SPACES                     TO AF-KEY.
           MOVE EIBTRNID                   TO AF-KEY-TRANID.
           MOVE AF-SUBJECT-TYPE            TO AF-KEY-TYPE.
           MOVE AF-SUBJECT-ID              TO AF-KEY-ID.
           MOVE LENGTH OF AF-RECORD        TO AF-LENGTH.

           EXEC CICS READ FILE(AF-FCT)
                RIDFLD(AF-KEY)
                INTO  (AF-RECORD)
                LENGTH(AF-LENGTH)
                UPDATE
                RESP  (AF-RESP)
                NOHANDLE
           END-EXEC.

           IF  AF-RESP EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                 TO AF-CONSECUTIVE
               MOVE LENGTH OF AF-RECORD    TO AF-LENGTH
               EXEC CICS REWRITE FILE(AF-FCT)
                    FROM  (AF-RECORD)
                    LENGTH(AF-LENGTH)
                    NOHANDLE
               END-EXEC.

       1661-EXIT.
           EXIT.

      *****************************************************************
      * Look up the request's *BUSBU* row and capture its quota and   *
      * live-usage figures.  The row read leaves ZS-RECORD holding    *
      * commits.                                                      *
      *****************************************************************
       1700-CHECK-QUOTA.
      *    *--------------------------------------------------------*
      *    * A rename neither adds a key nor stores a byte.         *
      *    *--------------------------------------------------------*
           IF  RENAME-REQUESTED
               GO TO 1700-EXIT.

           PERFORM 1705-GET-QUOTA        THRU 1705-EXIT.

           IF  QUOTA-ROW-FOUND EQUAL 'N'
           EXIT.

      *****************************************************************
      * HTTP POST/PUT/PATCH.                                          *
      * Hold the write to its data class's rules before anything is   *
      * written.  A TTL past the class maximum is refused when the    *
      * client asked for it (a defaulted TTL is cut to the limit      *
      * instead), and a value write the class says must be enciphered *
      * is refused when the cache has no key material to do it with.  *
      * 4430-CHECK-ENCRYPTION turns enciphering on for the rest of    *
      * the task.  An alias carries no value of its own.              *
      *****************************************************************
       1760-CHECK-CLASS.
           PERFORM 1761-CLASSIFY-KEY     THRU 1761-EXIT.

           IF  CL-CLASSIFIED NOT EQUAL 'Y'
               GO TO 1760-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
           AND RENEW-IS-REQUESTED
           AND NOT INCR-IS-REQUESTED
               IF  CL-MAX-TTL GREATER THAN ZEROES
               AND RENEW-TTL-SECONDS GREATER THAN CL-MAX-TTL
                   PERFORM 1766-REFUSE-TTL THRU 1766-EXIT
               END-IF
               GO TO 1760-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PATCH
           AND CL-MAX-TTL GREATER THAN ZEROES
           AND ZF-TTL GREATER THAN CL-MAX-TTL
               IF  CL-TTL-GIVEN EQUAL 'Y'
                   PERFORM 1766-REFUSE-TTL THRU 1766-EXIT
               ELSE
                   MOVE CL-MAX-TTL          TO ZF-TTL
               END-IF
           END-IF.

           IF  ALIAS-REQUESTED
           OR  RENAME-REQUESTED
               GO TO 1760-EXIT.

           IF  CL-ENCRYPT-REQUIRED
               PERFORM 4430-CHECK-ENCRYPTION THRU 4430-EXIT
               IF  ENCR-ENABLED NOT EQUAL 'Y'
                   PERFORM 1765-CLASS-AUDIT THRU 1765-EXIT
                   MOVE CL-ENCRYPT-TEXT     TO HTTP-507-TEXT
                   MOVE CL-ENCRYPT-LENGTH   TO HTTP-507-LENGTH
                   PERFORM 9800-STATUS-507 THRU 9800-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT
               END-IF
           END-IF.

       1760-EXIT.
           EXIT.

      *****************************************************************
      * Classify the request key, once per task.                      *
      *****************************************************************
       1761-CLASSIFY-KEY.
           IF  CL-LOOKED-UP EQUAL 'Y'
               GO TO 1761-EXIT.

           MOVE 'Y'                         TO CL-LOOKED-UP.
           MOVE URI-KEY                     TO CL-SEARCH-KEY.
           MOVE URI-KEY-LENGTH              TO CL-SEARCH-LENGTH.

           PERFORM 1762-CLASS-LOOKUP      THRU 1762-EXIT.

       1761-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCCLASS prefix rows for the longest prefix *
      * matching CL-SEARCH-KEY, the same walk 3216-ORIGIN-LOOKUP      *
      * makes of ZCORIGIN, then fetch the class row's rules.          *
      *****************************************************************
       1762-CLASS-LOOKUP.
           MOVE 'N'                         TO CL-CLASSIFIED.
           MOVE ZEROES                      TO CL-BEST-LEN.
           MOVE SPACES                      TO CL-BEST-CLASS.
           MOVE SPACES                      TO CL-KEY.
           MOVE EIBTRNID                    TO CL-KEY-TRANID.

           EXEC CICS STARTBR FILE(CL-FCT)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                     TO CL-BROWSE-DONE
               PERFORM 1763-CLASS-NEXT    THRU 1763-EXIT
                   WITH TEST AFTER
                   UNTIL CL-BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(CL-FCT) NOHANDLE
               END-EXEC
           END-IF.

           MOVE SPACES                      TO CL-RULE-DATA.
           MOVE ZEROES                      TO CL-MAX-TTL.

           IF  CL-BEST-LEN EQUAL ZEROES
               GO TO 1762-EXIT.

           MOVE 'Y'                         TO CL-CLASSIFIED.

           PERFORM 1764-CLASS-RULES       THRU 1764-EXIT.

       1762-EXIT.
           EXIT.

       1763-CLASS-NEXT.
           MOVE LENGTH OF CL-RECORD         TO CL-LENGTH.

           EXEC CICS READNEXT FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CL-KEY-TRANID NOT EQUAL EIBTRNID
               MOVE 'Y'                     TO CL-BROWSE-DONE
               GO TO 1763-EXIT.

           MOVE ZEROES                      TO CL-MATCH-LEN.
           INSPECT CL-KEY-PREFIX TALLYING CL-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  CL-MATCH-LEN GREATER THAN ZEROES
           AND CL-MATCH-LEN NOT GREATER THAN CL-SEARCH-LENGTH
           AND CL-SEARCH-KEY(1:CL-MATCH-LEN)
                   EQUAL CL-KEY-PREFIX(1:CL-MATCH-LEN)
           AND CL-MATCH-LEN GREATER THAN CL-BEST-LEN
               MOVE CL-MATCH-LEN            TO CL-BEST-LEN
               MOVE CL-CLASS                TO CL-BEST-CLASS.

       1763-EXIT.
           EXIT.

      *****************************************************************
      * Read the class row.  A class nobody has written rules for is  *
      * left with none.                                               *
      *****************************************************************
       1764-CLASS-RULES.
           MOVE SPACES                      TO CL-KEY.
           MOVE CL-RULE-TRANID              TO CL-KEY-TRANID.
           MOVE CL-BEST-CLASS               TO CL-KEY-PREFIX(1:8).
           MOVE LENGTH OF CL-RECORD         TO CL-LENGTH.

           EXEC CICS READ FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                  TO CL-RULE-DATA.

           IF  CL-MAX-TTL NOT NUMERIC
               MOVE ZEROES                  TO CL-MAX-TTL.

       1764-EXIT.
           EXIT.

      *****************************************************************
      * Audit a write refused for breaking its data class's rules.    *
      *****************************************************************
       1765-CLASS-AUDIT.
           MOVE EIBTRNID(3:2)               TO ZA-TRANID(3:2).
           MOVE 'CLASSREJ'                  TO ZA-OPERATION.
           MOVE CA-USERID                   TO ZA-USERID.
           MOVE CL-SEARCH-LENGTH            TO ZA-CACHE-KEY-LEN.
           MOVE CL-SEARCH-KEY               TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.

       1765-EXIT.
           EXIT.

       1766-REFUSE-TTL.
           PERFORM 1765-CLASS-AUDIT       THRU 1765-EXIT.
           MOVE CL-TTL-TEXT                 TO HTTP-400-TEXT.
           PERFORM 9400-STATUS-400        THRU 9400-EXIT.
           PERFORM 9000-RETURN            THRU 9000-EXIT.

       1766-EXIT.
           EXIT.

      *****************************************************************
      * Process HTTP request.                                         *
      *****************************************************************
       2000-PROCESS-REQUEST.
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
               IF  WILDCARD-KEY EQUAL 'Y'
                   PERFORM 3050-LIST-KEYS      THRU 3050-EXIT
               ELSE
                   PERFORM 3120-CHECK-RANGE    THRU 3120-EXIT
                   IF  RANGE-REQUESTED
                       PERFORM 3150-RANGE-PROCESS  THRU 3150-EXIT
                           WITH TEST AFTER
                           UNTIL PROCESS-COMPLETE EQUAL 'Y'
                   ELSE
                       PERFORM 7700-L1-LOOKUP      THRU 7700-EXIT
                       IF  L1-HIT NOT EQUAL 'Y'
                           PERFORM 3000-READ-CACHE     THRU 3000-EXIT
                           PERFORM 3600-SEND-RESPONSE  THRU 3600-EXIT
                       END-IF
                   END-IF
               END-IF.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST     OR
               WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               PERFORM 1745-CHECK-KEY-HYGIENE  THRU 1745-EXIT
               PERFORM 1750-VALIDATE-JSON      THRU 1750-EXIT
               PERFORM 1700-CHECK-QUOTA        THRU 1700-EXIT
               PERFORM 1760-CHECK-CLASS        THRU 1760-EXIT
               IF  ALIAS-REQUESTED
                   PERFORM 6900-CREATE-ALIAS   THRU 6900-EXIT
               ELSE
               IF  RENAME-REQUESTED
                   PERFORM 6950-RENAME-KEY     THRU 6950-EXIT
               ELSE
               IF  APPEND-REQUESTED
                   PERFORM 6600-APPEND-CACHE   THRU 6600-EXIT
               ELSE
                   PERFORM 4200-PROCESS-FILE   THRU 4200-EXIT
                   PERFORM 4300-SEND-RESPONSE  THRU 4300-EXIT
               END-IF
               END-IF
               END-IF.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
                   PERFORM 6800-UNDELETE-KEY THRU 6800-EXIT
               ELSE
               IF  INCR-IS-REQUESTED
                   PERFORM 1760-CHECK-CLASS THRU 1760-EXIT
                   PERFORM 6700-INCREMENT-VALUE THRU 6700-EXIT
               ELSE
                   IF  RENEW-IS-REQUESTED
                       PERFORM 1760-CHECK-CLASS THRU 1760-EXIT
                       PERFORM 6500-RENEW-TTL  THRU 6500-EXIT
                   ELSE
                       PERFORM 1760-CHECK-CLASS THRU 1760-EXIT
                       PERFORM 6000-PATCH-CACHE THRU 6000-EXIT
                   END-IF
               END-IF
       3067-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zIndex?name=<n>&value=<v>[&values=true].  *
      * Browse the cache's V rows generically on the index name and   *
      * value and return one JSON line per key holding it, as         *
      * {"key":"..."} -- or, with values=true, {"key":"...","value":  *
      * ...} for each single-segment value, the same line a bulk GET  *
      * returns.  Nothing found is a 204 like any other miss.  A      *
      * UserID scoped to key prefixes is shown only the keys under    *
      * its own prefixes.                                             *
      *****************************************************************
       3051-ZINDEX-LOOKUP.
           PERFORM 3052-ZINDEX-PARMS     THRU 3052-EXIT.

           IF  ZI-NAME  EQUAL SPACES
           OR  ZI-VALUE EQUAL SPACES
               MOVE HTTP-ZINDEX-LOOKUP      TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 3051-EXIT.

           IF  ZI-VALUES EQUAL 'Y'
               EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                    FLENGTH(THIRTY-TWO-KB)
                    INITIMG(BINARY-ZEROES)
                    NOHANDLE
               END-EXEC
               SET ADDRESS OF CACHE-MESSAGE TO CACHE-ADDRESS.

           MOVE LOW-VALUES              TO BULK-MESSAGE.
           MOVE ONE                     TO BULK-OUT-POINTER.
           MOVE ZEROES                  TO BULK-DONE-COUNT.
           MOVE ZEROES                  TO BULK-FAIL-COUNT.
           MOVE 'N'                     TO PROCESS-COMPLETE.

           MOVE 'V'                     TO IX-TYPE.
           MOVE LOW-VALUES              TO IX-KEY-DATA.
           MOVE ZI-NAME                 TO IX-V-NAME.
           MOVE ZI-VALUE                TO IX-V-VALUE.

           EXEC CICS STARTBR FILE(IX-FCT)
                RIDFLD(IX-KEY)
                KEYLENGTH(IX-GENERIC-LENGTH)
                GENERIC
                GTEQ
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3054-ZINDEX-NEXT THRU 3054-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(IX-FCT) NOHANDLE
               END-EXEC.

           IF  BULK-OUT-POINTER EQUAL ONE
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               GO TO 3051-EXIT.

           COMPUTE BULK-OUT-NEEDED = BULK-OUT-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (BULK-MESSAGE)
                FROMLENGTH(BULK-OUT-NEEDED)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3051-EXIT.
           EXIT.

      *****************************************************************
      * Pull prefix=, name=, path=, value= and values= off the query  *
      * string, ampersand by ampersand the way the audit query's      *
      * filters are.  A prefix, name or path too long for its field   *
      * marks the request not valid rather than being cut short.      *
      *****************************************************************
       3052-ZINDEX-PARMS.
           MOVE SPACES                  TO ZI-PREFIX.
           MOVE ZEROES                  TO ZI-PREFIX-LENGTH.
           MOVE SPACES                  TO ZI-NAME.
           MOVE SPACES                  TO ZI-PATH.
           MOVE SPACES                  TO ZI-VALUE.
           MOVE 'N'                     TO ZI-VALUES.
           MOVE 'Y'                     TO ZI-VALID.
           MOVE ONE                     TO ZI-PAIR-POINTER.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               PERFORM 3053-ZINDEX-PAIR THRU 3053-EXIT
                   WITH TEST AFTER
                   UNTIL ZI-PAIR-POINTER NOT LESS THAN
                         WEB-QUERYSTRING-LENGTH.

       3052-EXIT.
           EXIT.

       3053-ZINDEX-PAIR.
           MOVE SPACES                  TO ZI-PAIR-TEXT.

           UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
                DELIMITED BY ALL '&'
                INTO ZI-PAIR-TEXT
                WITH POINTER ZI-PAIR-POINTER
           END-UNSTRING.

           MOVE SPACES                  TO ZI-PAIR-NAME.
           MOVE SPACES                  TO ZI-PAIR-VALUE.

           UNSTRING ZI-PAIR-TEXT
                DELIMITED BY '='
                INTO ZI-PAIR-NAME
                     ZI-PAIR-VALUE
           END-UNSTRING.

           MOVE ZEROES                  TO ZI-PAIR-LENGTH.
           INSPECT ZI-PAIR-VALUE TALLYING ZI-PAIR-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  ZI-PAIR-NAME EQUAL 'prefix'
               IF  ZI-PAIR-LENGTH GREATER THAN LENGTH OF ZI-PREFIX
                   MOVE 'N'             TO ZI-VALID
               ELSE
                   MOVE ZI-PAIR-VALUE   TO ZI-PREFIX
                   MOVE ZI-PAIR-LENGTH  TO ZI-PREFIX-LENGTH.

           IF  ZI-PAIR-NAME EQUAL 'name'
               IF  ZI-PAIR-LENGTH GREATER THAN LENGTH OF ZI-NAME
                   MOVE 'N'             TO ZI-VALID
               ELSE
                   MOVE ZI-PAIR-VALUE   TO ZI-NAME.

           IF  ZI-PAIR-NAME EQUAL 'path'
               IF  ZI-PAIR-LENGTH GREATER THAN LENGTH OF ZI-PATH
                   MOVE 'N'             TO ZI-VALID
               ELSE
                   MOVE ZI-PAIR-VALUE   TO ZI-PATH.

           IF  ZI-PAIR-NAME EQUAL 'value'
               MOVE ZI-PAIR-VALUE       TO ZI-VALUE.

           IF  ZI-PAIR-NAME EQUAL 'values'
           AND ZI-PAIR-VALUE(1:4) EQUAL 'true'
               MOVE 'Y'                 TO ZI-VALUES.

       3053-EXIT.
           EXIT.

      *****************************************************************
      * Read the next V row.  The browse ends at the first row for    *
      * another name or value, at end of file, or when the response   *
      * buffer is full.  A key whose value cannot be returned (more   *
      * than one segment, or gone since it was indexed) is still      *
      * listed, without its value.  A key outside a scoped caller's   *
      * prefixes is passed over, value and all.                       *
      *****************************************************************
       3054-ZINDEX-NEXT.
           MOVE LENGTH OF IX-RECORD     TO IX-LENGTH.

           EXEC CICS READNEXT FILE(IX-FCT)
                INTO(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  IX-TYPE    NOT EQUAL 'V'
           OR  IX-V-NAME  NOT EQUAL ZI-NAME
           OR  IX-V-VALUE NOT EQUAL ZI-VALUE
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3054-EXIT.

           IF  USG-SCOPED EQUAL 'Y'
               MOVE SPACES              TO SCOPE-TARGET
               MOVE IX-CACHE-KEY-LEN    TO SCOPE-KEY-LENGTH
               MOVE IX-CACHE-KEY        TO SCOPE-TARGET
               MOVE 'N'                 TO SCOPE-MATCH
               PERFORM 1618-MATCH-PREFIX THRU 1618-EXIT
                   WITH TEST AFTER
                   VARYING SCOPE-INDEX FROM 1 BY 1
                   UNTIL SCOPE-INDEX NOT LESS THAN FOUR
                   OR    SCOPE-MATCH EQUAL 'Y'
               IF  SCOPE-MATCH EQUAL 'N'
                   GO TO 3054-EXIT.

           MOVE LOW-VALUES              TO BULK-KEY.
           MOVE IX-CACHE-KEY            TO BULK-KEY.
           MOVE IX-CACHE-KEY-LEN        TO BULK-KEY-LENGTH.

           IF  ZI-VALUES EQUAL 'Y'
               MOVE BULK-DONE-COUNT     TO ZI-SAVE-DONE
               PERFORM 3822-BULK-GET-ITEM THRU 3822-EXIT
               IF  BULK-DONE-COUNT GREATER THAN ZI-SAVE-DONE
                   GO TO 3054-EXIT.

           PERFORM 3055-ZINDEX-APPEND   THRU 3055-EXIT.

       3054-EXIT.
           EXIT.

       3055-ZINDEX-APPEND.
           COMPUTE BULK-OUT-NEEDED =
                   BULK-OUT-POINTER + BULK-KEY-LENGTH + 12.

           IF  BULK-OUT-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3055-EXIT.

           STRING '{"key":"'                  DELIMITED BY SIZE
                  BULK-KEY(1:BULK-KEY-LENGTH) DELIMITED BY SIZE
                  '"}'                        DELIMITED BY SIZE
                  CRLF                        DELIMITED BY SIZE
                  INTO BULK-MESSAGE
              WITH POINTER BULK-OUT-POINTER
           END-STRING.

       3055-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /resources/zIndex?prefix=<p>&name=<n>&path=<a.b>.   *
      * Register the JSON attribute keys under the prefix are         *
      * indexed on (an empty or missing prefix covers the whole       *
      * cache), or, with an empty path, remove the prefix's           *
      * registration.  Keys are indexed as they are next written;     *
      * the ZECS045 rebuild indexes the ones already cached.          *
      * An index reaches every key in the cache, so a UserID scoped   *
      * to key prefixes may not register or remove one.               *
      *****************************************************************
       3056-ZINDEX-REGISTER.
           IF  AUTHENTICATE     EQUAL 'Y'
           AND SCOPE-ANY-PREFIX EQUAL 'Y'
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 3052-ZINDEX-PARMS     THRU 3052-EXIT.

           IF  ZI-NAME EQUAL SPACES
               MOVE 'N'                     TO ZI-VALID.

           IF  ZI-PATH NOT EQUAL SPACES
               PERFORM 3057-ZINDEX-CHECK-PATH THRU 3057-EXIT.

           IF  ZI-VALID NOT EQUAL 'Y'
               MOVE HTTP-ZINDEX-REGISTER    TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 3056-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                     TO IR-KEY.
           MOVE EIBTRNID                   TO IR-KEY-TRANID.
           MOVE ZI-PREFIX                  TO IR-KEY-PREFIX.
           MOVE ZI-NAME                    TO IR-NAME.
           MOVE ZI-PATH                    TO IR-PATH.
           MOVE CA-USERID                  TO IR-USERID.
           MOVE CURRENT-ABS                TO IR-ABS.
           MOVE LENGTH OF IR-RECORD        TO IR-LENGTH.

           IF  ZI-PATH EQUAL SPACES
               EXEC CICS DELETE FILE(IR-FCT)
                    RIDFLD(IR-KEY)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(IR-FCT)
                    FROM(IR-RECORD)
                    RIDFLD(IR-KEY)
                    LENGTH(IR-LENGTH)
                    RESP(IR-RESP)
                    NOHANDLE
               END-EXEC

               IF  IR-RESP EQUAL DFHRESP(DUPREC)
                   EXEC CICS DELETE FILE(IR-FCT)
                        RIDFLD(IR-KEY)
                        NOHANDLE
                   END-EXEC

                   EXEC CICS WRITE FILE(IR-FCT)
                        FROM(IR-RECORD)
                        RIDFLD(IR-KEY)
                        LENGTH(IR-LENGTH)
                        NOHANDLE
                   END-EXEC
               END-IF
           END-IF.

           MOVE EIBTRNID(3:2)          TO ZA-TRANID(3:2).
           MOVE 'ZINDEX'               TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE ZI-PREFIX-LENGTH       TO ZA-CACHE-KEY-LEN.
           MOVE SPACES                 TO ZA-CACHE-KEY.
           MOVE ZI-PREFIX              TO ZA-CACHE-KEY(1:40).
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       3056-EXIT.
           EXIT.

      *****************************************************************
      * An attribute path is one to eight names joined by single      *
      * dots, with no dot leading or trailing.                        *
      *****************************************************************
       3057-ZINDEX-CHECK-PATH.
           MOVE ZEROES                  TO ZI-PATH-LENGTH.
           INSPECT ZI-PATH TALLYING ZI-PATH-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  ZI-PATH-LENGTH EQUAL ZEROES
               MOVE 'N'                 TO ZI-VALID
               GO TO 3057-EXIT.

           IF  ZI-PATH(1:1) EQUAL '.'
           OR  ZI-PATH(ZI-PATH-LENGTH:1) EQUAL '.'
               MOVE 'N'                 TO ZI-VALID
               GO TO 3057-EXIT.

           MOVE ZEROES                  TO ZI-DOT-COUNT.
           INSPECT ZI-PATH TALLYING ZI-DOT-COUNT FOR ALL '..'.

           IF  ZI-DOT-COUNT GREATER THAN ZEROES
               MOVE 'N'                 TO ZI-VALID
               GO TO 3057-EXIT.

           INSPECT ZI-PATH TALLYING ZI-DOT-COUNT FOR ALL '.'.

           IF  ZI-DOT-COUNT GREATER THAN 7
               MOVE 'N'                 TO ZI-VALID.

       3057-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zConfig.                                  *
      * Report the cache's effective runtime configuration -- each    *
           MOVE 14                      TO CFG-SW-LABEL-LEN.
           PERFORM 3028-VIEW-SWITCH   THRU 3028-EXIT.

           PERFORM 8980-GET-AUTH-LOCKOUT THRU 8980-EXIT.

           STRING ',"authFailLimit":'     DELIMITED BY SIZE
                  AF-LIMIT                DELIMITED BY SIZE
                  ',"authLockSeconds":'   DELIMITED BY SIZE
                  AF-LOCK-SECONDS         DELIMITED BY SIZE
                  INTO DIAG-MESSAGE
               WITH POINTER SCAN-POINTER
           END-STRING.

           STRING ',"overrides":['       DELIMITED BY SIZE
                  INTO DIAG-MESSAGE
               WITH POINTER SCAN-POINTER
      *****************************************************************
       3043-AUDIT-NEXT.
           MOVE LENGTH OF ZA-RECORD     TO ZA-LENGTH.
           MOVE ZEROES                  TO ZA-RELATED-KEY-LEN.

           EXEC CICS READNEXT FILE(ZA-FCT)
                INTO(ZA-RECORD)
           EXIT.

       3045-AUDIT-APPEND.
           IF  ZA-RELATED-KEY-LEN NOT NUMERIC
           OR  ZA-RELATED-KEY-LEN LESS THAN ZEROES
           OR  ZA-RELATED-KEY-LEN GREATER THAN TWO-FIFTY-FIVE
               MOVE ZEROES              TO ZA-RELATED-KEY-LEN.

           COMPUTE AUD-NEEDED =
                   CACHE-LENGTH + ZA-CACHE-KEY-LEN
                                + ZA-RELATED-KEY-LEN + 140.

           IF  AUD-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
                          INTO CACHE-MESSAGE
                      WITH POINTER CACHE-LENGTH
                   END-STRING
               END-IF

               STRING '{"abs":'             DELIMITED BY SIZE
                      AUD-ABS-D              DELIMITED BY SIZE
                          INTO CACHE-MESSAGE
                      WITH POINTER CACHE-LENGTH
                   END-STRING
               END-IF

      *    *--------------------------------------------------------*
      *    * A RENAME names the key it was renamed from as well.    *
      *    *--------------------------------------------------------*
               IF  ZA-RELATED-KEY-LEN GREATER THAN ZEROES
                   STRING '","formerKey":"'  DELIMITED BY SIZE
                          ZA-RELATED-KEY(1:ZA-RELATED-KEY-LEN)
                                             DELIMITED BY SIZE
                          INTO CACHE-MESSAGE
                      WITH POINTER CACHE-LENGTH
                   END-STRING
               END-IF

               STRING '","requestId":"'      DELIMITED BY SIZE
                      ZA-REQUEST-ID          DELIMITED BY SPACE
       3045-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /replicate/zAdminRows.                              *
      * Browse the requested administrative table from just past the  *
      * caller's last key and return up to DR-ROW-MAX rows as stored. *
      * Scoped tables stop at the first key outside the requested     *
      * tranid; rows each region keeps for itself are passed over.    *
      *****************************************************************
       3005-ADMIN-ROWS.
           EXEC CICS WEB RECEIVE
                SET(CACHE-ADDRESS)
                LENGTH(RECEIVE-LENGTH)
                MAXLENGTH(MAXIMUM-LENGTH)
                NOSRVCONVERT
                MEDIATYPE(WEB-MEDIA-TYPE)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP NOT EQUAL DFHRESP(NORMAL)    OR
               RECEIVE-LENGTH EQUAL ZEROES
               PERFORM 9300-WEB-ERROR     THRU 9300-EXIT
               MOVE HTTP-WEB-ERROR          TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 3005-EXIT.

           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.

           MOVE LOW-VALUES                 TO DR-REQUEST.
           IF  RECEIVE-LENGTH LESS THAN LENGTH OF DR-REQUEST
               MOVE CACHE-MESSAGE(1:RECEIVE-LENGTH) TO DR-REQUEST
           ELSE
               MOVE CACHE-MESSAGE(1:50)     TO DR-REQUEST.

           MOVE ZEROES                     TO DR-TX.
           PERFORM 3006-ADMIN-TABLE      THRU 3006-EXIT
               VARYING DR-IX FROM 1 BY 1
               UNTIL DR-IX GREATER THAN DR-TABLE-MAX
               OR    DR-TX NOT EQUAL ZEROES.

           IF  DR-TX EQUAL ZEROES
               MOVE HTTP-ADMIN-TABLE        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 3005-EXIT.

           MOVE DR-T-FCT(DR-TX)            TO DR-FCT.
           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
               MOVE EIBTRNID                TO DR-FCT(1:4).

           MOVE DR-T-KEYLEN(DR-TX)         TO DR-KEYLEN.
           MOVE ZEROES                     TO DR-ROW-COUNT.
           MOVE 'N'                        TO DR-MORE.
           MOVE 'N'                        TO PROCESS-COMPLETE.

           MOVE DR-REQ-FROM                TO DR-BROWSE-KEY.
           IF  DR-REQ-FROM EQUAL LOW-VALUES
           AND DR-T-SCOPED(DR-TX) EQUAL 'Y'
               MOVE DR-REQ-SCOPE            TO DR-BROWSE-KEY(1:4).

           EXEC CICS STARTBR FILE(DR-FCT)
                RIDFLD(DR-BROWSE-KEY)
                GTEQ
                RESP(DR-RESP)
                NOHANDLE
           END-EXEC.

           IF  DR-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3007-ADMIN-NEXT    THRU 3007-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(DR-FCT) NOHANDLE
               END-EXEC.

           MULTIPLY DR-ROW-COUNT BY LENGTH OF DR-ROW(1)
               GIVING DR-REPLY-LENGTH.
           ADD  4                          TO DR-REPLY-LENGTH.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (DR-REPLY)
                FROMLENGTH(DR-REPLY-LENGTH)
                MEDIATYPE (APPLICATION-OCTET)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOSRVCONVERT
                NOHANDLE
           END-EXEC.

       3005-EXIT.
           EXIT.

      *****************************************************************
      * Match the requested table code.                               *
      *****************************************************************
       3006-ADMIN-TABLE.
           IF  DR-T-CODE(DR-IX) EQUAL DR-REQ-TABLE
               MOVE DR-IX                   TO DR-TX.

       3006-EXIT.
           EXIT.

      *****************************************************************
      * Read the next row into the reply.  A full reply ends the      *
      * batch with DR-MORE set so the caller asks again from the last *
      * key it was sent.                                              *
      *****************************************************************
       3007-ADMIN-NEXT.
           MOVE LENGTH OF DR-ROW-AREA      TO DR-READ-LENGTH.
           MOVE SPACES                     TO DR-ROW-AREA.

           EXEC CICS READNEXT FILE(DR-FCT)
                INTO(DR-ROW-AREA)
                RIDFLD(DR-BROWSE-KEY)
                LENGTH(DR-READ-LENGTH)
                RESP(DR-RESP)
                NOHANDLE
           END-EXEC.

           IF  DR-RESP NOT EQUAL DFHRESP(NORMAL)
           AND DR-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                     TO PROCESS-COMPLETE
               GO TO 3007-EXIT.

           IF  DR-T-SCOPED(DR-TX) EQUAL 'Y'
           AND DR-BROWSE-KEY(1:4) NOT EQUAL DR-REQ-SCOPE
               MOVE 'Y'                     TO PROCESS-COMPLETE
               GO TO 3007-EXIT.

           IF  DR-BROWSE-KEY(1:DR-KEYLEN) EQUAL
               DR-REQ-FROM(1:DR-KEYLEN)
               GO TO 3007-EXIT.

           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
           AND (DR-BROWSE-KEY(1:7) EQUAL DR-TOKEN-ROW
           OR   DR-BROWSE-KEY(1:7) EQUAL DR-MAINT-ROW
           OR   DR-BROWSE-KEY(1:8) EQUAL DR-DCHLTH-ROW)
               GO TO 3007-EXIT.

           IF  DR-T-CODE(DR-TX) EQUAL 'CF'
           AND DR-BROWSE-KEY(5:8) EQUAL DR-DCNAME-ROW
               GO TO 3007-EXIT.

           IF  DR-ROW-COUNT NOT LESS THAN DR-ROW-MAX
               MOVE 'Y'                     TO DR-MORE
               MOVE 'Y'                     TO PROCESS-COMPLETE
               GO TO 3007-EXIT.

           ADD  ONE                        TO DR-ROW-COUNT.
           MOVE DR-ROW-COUNT               TO DR-IX.
           MOVE DR-READ-LENGTH             TO DR-ROW-LENGTH(DR-IX).
           MOVE DR-ROW-AREA                TO DR-ROW-DATA(DR-IX).

       3007-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zConflicts.                               *
      * Browse this cache's ZCxxCF conflict records and return those  *
      * passing the key=/from= filters as JSON, or, with side=, the   *
      * kept value itself from the key's most recent conflict.        *
      *****************************************************************
       3010-ZCONFLICTS-VIEW.
           PERFORM 3011-CONFLICT-FILTERS THRU 3011-EXIT.

           IF  CV-SIDE NOT EQUAL SPACES
           AND (CV-KEY-LENGTH EQUAL ZEROES
           OR  (CV-SIDE NOT EQUAL 'local'
           AND  CV-SIDE NOT EQUAL 'incoming'))
               MOVE HTTP-CONFLICT-SIDE      TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 3010-EXIT.

           MOVE LOW-VALUES              TO CACHE-MESSAGE.
           MOVE '['                     TO CACHE-MESSAGE(1:1).
           MOVE ONE                     TO CACHE-LENGTH.
           MOVE ZEROES                  TO CV-COUNT.
           MOVE LOW-VALUES              TO CV-LATEST-KEY.
           MOVE 'N'                     TO PROCESS-COMPLETE.
           MOVE LOW-VALUES              TO CX-KEY.

           EXEC CICS STARTBR FILE(CX-FCT)
                RIDFLD(CX-KEY)
                GTEQ
                RESP(CX-RESP)
                NOHANDLE
           END-EXEC.

           IF  CX-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3013-CONFLICT-NEXT THRU 3013-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(CX-FCT) NOHANDLE
               END-EXEC.

           IF  CV-SIDE NOT EQUAL SPACES
               PERFORM 3015-CONFLICT-VALUE THRU 3015-EXIT
               GO TO 3010-EXIT.

           ADD  ONE                     TO CACHE-LENGTH.
           MOVE ']'
                    TO CACHE-MESSAGE(CACHE-LENGTH:1).

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CACHE-MESSAGE)
                FROMLENGTH(CACHE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Pull key=, from= and side= off the query string, ampersand by *
      * ampersand the way the audit query's filters are.              *
      *****************************************************************
       3011-CONFLICT-FILTERS.
           MOVE SPACES                  TO CV-KEY.
           MOVE ZEROES                  TO CV-KEY-LENGTH.
           MOVE SPACES                  TO CV-SIDE.
           MOVE 'N'                     TO CV-FROM-PRESENT.
           MOVE ONE                     TO CV-PAIR-POINTER.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               PERFORM 3012-CONFLICT-PAIR THRU 3012-EXIT
                   WITH TEST AFTER
                   UNTIL CV-PAIR-POINTER NOT LESS THAN
                         WEB-QUERYSTRING-LENGTH.

       3011-EXIT.
           EXIT.

       3012-CONFLICT-PAIR.
           MOVE SPACES                  TO CV-PAIR-TEXT.

           UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
                DELIMITED BY ALL '&'
                INTO CV-PAIR-TEXT
                WITH POINTER CV-PAIR-POINTER
           END-UNSTRING.

           MOVE SPACES                  TO CV-PAIR-NAME.
           MOVE SPACES                  TO CV-PAIR-VALUE.

           UNSTRING CV-PAIR-TEXT
                DELIMITED BY '='
                INTO CV-PAIR-NAME
                     CV-PAIR-VALUE
           END-UNSTRING.

           IF  CV-PAIR-NAME EQUAL 'key'
               MOVE CV-PAIR-VALUE(1:255) TO CV-KEY
               MOVE ZEROES               TO CV-KEY-LENGTH
               INSPECT CV-KEY TALLYING CV-KEY-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  CV-PAIR-NAME EQUAL 'from'
           AND CV-PAIR-VALUE(1:15) NUMERIC
               MOVE 'Y'                 TO CV-FROM-PRESENT
               MOVE CV-PAIR-VALUE(1:15) TO CV-FROM-TEXT.

           IF  CV-PAIR-NAME EQUAL 'side'
               MOVE CV-PAIR-VALUE(1:8)  TO CV-SIDE.

       3012-EXIT.
           EXIT.

      *****************************************************************
      * Read the next conflict record, apply the filters, and append  *
      * the survivors to the JSON array (or, for side=, remember the  *
      * latest one).  The browse stops at end of file or when the     *
      * response buffer is nearly full.                               *
      *****************************************************************
       3013-CONFLICT-NEXT.
           MOVE LENGTH OF CX-RECORD     TO CX-LENGTH.

           EXEC CICS READNEXT FILE(CX-FCT)
                INTO(CX-RECORD)
                RIDFLD(CX-KEY)
                LENGTH(CX-LENGTH)
                RESP(CX-RESP)
                NOHANDLE
           END-EXEC.

           IF  CX-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3013-EXIT.

           MOVE 'Y'                     TO CV-MATCH.

           IF  CV-KEY-LENGTH GREATER THAN ZEROES
           AND (CX-KEY-LENGTH NOT EQUAL CV-KEY-LENGTH
           OR   CX-CACHE-KEY(1:CV-KEY-LENGTH) NOT EQUAL
                CV-KEY(1:CV-KEY-LENGTH))
               MOVE 'N'                 TO CV-MATCH.

           IF  CV-FROM-PRESENT EQUAL 'Y'
           AND CX-ABS LESS THAN CV-FROM-TEXT
               MOVE 'N'                 TO CV-MATCH.

           IF  CV-MATCH NOT EQUAL 'Y'
               GO TO 3013-EXIT.

           IF  CV-SIDE NOT EQUAL SPACES
               MOVE CX-KEY              TO CV-LATEST-KEY
               ADD  ONE                 TO CV-COUNT
               GO TO 3013-EXIT.

           PERFORM 3014-CONFLICT-APPEND THRU 3014-EXIT.

       3013-EXIT.
           EXIT.

       3014-CONFLICT-APPEND.
           COMPUTE CV-NEEDED =
                   CACHE-LENGTH + CX-KEY-LENGTH + 480.

           IF  CV-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3014-EXIT.

           MOVE CX-ABS                  TO CV-ABS-D.
           MOVE CX-LOCAL-ABS            TO CV-LOCAL-ABS-D.
           MOVE CX-IN-ABS               TO CV-IN-ABS-D.
           MOVE CX-LOCAL-VERSION        TO CV-VERSION-D.
           MOVE CX-LOCAL-SIZE           TO CV-LOCAL-SIZE-D.
           MOVE CX-IN-SIZE              TO CV-IN-SIZE-D.

           MOVE 'local'                 TO CV-WINNER-TEXT.
           IF  CX-INCOMING-WON
               MOVE 'incoming'          TO CV-WINNER-TEXT.

           MOVE 'lww'                   TO CV-RULE-TEXT.
           IF  CX-RULE-PREFERRED
               MOVE 'preferred'         TO CV-RULE-TEXT.

           MOVE 'live'                  TO CV-SOURCE-TEXT.
           IF  CX-SOURCE EQUAL 'Q'
               MOVE 'replay'            TO CV-SOURCE-TEXT.

           MOVE 'false'                 TO CV-HELD-TEXT.
           IF  CX-WITHHELD EQUAL 'Y'
               MOVE 'true'              TO CV-HELD-TEXT.

           ADD  ONE                     TO CACHE-LENGTH.

           IF  CV-COUNT GREATER THAN ZEROES
               STRING ','               DELIMITED BY SIZE
                      INTO CACHE-MESSAGE
                  WITH POINTER CACHE-LENGTH
               END-STRING.

           STRING '{"abs":'             DELIMITED BY SIZE
                  CV-ABS-D              DELIMITED BY SIZE
                  ',"key":"'            DELIMITED BY SIZE
                  CX-CACHE-KEY(1:CX-KEY-LENGTH)
                                        DELIMITED BY SIZE
                  '","rule":"'          DELIMITED BY SIZE
                  CV-RULE-TEXT          DELIMITED BY SPACE
                  '","winner":"'        DELIMITED BY SIZE
                  CV-WINNER-TEXT        DELIMITED BY SPACE
                  '","source":"'        DELIMITED BY SIZE
                  CV-SOURCE-TEXT        DELIMITED BY SPACE
                  '","withheld":'       DELIMITED BY SIZE
                  CV-HELD-TEXT          DELIMITED BY SPACE
                  INTO CACHE-MESSAGE
              WITH POINTER CACHE-LENGTH
           END-STRING.

           STRING ',"local":{"abs":'    DELIMITED BY SIZE
                  CV-LOCAL-ABS-D        DELIMITED BY SIZE
                  ',"dc":"'             DELIMITED BY SIZE
                  CX-LOCAL-DC           DELIMITED BY SPACE
                  '","userid":"'        DELIMITED BY SIZE
                  CX-LOCAL-USERID       DELIMITED BY SPACE
                  '","version":'        DELIMITED BY SIZE
                  CV-VERSION-D          DELIMITED BY SIZE
                  ',"length":'          DELIMITED BY SIZE
                  CV-LOCAL-SIZE-D       DELIMITED BY SIZE
                  ',"mediaType":"'      DELIMITED BY SIZE
                  CX-LOCAL-MEDIA        DELIMITED BY SPACE
                  '"}'                  DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER CACHE-LENGTH
           END-STRING.

           STRING ',"incoming":{"abs":' DELIMITED BY SIZE
                  CV-IN-ABS-D           DELIMITED BY SIZE
                  ',"dc":"'             DELIMITED BY SIZE
                  CX-IN-DC              DELIMITED BY SPACE
                  '","userid":"'        DELIMITED BY SIZE
                  CX-IN-USERID          DELIMITED BY SPACE
                  '","length":'         DELIMITED BY SIZE
                  CV-IN-SIZE-D          DELIMITED BY SIZE
                  ',"mediaType":"'      DELIMITED BY SIZE
                  CX-IN-MEDIA           DELIMITED BY SPACE
                  '"},"requestId":"'    DELIMITED BY SIZE
                  CX-REQUEST-ID         DELIMITED BY SPACE
                  '"}'                  DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER CACHE-LENGTH
           END-STRING.

           SUBTRACT ONE                 FROM CACHE-LENGTH.
           ADD  ONE                     TO CV-COUNT.

       3014-EXIT.
           EXIT.

      *****************************************************************
      * side=local|incoming: send the kept value from the key's most  *
      * recent conflict under the media type it was written with.  A  *
      * key with no conflict, or whose values were withheld, is a     *
      * 204 the same as any other miss.                               *
      *****************************************************************
       3015-CONFLICT-VALUE.
           IF  CV-COUNT EQUAL ZEROES
               GO TO 3015-NONE.

           MOVE CV-LATEST-KEY           TO CX-KEY.
           MOVE LENGTH OF CX-RECORD     TO CX-LENGTH.

           EXEC CICS READ FILE(CX-FCT)
                INTO(CX-RECORD)
                RIDFLD(CX-KEY)
                LENGTH(CX-LENGTH)
                RESP(CX-RESP)
                NOHANDLE
           END-EXEC.

           IF  CX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CX-WITHHELD EQUAL 'Y'
               GO TO 3015-NONE.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           IF  CV-SIDE EQUAL 'local'
           AND CX-LOCAL-LENGTH GREATER THAN ZEROES
               MOVE CX-LOCAL-LENGTH          TO CX-WORK-LENGTH
               EXEC CICS WEB SEND
                    FROM      (CX-LOCAL-VALUE)
                    FROMLENGTH(CX-WORK-LENGTH)
                    MEDIATYPE (CX-LOCAL-MEDIA)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC
               GO TO 3015-EXIT.

           IF  CV-SIDE EQUAL 'incoming'
           AND CX-IN-LENGTH GREATER THAN ZEROES
               MOVE CX-IN-LENGTH             TO CX-WORK-LENGTH
               EXEC CICS WEB SEND
                    FROM      (CX-IN-VALUE)
                    FROMLENGTH(CX-WORK-LENGTH)
                    MEDIATYPE (CX-IN-MEDIA)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC
               GO TO 3015-EXIT.

       3015-NONE.
           MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT.
           MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH.
           PERFORM 9700-STATUS-204    THRU 9700-EXIT.

       3015-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /resources/zMaint?mode=readonly|normal.             *
      * Flip the cache's maintenance state on the *MAINT* security    *
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zScorecard.                               *
      * Browse the ZCSCHIST rows for the requested date and return    *
      * them as JSON, the region summary (*ALL) first.                *
      *****************************************************************
       3099-ZSCORE-VIEW.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(SCD-DATE8)
                NOHANDLE
           END-EXEC.

           IF WEB-QUERYSTRING-LENGTH > +0
               MOVE SPACES              TO QUERY-TEXT
               MOVE SPACES              TO SCD-QUERY-DATE
               UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
               DELIMITED BY ALL '='
               INTO QUERY-TEXT
                    SCD-QUERY-DATE
               IF  QUERY-TEXT(1:4) EQUAL 'date'
               AND SCD-QUERY-DATE NUMERIC
                   MOVE SCD-QUERY-DATE  TO SCD-DATE8.

           MOVE ZEROES                  TO SCD-ROWS.
           MOVE SPACES                  TO SK-KEY.
           MOVE SCD-DATE8               TO SK-DATE8.
           MOVE 'N'                     TO PROCESS-COMPLETE.

           MOVE LOW-VALUES              TO CACHE-MESSAGE.
           MOVE '['                     TO CACHE-MESSAGE(1:1).
           MOVE TWO                     TO CACHE-LENGTH.

           EXEC CICS STARTBR FILE(SK-FCT)
                RIDFLD(SK-KEY)
                KEYLENGTH(SK-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3099-ZSCORE-NEXT THRU 3099-NEXT-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(SK-FCT) NOHANDLE
               END-EXEC.

           MOVE ']'
                    TO CACHE-MESSAGE(CACHE-LENGTH:1).

                NOHANDLE
           END-EXEC.

       3099-EXIT.
           EXIT.

      *****************************************************************
      * Read the next row for the date and append it to the array.    *
      * The *ALL key sorts ahead of every cache tranid, so the        *
      * summary leads.                                                *
      *****************************************************************
       3099-ZSCORE-NEXT.
           MOVE LENGTH OF SK-RECORD     TO SK-LENGTH.

           EXEC CICS READNEXT FILE(SK-FCT)
                INTO(SK-RECORD)
                RIDFLD(SK-KEY)
                KEYLENGTH(SK-PREFIX-LENGTH)
                LENGTH(SK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3099-NEXT-EXIT.

           IF  SK-DATE8 NOT EQUAL SCD-DATE8
           OR  CACHE-LENGTH GREATER THAN SCD-ROOM
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3099-NEXT-EXIT.

           IF  SK-DAYS-FULL LESS THAN ZEROES
               MOVE 'null'              TO SCD-DAYS-FULL
           ELSE
               MOVE SK-DAYS-FULL        TO SCD-DAYS-D
               MOVE SCD-DAYS-D          TO SCD-DAYS-FULL.

           MOVE SK-ORPHANS              TO SCD-COUNT-D.
           MOVE SK-BAD-CHECKSUMS        TO SCD-BADSUM-D.
           MOVE SK-KEY-COUNT            TO SCD-KEYS-D.
           MOVE SK-STORED-BYTES         TO SCD-STORED-D.
           MOVE SK-XDC-MISSING          TO SCD-MISSING-D.
           MOVE SK-XDC-OLDER            TO SCD-OLDER-D.
           MOVE SK-XDC-DIVERGED         TO SCD-DIVERGED-D.
           MOVE SK-EXPIRED              TO SCD-EXPIRED-D.
           MOVE SK-EXPIRE-15MIN         TO SCD-EXP15-D.
           MOVE SK-LIVE-COUNT           TO SCD-LIVE-D.
           MOVE SK-HOT-KEYS             TO SCD-HOT-D.
           MOVE SK-TOP-READS            TO SCD-READS-D.
           MOVE SK-MAX-MS               TO SCD-MAXMS-D.
           MOVE SK-OVERDUE              TO SCD-OVERDUE-D.
           MOVE SK-RPLQ-DEPTH           TO SCD-RPLQ-D.
           MOVE SK-CACHE-COUNT          TO SCD-CACHES-D.
           MOVE SK-RED-COUNT            TO SCD-RED-D.
           MOVE SK-AMBER-COUNT          TO SCD-AMBER-D.

           ADD  ONE                     TO SCD-ROWS.

           IF  SCD-ROWS GREATER THAN ONE
               STRING ','               DELIMITED BY SIZE
                      INTO CACHE-MESSAGE
                  WITH POINTER CACHE-LENGTH
               END-STRING.

           STRING '{"date":"'             DELIMITED BY SIZE
                  SK-DATE8                DELIMITED BY SIZE
                  '","cache":"'           DELIMITED BY SIZE
                  SK-CACHE                DELIMITED BY SIZE
                  '","status":"'          DELIMITED BY SIZE
                  SK-STATUS               DELIMITED BY SIZE
                  '","reason":"'          DELIMITED BY SPACE
                  SK-REASON               DELIMITED BY SPACE
                  '","orphans":'          DELIMITED BY SIZE
                  SCD-COUNT-D             DELIMITED BY SIZE
                  ',"badChecksums":'      DELIMITED BY SIZE
                  SCD-BADSUM-D            DELIMITED BY SIZE
                  ',"keys":'              DELIMITED BY SIZE
                  SCD-KEYS-D              DELIMITED BY SIZE
                  ',"storedBytes":'       DELIMITED BY SIZE
                  SCD-STORED-D            DELIMITED BY SIZE
                  ',"daysUntilFull":'     DELIMITED BY SIZE
                  SCD-DAYS-FULL           DELIMITED BY SPACE
                  ',"xdcMissing":'        DELIMITED BY SIZE
                  SCD-MISSING-D           DELIMITED BY SIZE
                  ',"xdcOlder":'          DELIMITED BY SIZE
                  SCD-OLDER-D             DELIMITED BY SIZE
                  ',"xdcDiverged":'       DELIMITED BY SIZE
                  SCD-DIVERGED-D          DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER CACHE-LENGTH
           END-STRING.

           STRING ',"expired":'           DELIMITED BY SIZE
                  SCD-EXPIRED-D           DELIMITED BY SIZE
                  ',"expiring15Min":'     DELIMITED BY SIZE
                  SCD-EXP15-D             DELIMITED BY SIZE
                  ',"live":'              DELIMITED BY SIZE
                  SCD-LIVE-D              DELIMITED BY SIZE
                  ',"hotKeys":'           DELIMITED BY SIZE
                  SCD-HOT-D               DELIMITED BY SIZE
                  ',"topReads":'          DELIMITED BY SIZE
                  SCD-READS-D             DELIMITED BY SIZE
                  ',"p50Bucket":'         DELIMITED BY SIZE
                  SK-P50-BUCKET           DELIMITED BY SIZE
                  ',"p95Bucket":'         DELIMITED BY SIZE
                  SK-P95-BUCKET           DELIMITED BY SIZE
                  ',"maxMs":'             DELIMITED BY SIZE
                  SCD-MAXMS-D             DELIMITED BY SIZE
                  ',"overdueTasks":'      DELIMITED BY SIZE
                  SCD-OVERDUE-D           DELIMITED BY SIZE
                  ',"rplqDepth":'         DELIMITED BY SIZE
                  SCD-RPLQ-D              DELIMITED BY SIZE
                  ',"caches":'            DELIMITED BY SIZE
                  SCD-CACHES-D            DELIMITED BY SIZE
                  ',"red":'               DELIMITED BY SIZE
                  SCD-RED-D               DELIMITED BY SIZE
                  ',"amber":'             DELIMITED BY SIZE
                  SCD-AMBER-D             DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER CACHE-LENGTH
           END-STRING.

       3099-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zTasks.                                   *
      * Browse the ZCTASKRG registry and return every task chain's    *
      * row as JSON, the same STARTBR/READNEXT/append shape the       *
      * audit query uses.                                             *
      *****************************************************************
       3091-ZTASKS-VIEW.
           MOVE LOW-VALUES              TO CACHE-MESSAGE.
           MOVE '['                     TO CACHE-MESSAGE(1:1).
           MOVE ONE                     TO CACHE-LENGTH.
           MOVE ZEROES                  TO TK-COUNT.
           MOVE 'N'                     TO PROCESS-COMPLETE.
           MOVE SPACES                  TO TR-KEY.
           MOVE LENGTH OF TR-RECORD     TO TR-LENGTH.

           EXEC CICS STARTBR FILE(TR-FCT)
                RIDFLD(TR-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3092-ZTASKS-NEXT THRU 3092-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(TR-FCT) NOHANDLE
               END-EXEC.

           ADD  ONE                     TO CACHE-LENGTH.
           MOVE ']'
                    TO CACHE-MESSAGE(CACHE-LENGTH:1).

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CACHE-MESSAGE)
                FROMLENGTH(CACHE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3091-EXIT.
           EXIT.

       3092-ZTASKS-NEXT.
           MOVE LENGTH OF TR-RECORD     TO TR-LENGTH.

           EXEC CICS READNEXT FILE(TR-FCT)
                INTO(TR-RECORD)
                RIDFLD(TR-KEY)
                LENGTH(TR-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3092-EXIT.

           COMPUTE TK-NEEDED = CACHE-LENGTH + 160.
           IF  TK-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 3092-EXIT.

           MOVE TR-LAST-ABS             TO TK-LAST-D.
           MOVE TR-NEXT-ABS             TO TK-NEXT-D.
           MOVE TR-INTERVAL             TO TK-INT-D.

           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
                                              ER-SEG-COUNT
                                              ER-COLD-COUNT
                                              ER-VER-COUNT
                                              ER-PARTNER-COUNT
                                              ER-HELD-COUNT.

           PERFORM 3087-ERASE-LOCAL      THRU 3087-EXIT.

           MOVE ER-COLD-COUNT          TO ER-COLD-D.
           MOVE ER-VER-COUNT           TO ER-VERS-D.
           MOVE ER-PARTNER-COUNT       TO ER-PARTNERS-D.
           MOVE ER-HELD-COUNT          TO ER-HELD-D.

           MOVE SPACES                 TO TD-MESSAGE.
           STRING 'ERASE KEYS='            ER-KEYS-D
                  ' COLD='                  ER-COLD-D
                  ' VERS='                  ER-VERS-D
                  ' PARTNERS='              ER-PARTNERS-D
                  ' HELD='                  ER-HELD-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
                  ER-VERS-D               DELIMITED BY SIZE
                  ',"partnersAcked":'     DELIMITED BY SIZE
                  ER-PARTNERS-D           DELIMITED BY SIZE
                  ',"held":'              DELIMITED BY SIZE
                  ER-HELD-D               DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO ER-RESPONSE
               WITH POINTER SCAN-POINTER
      * record.                                                       *
      *****************************************************************
       3088-ERASE-KEY.
           MOVE 'ERASE   '                 TO HX-PATH.
           MOVE 'N'                        TO HX-SWEEP.
           MOVE ZEROES                     TO HX-KEY-LENGTH.
           MOVE ZK-KEY                     TO HX-KEY.
           PERFORM 7990-CHECK-HOLD       THRU 7990-EXIT.

           IF  HX-HELD EQUAL 'Y'
               ADD ONE                     TO ER-HELD-COUNT
               GO TO 3088-EXIT.

           IF  ZK-ZF-KEY NOT EQUAL NEG-MARKER
               IF  ZK-VER-COUNT GREATER THAN ZEROES
                   PERFORM 3088-ERASE-VERSION THRU 3088-VER-EXIT
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * Whatever was derived from an erased key goes with it.  *
      *    *--------------------------------------------------------*
           MOVE ZEROES                     TO DX-KEY-LENGTH.
           MOVE ZK-KEY                     TO DX-KEY.
           PERFORM 4900-CASCADE          THRU 4900-EXIT.

           MOVE 'D'                        TO XI-ACTION.
           MOVE ZEROES                     TO XI-KEY-LENGTH.
           MOVE ZK-KEY                     TO XI-KEY.
           PERFORM 4950-INDEX-KEY        THRU 4950-EXIT.

      *    *--------------------------------------------------------*
      *    * An erased hot key must not keep serving from the L1    *
      *    * ring after the destruction report certifies it gone.   *

           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.

           PERFORM 4062-READ-CHARSET     THRU 4062-EXIT.

      *    *--------------------------------------------------------*
      *    * Prime the time-of-day and named-counter values the     *
      *    * first created key's internal FILE key is built from;   *

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  ONE                    TO BULK-FAIL-COUNT
               GO TO 3832-EXIT.

      *    *--------------------------------------------------------*
      *    * A key under legal hold stays; it counts as failed.     *
      *    *--------------------------------------------------------*
           MOVE 'BULKDEL '                 TO HX-PATH.
           MOVE 'N'                        TO HX-SWEEP.
           MOVE BULK-KEY-LENGTH            TO HX-KEY-LENGTH.
           MOVE BULK-KEY                   TO HX-KEY.
           PERFORM 7990-CHECK-HOLD       THRU 7990-EXIT.

           IF  HX-HELD EQUAL 'Y'
               ADD  ONE                    TO BULK-FAIL-COUNT
               GO TO 3832-EXIT.

           PERFORM 7750-L1-INVALIDATE    THRU 7750-EXIT.
           MOVE ZK-ZF-KEY                  TO ZF-KEY.
           MOVE ZEROES                     TO ZF-ZEROES.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                NOHANDLE
           END-EXEC.

           PERFORM 3833-BULK-DELETE-SEGMENT THRU 3833-EXIT
               WITH TEST AFTER
               VARYING ZF-SEGMENT FROM 1 BY 1
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

           MOVE 'D'                        TO XI-ACTION.
           MOVE BULK-KEY-LENGTH            TO XI-KEY-LENGTH.
           MOVE BULK-KEY                   TO XI-KEY.
           PERFORM 4950-INDEX-KEY        THRU 4950-EXIT.

           MOVE 'BULK-DEL'                 TO ZA-OPERATION.
           MOVE CA-USERID                  TO ZA-USERID.
           MOVE BULK-KEY-LENGTH            TO ZA-CACHE-KEY-LEN.
           MOVE BULK-KEY                   TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

           ADD  ONE                        TO BULK-DONE-COUNT.

       3832-EXIT.
           EXIT.
           EXIT.

      *****************************************************************
      * Find or create the KEY structure for this bulk item.  Bulk    *
      * never enciphers, so an item whose data class demands it is    *
      * refused and audited like any other class violation.           *
      *****************************************************************
       3843-BULK-PUT-ITEM.
           MOVE BULK-KEY                    TO CL-SEARCH-KEY.
           MOVE BULK-KEY-LENGTH             TO CL-SEARCH-LENGTH.
           PERFORM 1762-CLASS-LOOKUP      THRU 1762-EXIT.
           MOVE 'N'                         TO CL-LOOKED-UP.

           IF  CL-ENCRYPT-REQUIRED
               PERFORM 1765-CLASS-AUDIT   THRU 1765-EXIT
               ADD  ONE                     TO BULK-FAIL-COUNT
               GO TO 3843-EXIT.

           MOVE LOW-VALUES              TO BULK-KEY(BULK-KEY-LENGTH + 1:
                                            255 - BULK-KEY-LENGTH).
           MOVE BULK-KEY                    TO ZK-KEY.
               MOVE THE-TOD(1:6)             TO ZK-ZF-IDN
               MOVE ZECS-NC-HW               TO ZK-ZF-NC
               MOVE 'Y'                      TO ZK-SEGMENTS
               MOVE ZEROES                   TO ZK-READ-ABS
               MOVE CS-WRITE-CHARSET         TO ZK-CHARSET

               EXEC CICS WRITE FILE(ZK-FCT)
                    FROM(ZK-RECORD)
      *****************************************************************
      * Write the single FILE segment, the same shape 4120-WRITE-KEY/  *
      * 4400-WRITE-FILE create for a PUT, priming TTL the same         *
      * no-query-string default 1310-TTL uses, cut to the key's data   *
      * class limit.  A WRITE against a key that already has a FILE    *
      * segment comes back DUPREC; REWRITE it in place rather than     *
      * running the full version pipeline.                             *
      *****************************************************************
       3844-BULK-PUT-WRITE-FILE.
           MOVE BULK-KEY                    TO ZF-ZK-KEY.
           MOVE SPACES                      TO ZF-FLAGS.
           MOVE SPACES                      TO ZF-KEYGEN.
           MOVE THIRTY-MINUTES              TO ZF-TTL.
           IF  CL-MAX-TTL GREATER THAN ZEROES
           AND ZF-TTL GREATER THAN CL-MAX-TTL
               MOVE CL-MAX-TTL              TO ZF-TTL.
           MOVE WEB-MEDIA-TYPE              TO ZF-MEDIA.
           MOVE SPACES                      TO ZF-TAGS.
           MOVE SPACES                      TO ZF-BUSBU.

           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7750-L1-INVALIDATE  THRU 7750-EXIT
               MOVE 'W'                      TO XI-ACTION
               MOVE BULK-KEY-LENGTH          TO XI-KEY-LENGTH
               MOVE BULK-KEY                 TO XI-KEY
               PERFORM 4950-INDEX-KEY      THRU 4950-EXIT
               MOVE 'BULK-PUT'               TO ZA-OPERATION
               MOVE CA-USERID                TO ZA-USERID
               MOVE BULK-KEY-LENGTH          TO ZA-CACHE-KEY-LEN
           PERFORM 8000-GET-URL        THRU 8000-EXIT.
           PERFORM 3910-COUNT-KEYS     THRU 3910-EXIT.
           PERFORM 3920-COUNT-FILES    THRU 3920-EXIT.
           PERFORM 3940-ORIGIN-BACKLOG THRU 3940-EXIT.
           PERFORM 3930-BUILD-STATS    THRU 3930-EXIT.

       3900-EXIT.
      *****************************************************************
      * Read the current DCOUNTER value without disturbing it; a zero *
      * INCREMENT keeps the live request-numbering sequence intact.   *
      * The coalesced-request counter is read the same way; a cache   *
      * that has never coalesced a request has no counter yet and     *
      * reports zero.                                                 *
      *****************************************************************
       3905-READ-COUNTER.
           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                  TO CO-VALUE.

           EXEC CICS GET DCOUNTER(CO-COUNTER)
                VALUE(CO-VALUE)
                INCREMENT(STATS-ZERO-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE CO-VALUE                TO STATS-COALESCED-D.

       3905-EXIT.
           EXIT.

                  STATS-TTL-AVERAGE-D     DELIMITED BY SIZE
                  ',"counter":'           DELIMITED BY SIZE
                  STATS-COUNTER-D         DELIMITED BY SIZE
                  ',"originBacklog":'     DELIMITED BY SIZE
                  OQ-NUMITEMS-D           DELIMITED BY SIZE
                  ',"coalesced":'         DELIMITED BY SIZE
                  STATS-COALESCED-D       DELIMITED BY SIZE
                  ',"dcType":"'           DELIMITED BY SIZE
                  DC-TYPE                 DELIMITED BY SIZE
                  '"}'                    DELIMITED BY SIZE
       3930-EXIT.
           EXIT.

      *****************************************************************
      * Depth of the OWBQ write-behind queue -- origin deliveries     *
      * still waiting on the ZECS031 drainer.                         *
      *****************************************************************
       3940-ORIGIN-BACKLOG.
           MOVE ZEROES                  TO OQ-NUMITEMS.

           EXEC CICS INQUIRE TDQUEUE(OQ-QUEUE)
                NUMITEMS(OQ-NUMITEMS)
                NOHANDLE
           END-EXEC.

           MOVE OQ-NUMITEMS             TO OQ-NUMITEMS-D.

       3940-EXIT.
           EXIT.

      *****************************************************************
      * The SIEM forwarder's standing, from the cache's ZCSIEM row:   *
      * audit events waiting past its mark, how long the oldest has   *
      * waited, and whether the collector took the last POST.  No row *
      * or no collector URL means forwarding is not configured.       *
      *****************************************************************
       3945-SIEM-BACKLOG.
           MOVE 'N'                     TO SM-FOUND.
           MOVE EIBTRNID                TO SM-KEY.
           MOVE LENGTH OF SM-RECORD     TO SM-LENGTH.

           EXEC CICS READ FILE(SM-FCT)
                RIDFLD(SM-KEY)
                INTO  (SM-RECORD)
                LENGTH(SM-LENGTH)
                RESP  (SM-RESP)
                NOHANDLE
           END-EXEC.

           IF  SM-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  SM-URL EQUAL SPACES
               GO TO 3945-EXIT.

           MOVE 'Y'                     TO SM-FOUND.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES                  TO SM-LAG.
           IF  SM-BACKLOG    GREATER THAN ZEROES
           AND SM-OLDEST-ABS GREATER THAN ZEROES
           AND SM-OLDEST-ABS LESS    THAN CURRENT-ABS
               COMPUTE SM-LAG =
                      (CURRENT-ABS - SM-OLDEST-ABS) / 1000.

           MOVE ZEROES                  TO SM-UP.
           IF  SM-STATE-UP
               MOVE 1                   TO SM-UP.

           MOVE SM-BACKLOG              TO SM-BACKLOG-D.
           MOVE SM-LAG                  TO SM-LAG-D.
           MOVE SM-TOTAL-FORWARDED      TO SM-FORWARDED-D.

       3945-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/metrics.                                  *
      * Prometheus text-exposition format over the same counters      *
           PERFORM 3905-READ-COUNTER   THRU 3905-EXIT.
           PERFORM 3910-COUNT-KEYS     THRU 3910-EXIT.
           PERFORM 3920-COUNT-FILES    THRU 3920-EXIT.
           PERFORM 3940-ORIGIN-BACKLOG THRU 3940-EXIT.
           PERFORM 3945-SIEM-BACKLOG   THRU 3945-EXIT.
           PERFORM 3960-BUILD-METRICS  THRU 3960-EXIT.

       3950-EXIT.
             'zecs_request_counter '        DELIMITED BY SIZE
             STATS-COUNTER-D                DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_origin_backlog Queued origin write-behinds'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_origin_backlog gauge'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_origin_backlog '         DELIMITED BY SIZE
             OQ-NUMITEMS-D                  DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_coalesced_requests Misses served by another'
                                             DELIMITED BY SIZE
             ' task''s read-through'        DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_coalesced_requests counter'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_coalesced_requests '     DELIMITED BY SIZE
             STATS-COALESCED-D              DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             INTO CACHE-MESSAGE
          WITH POINTER SCAN-POINTER.

           IF  SM-FOUND EQUAL 'Y'
               PERFORM 3966-SIEM-METRICS THRU 3966-EXIT.

           PERFORM 3961-STATUS-METRICS  THRU 3961-EXIT.

           COMPUTE CACHE-LENGTH = SCAN-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           EXIT.

      *****************************************************************
      * Append the SIEM forwarder's lines.                            *
      *****************************************************************
       3966-SIEM-METRICS.
           STRING
             '# HELP zecs_siem_backlog Audit events awaiting the SIEM'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_siem_backlog gauge'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_siem_backlog '           DELIMITED BY SIZE
             SM-BACKLOG-D                   DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_siem_lag_seconds Age of the oldest waiting'
                                             DELIMITED BY SIZE
             ' audit event'                 DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_siem_lag_seconds gauge'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_siem_lag_seconds '       DELIMITED BY SIZE
             SM-LAG-D                       DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_siem_up SIEM collector took the last POST'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_siem_up gauge'    DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_siem_up '                DELIMITED BY SIZE
             SM-UP                          DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_siem_forwarded_total Audit events forwarded'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_siem_forwarded_total counter'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             'zecs_siem_forwarded_total '   DELIMITED BY SIZE
             SM-FORWARDED-D                 DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             INTO CACHE-MESSAGE
          WITH POINTER SCAN-POINTER.

       3966-EXIT.
           EXIT.

      *****************************************************************
      * Append the response-status counts from the ZCxxRS counter     *
      * file: one zecs_responses line per tenant, verb and status     *
      * class, then the named error statuses and the not-found reads  *
      * that carry a count.  The figures run from the last ZECS036    *
      * daily report, which clears the file.  The browse stops short  *
      * of the end of the message area on a very busy cache.          *
      *****************************************************************
       3961-STATUS-METRICS.
           STRING
             '# HELP zecs_responses Responses by tenant, verb and'
                                             DELIMITED BY SIZE
             ' status class'                DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_responses counter'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_error_responses Error responses by tenant,'
                                             DELIMITED BY SIZE
             ' verb and status'             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_error_responses counter'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# HELP zecs_not_found_responses Reads of a missing key'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             '# TYPE zecs_not_found_responses counter'
                                             DELIMITED BY SIZE
             X'0A'                          DELIMITED BY SIZE
             INTO CACHE-MESSAGE
          WITH POINTER SCAN-POINTER.

           MOVE LOW-VALUES              TO RS-KEY.
           MOVE 'N'                     TO RS-EOF.

           EXEC CICS STARTBR FILE(RS-FCT)
                RIDFLD(RS-KEY)
                GTEQ
                RESP(RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3961-EXIT.

           PERFORM 3962-STATUS-NEXT     THRU 3962-EXIT
               WITH TEST AFTER
               UNTIL RS-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RS-FCT) NOHANDLE
           END-EXEC.

       3961-EXIT.
           EXIT.

      *****************************************************************
      * One tenant/verb counter record's lines.                       *
      *****************************************************************
       3962-STATUS-NEXT.
           IF  SCAN-POINTER GREATER THAN RS-ROOM
               MOVE 'Y'                 TO RS-EOF
               GO TO 3962-EXIT.

           MOVE LENGTH OF RS-RECORD     TO RS-LENGTH.

           EXEC CICS READNEXT FILE(RS-FCT)
                INTO(RS-RECORD)
                RIDFLD(RS-KEY)
                LENGTH(RS-LENGTH)
                RESP(RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO RS-EOF
               GO TO 3962-EXIT.

           PERFORM 3963-CLASS-LINE      THRU 3963-EXIT
               WITH TEST AFTER
               VARYING RS-CLASS-INDEX FROM 1 BY 1
               UNTIL RS-CLASS-INDEX NOT LESS THAN 5.

           MOVE '400'                   TO RS-CODE-LABEL.
           MOVE RS-400-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '401'                   TO RS-CODE-LABEL.
           MOVE RS-401-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '409'                   TO RS-CODE-LABEL.
           MOVE RS-409-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '416'                   TO RS-CODE-LABEL.
           MOVE RS-416-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '429'                   TO RS-CODE-LABEL.
           MOVE RS-429-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '502'                   TO RS-CODE-LABEL.
           MOVE RS-502-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '503'                   TO RS-CODE-LABEL.
           MOVE RS-503-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.
           MOVE '507'                   TO RS-CODE-LABEL.
           MOVE RS-507-COUNT            TO RS-CODE-COUNT.
           PERFORM 3964-CODE-LINE       THRU 3964-EXIT.

           IF  RS-NOT-FOUND GREATER THAN ZEROES
               MOVE RS-NOT-FOUND        TO RS-COUNT-D
               STRING 'zecs_not_found_responses{busbu="'
                                             DELIMITED BY SIZE
                      RS-BUSBU               DELIMITED BY SPACE
                      '",verb="'             DELIMITED BY SIZE
                      RS-VERB                DELIMITED BY SPACE
                      '"} '                  DELIMITED BY SIZE
                      RS-COUNT-D             DELIMITED BY SIZE
                      X'0A'                  DELIMITED BY SIZE
                      INTO CACHE-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

       3962-EXIT.
           EXIT.

       3963-CLASS-LINE.
           IF  RS-CLASS-COUNT(RS-CLASS-INDEX) NOT GREATER THAN ZEROES
               GO TO 3963-EXIT.

           MOVE RS-CLASS-INDEX          TO RS-COUNT-D.
           MOVE RS-COUNT-D(9:1)         TO RS-CLASS-LABEL(1:1).
           MOVE 'xx'                    TO RS-CLASS-LABEL(2:2).
           MOVE RS-CLASS-COUNT(RS-CLASS-INDEX)
                                        TO RS-COUNT-D.

           STRING 'zecs_responses{busbu="'   DELIMITED BY SIZE
                  RS-BUSBU                   DELIMITED BY SPACE
                  '",verb="'                 DELIMITED BY SIZE
                  RS-VERB                    DELIMITED BY SPACE
                  '",class="'                DELIMITED BY SIZE
                  RS-CLASS-LABEL             DELIMITED BY SIZE
                  '"} '                      DELIMITED BY SIZE
                  RS-COUNT-D                 DELIMITED BY SIZE
                  X'0A'                      DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3963-EXIT.
           EXIT.

       3964-CODE-LINE.
           IF  RS-CODE-COUNT NOT GREATER THAN ZEROES
               GO TO 3964-EXIT.

           MOVE RS-CODE-COUNT           TO RS-COUNT-D.

           STRING 'zecs_error_responses{busbu="'
                                             DELIMITED BY SIZE
                  RS-BUSBU                   DELIMITED BY SPACE
                  '",verb="'                 DELIMITED BY SIZE
                  RS-VERB                    DELIMITED BY SPACE
                  '",code="'                 DELIMITED BY SIZE
                  RS-CODE-LABEL              DELIMITED BY SIZE
                  '"} '                      DELIMITED BY SIZE
                  RS-COUNT-D                 DELIMITED BY SIZE
                  X'0A'                      DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3964-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/topology.                                 *
      * Report this Data Center's DC-TYPE and, for active-active or   *
      * active-standby, each partner Data Center's host/port and a    *
      * live reachability probe -- a bare WEB OPEN/CLOSE against the  *
      * partner, the same connection 4610-REPLICATE-ONE uses, without *
      * conversing any replicated request.                             *
      *****************************************************************
       3970-TOPOLOGY-CACHE.
           PERFORM 8000-GET-URL         THRU 8000-EXIT.
           MOVE ONE                     TO SCAN-POINTER.

           STRING '{"dcType":"'           DELIMITED BY SIZE
                  DC-TYPE                 DELIMITED BY SIZE
                  '","partners":['        DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
               WITH POINTER SCAN-POINTER
           END-STRING.

           IF  DC-PARTNER-COUNT GREATER THAN ZEROES
               PERFORM 3975-TOPOLOGY-PARTNER THRU 3975-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX NOT LESS THAN
                         DC-PARTNER-COUNT.

           STRING ']}'                    DELIMITED BY SIZE
                  INTO CACHE-MESSAGE
               WITH POINTER SCAN-POINTER
           END-STRING.

           COMPUTE CACHE-LENGTH = SCAN-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CACHE-MESSAGE)
                FROMLENGTH(CACHE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3970-EXIT.
           EXIT.

      *****************************************************************
      * Probe one partner Data Center and append its JSON object.     *
      *****************************************************************
       3975-TOPOLOGY-PARTNER.
           PERFORM 8100-WEB-OPEN         THRU 8100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zUsage.                                   *
      * Resolve the caller's tenant, then assemble its figures from   *
      * each source in turn into one JSON object.                     *
      *****************************************************************
       3980-ZUSAGE-VIEW.
           PERFORM 3981-USAGE-TENANT    THRU 3981-EXIT.

           MOVE SPACES                  TO USG-MESSAGE.
           MOVE ONE                     TO SCAN-POINTER.

           STRING '{"busbu":"'            DELIMITED BY SIZE
                  USG-BUSBU               DELIMITED BY SPACE
                  '","prefixes":['        DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE 'Y'                     TO USG-FIRST.

           PERFORM 3980-PREFIX-APPEND   THRU 3980-PREFIX-EXIT
               WITH TEST AFTER
               VARYING USG-PREFIX-INDEX FROM 1 BY 1
               UNTIL USG-PREFIX-INDEX NOT LESS THAN FOUR.

           STRING ']'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           PERFORM 3987-USAGE-QUOTA     THRU 3987-EXIT.
           PERFORM 3988-USAGE-CHARGE    THRU 3988-EXIT.
           PERFORM 3989-USAGE-STATUS    THRU 3989-EXIT.
           PERFORM 3990-USAGE-LATENCY   THRU 3990-EXIT.
           PERFORM 3991-USAGE-HOTKEYS   THRU 3991-EXIT.
           PERFORM 3993-USAGE-AUDIT     THRU 3993-EXIT.
           PERFORM 3994-USAGE-EXPIRY    THRU 3994-EXIT.

           STRING '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           PERFORM 3999-USAGE-SEND      THRU 3999-EXIT.

       3980-EXIT.
           EXIT.

       3980-PREFIX-APPEND.
           IF  USG-KEY-PREFIX(USG-PREFIX-INDEX) EQUAL SPACES
               GO TO 3980-PREFIX-EXIT.

           IF  USG-FIRST EQUAL 'N'
               STRING ','                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE 'N'                     TO USG-FIRST.

           STRING '"'                     DELIMITED BY SIZE
                  USG-KEY-PREFIX(USG-PREFIX-INDEX)
                                          DELIMITED BY SPACE
                  '"'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3980-PREFIX-EXIT.
           EXIT.

      *****************************************************************
      * Work out whose figures the caller may see.  A prefix-scoped   *
      * UserID gets the tenant whose ZCTENANT profile lists it, or    *
      * whose prefix is one of its own; a ?bu= naming any other       *
      * tenant is refused.  Its key-level figures are limited to its  *
      * own prefixes.  An operator UserID -- or any caller on a cache *
      * without authentication -- must name the tenant with ?bu=; the *
      * key-level figures then take the profile's prefix, and a       *
      * tenant set up without a profile reports its counters only.    *
      *****************************************************************
       3981-USAGE-TENANT.
           MOVE SPACES                  TO USG-BUSBU.
           MOVE SPACES                  TO USG-QUERY-BUSBU.
           MOVE SPACES                  TO USG-KEY-PREFIXES.
           MOVE 'N'                     TO USG-FOUND.

           IF  WEB-QUERYSTRING-LENGTH > +0
               MOVE SPACES              TO QUERY-TEXT
               UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
               DELIMITED BY ALL '='
               INTO QUERY-TEXT
                    USG-QUERY-BUSBU
               IF  QUERY-TEXT NOT EQUAL 'bu'
                   MOVE SPACES          TO USG-QUERY-BUSBU.

           IF  USG-SCOPED EQUAL 'Y'
               PERFORM 3982-SCOPED-TENANT   THRU 3982-EXIT
           ELSE
               PERFORM 3983-OPERATOR-TENANT THRU 3983-EXIT.

       3981-EXIT.
           EXIT.

      *****************************************************************
      * A prefix-scoped UserID.  Without ?bu= the tenant is found by  *
      * browsing this cache's profiles; with it, the named profile    *
      * must be the UserID's own.                                     *
      *****************************************************************
       3982-SCOPED-TENANT.
           MOVE USG-SCOPE-PREFIXES      TO USG-KEY-PREFIXES.

           IF  USG-QUERY-BUSBU GREATER THAN SPACES
               MOVE EIBTRNID            TO TP-TRANID
               MOVE USG-QUERY-BUSBU     TO TP-BUSBU
               PERFORM 3984-READ-PROFILE THRU 3984-EXIT
           ELSE
               PERFORM 3985-FIND-PROFILE THRU 3985-EXIT.

           IF  USG-FOUND EQUAL 'Y'
               PERFORM 3986-TENANT-OWNS THRU 3986-EXIT
               MOVE USG-MATCH           TO USG-FOUND.

           IF  USG-FOUND NOT EQUAL 'Y'
           AND USG-QUERY-BUSBU GREATER THAN SPACES
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  USG-FOUND NOT EQUAL 'Y'
               MOVE HTTP-ZUSAGE-TENANT     TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400     THRU 9400-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE TP-BUSBU                TO USG-BUSBU.

       3982-EXIT.
           EXIT.

      *****************************************************************
      * An operator UserID names the tenant it wants to look at.      *
      *****************************************************************
       3983-OPERATOR-TENANT.
           IF  USG-QUERY-BUSBU EQUAL SPACES
               MOVE HTTP-ZUSAGE-BU         TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400     THRU 9400-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE USG-QUERY-BUSBU         TO USG-BUSBU.
           MOVE EIBTRNID                TO TP-TRANID.
           MOVE USG-BUSBU               TO TP-BUSBU.

           PERFORM 3984-READ-PROFILE    THRU 3984-EXIT.

           IF  USG-FOUND EQUAL 'Y'
               MOVE TP-PREFIX           TO USG-KEY-PREFIX(1).

       3983-EXIT.
           EXIT.

      *****************************************************************
      * Read one tenant profile.  An offboarded tenant's profile is   *
      * only the certificate of its teardown and does not count.      *
      *****************************************************************
       3984-READ-PROFILE.
           MOVE 'N'                     TO USG-FOUND.
           MOVE LENGTH OF TP-RECORD     TO TP-LENGTH.

           EXEC CICS READ FILE(TP-FCT)
                INTO(TP-RECORD)
                RIDFLD(TP-KEY)
                LENGTH(TP-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
           AND NOT TP-OFFBOARDED
               MOVE 'Y'                 TO USG-FOUND.

       3984-EXIT.
           EXIT.

      *****************************************************************
      * Browse this cache's profiles for the first one the scoped     *
      * UserID belongs to.                                            *
      *****************************************************************
       3985-FIND-PROFILE.
           MOVE 'N'                     TO USG-FOUND.
           MOVE 'N'                     TO USG-EOF.
           MOVE SPACES                  TO TP-KEY.
           MOVE EIBTRNID                TO TP-TRANID.
           MOVE LOW-VALUES              TO TP-BUSBU.

           EXEC CICS STARTBR FILE(TP-FCT)
                RIDFLD(TP-KEY)
                KEYLENGTH(TP-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3985-EXIT.

           PERFORM 3985-PROFILE-NEXT    THRU 3985-NEXT-EXIT
               WITH TEST AFTER
               UNTIL USG-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(TP-FCT) NOHANDLE
           END-EXEC.

       3985-EXIT.
           EXIT.

       3985-PROFILE-NEXT.
           MOVE LENGTH OF TP-RECORD     TO TP-LENGTH.

           EXEC CICS READNEXT FILE(TP-FCT)
                INTO(TP-RECORD)
                RIDFLD(TP-KEY)
                KEYLENGTH(TP-PREFIX-LENGTH)
                LENGTH(TP-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  TP-TRANID NOT EQUAL EIBTRNID
               MOVE 'Y'                 TO USG-EOF
               GO TO 3985-NEXT-EXIT.

           IF  TP-OFFBOARDED
               GO TO 3985-NEXT-EXIT.

           PERFORM 3986-TENANT-OWNS     THRU 3986-EXIT.

           IF  USG-MATCH EQUAL 'Y'
               MOVE 'Y'                 TO USG-FOUND
               MOVE 'Y'                 TO USG-EOF.

       3985-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * The profile in TP-RECORD belongs to the caller when it lists  *
      * the caller's UserID or its prefix is one of the caller's.     *
      *****************************************************************
       3986-TENANT-OWNS.
           MOVE 'N'                     TO USG-MATCH.

           PERFORM 3986-OWNS-CHECK      THRU 3986-CHECK-EXIT
               WITH TEST AFTER
               VARYING USG-INDEX FROM 1 BY 1
               UNTIL USG-INDEX NOT LESS THAN FOUR
               OR    USG-MATCH EQUAL 'Y'.

       3986-EXIT.
           EXIT.

       3986-OWNS-CHECK.
           IF  CA-USERID GREATER THAN SPACES
           AND TP-USERID(USG-INDEX) EQUAL CA-USERID
               MOVE 'Y'                 TO USG-MATCH.

           IF  TP-PREFIX GREATER THAN SPACES
           AND TP-PREFIX EQUAL USG-SCOPE-PREFIX(USG-INDEX)
               MOVE 'Y'                 TO USG-MATCH.

       3986-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * Quota and live usage off the tenant's *BUSBU* row, cleared    *
      * first so a short (old layout) row reads as no quota.          *
      *****************************************************************
       3987-USAGE-QUOTA.
           MOVE EIBTRNID                   TO ZS-TRANID.
           MOVE SPACES                     TO ZS-KEY-PREFIXES.
           MOVE SPACES                     TO ZS-WINDOW-START.
           MOVE SPACES                     TO ZS-WINDOW-END.
           MOVE SPACES                     TO ZS-WINDOW-DAYS.
           MOVE ZEROES                     TO ZS-EXPIRE-DATE.
           MOVE ZEROES                     TO ZS-LAST-USED-ABS.
           MOVE SPACES                     TO ZS-LAST-USED-METHOD
                                              ZS-LAST-USED-ADDR.
           MOVE SPACES                     TO ZS-ALLOW-LIST.
           MOVE ZEROES                     TO ZS-MAX-KEYS
                                              ZS-MAX-BYTES
                                              ZS-USED-KEYS
                                              ZS-USED-BYTES
                                              ZS-PRIORITY.
           MOVE SPACES                     TO ZS-KEY.
           MOVE ZS-BUSBU-PREFIX            TO ZS-KEY(1:7).
           MOVE USG-BUSBU                  TO ZS-KEY(8:25).
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)
               STRING ',"quota":{"found":false}'
                                          DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING
               GO TO 3987-EXIT.

           IF  ZS-PRIORITY NOT NUMERIC
           OR  ZS-PRIORITY EQUAL ZEROES
               MOVE 5                      TO ZS-PRIORITY.

           MOVE ZS-USED-KEYS               TO USG-D7.
           STRING ',"quota":{"found":true,"usedKeys":'
                                          DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZS-MAX-KEYS                TO USG-D7.
           STRING ',"maxKeys":'           DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZS-USED-BYTES              TO USG-D15.
           STRING ',"usedBytes":'         DELIMITED BY SIZE
                  USG-D15                 DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZS-MAX-BYTES               TO USG-D15.
           STRING ',"maxBytes":'          DELIMITED BY SIZE
                  USG-D15                 DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZS-RATE-LIMIT              TO USG-D7.
           STRING ',"rateLimit":'         DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZS-TTL-CEILING             TO USG-D7.
           STRING ',"ttlCeiling":'        DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  ',"priority":'          DELIMITED BY SIZE
                  ZS-PRIORITY             DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3987-EXIT.
           EXIT.

      *****************************************************************
      * The tenant's ZCCHARGE row, stamped with when the last         *
      * complete chargeback scan finished (off the *CONTROL* row).    *
      * While a scan is running the row holds the figures it has      *
      * counted so far.                                               *
      *****************************************************************
       3988-USAGE-CHARGE.
           MOVE EIBTRNID                TO CG-KEY-TRANID.
           MOVE CG-CONTROL-BUSBU        TO CG-KEY-BUSBU.
           MOVE LENGTH OF CG-RECORD     TO CG-LENGTH.

           EXEC CICS READ FILE(CG-FCT)
                INTO(CG-RECORD)
                RIDFLD(CG-KEY)
                LENGTH(CG-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
           AND CG-ABSTIME GREATER THAN ZEROES
               STRING ',"chargeback":{"lastScan":"'
                                          DELIMITED BY SIZE
                      CG-DATE             DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      CG-TIME             DELIMITED BY SIZE
                      '"'                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING
           ELSE
               STRING ',"chargeback":{"lastScan":null'
                                          DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE EIBTRNID                TO CG-KEY-TRANID.
           MOVE USG-BUSBU               TO CG-KEY-BUSBU.
           MOVE LENGTH OF CG-RECORD     TO CG-LENGTH.

           EXEC CICS READ FILE(CG-FCT)
                INTO(CG-RECORD)
                RIDFLD(CG-KEY)
                LENGTH(CG-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               STRING ',"found":false}'   DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING
               GO TO 3988-EXIT.

           MOVE CG-KEY-COUNT            TO USG-D7.
           STRING ',"found":true,"keys":' DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE CG-SEG-COUNT            TO USG-D7.
           STRING ',"segments":'          DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE CG-RAW-BYTES            TO USG-D15.
           STRING ',"rawBytes":'          DELIMITED BY SIZE
                  USG-D15                 DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE CG-STORED-BYTES         TO USG-D15.
           STRING ',"storedBytes":'       DELIMITED BY SIZE
                  USG-D15                 DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3988-EXIT.
           EXIT.

      *****************************************************************
      * The tenant's response-status counts, one entry per verb, off  *
      * its ZCxxRS records -- the same figures the metrics view and   *
      * the daily ZECS036 report carry, since the last daily clear.   *
      *****************************************************************
       3989-USAGE-STATUS.
           STRING ',"responses":['        DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE 'Y'                     TO USG-FIRST.
           MOVE 'N'                     TO USG-EOF.
           MOVE USG-BUSBU               TO RS-BUSBU.
           MOVE LOW-VALUES              TO RS-VERB.

           EXEC CICS STARTBR FILE(RS-FCT)
                RIDFLD(RS-KEY)
                GTEQ
                RESP(RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3989-STATUS-NEXT THRU 3989-NEXT-EXIT
                   WITH TEST AFTER
                   UNTIL USG-EOF EQUAL 'Y'

               EXEC CICS ENDBR FILE(RS-FCT) NOHANDLE
               END-EXEC.

           STRING ']'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3989-EXIT.
           EXIT.

       3989-STATUS-NEXT.
           MOVE LENGTH OF RS-RECORD     TO RS-LENGTH.

           EXEC CICS READNEXT FILE(RS-FCT)
                INTO(RS-RECORD)
                RIDFLD(RS-KEY)
                LENGTH(RS-LENGTH)
                RESP(RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  RS-BUSBU NOT EQUAL USG-BUSBU
               MOVE 'Y'                 TO USG-EOF
               GO TO 3989-NEXT-EXIT.

           IF  USG-FIRST EQUAL 'N'
               STRING ','                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE 'N'                     TO USG-FIRST.

           MOVE RS-TOTAL-COUNT          TO USG-D9.
           STRING '{"verb":"'             DELIMITED BY SIZE
                  RS-VERB                 DELIMITED BY SPACE
                  '","total":'            DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-CLASS-COUNT(2)       TO USG-D9.
           STRING ',"2xx":'               DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-CLASS-COUNT(4)       TO USG-D9.
           STRING ',"4xx":'               DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-CLASS-COUNT(5)       TO USG-D9.
           STRING ',"5xx":'               DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-NOT-FOUND            TO USG-D9.
           STRING ',"notFound":'          DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-401-COUNT            TO USG-D9.
           STRING ',"unauthorized":'      DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-429-COUNT            TO USG-D9.
           STRING ',"rateLimited":'       DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE RS-507-COUNT            TO USG-D9.
           STRING ',"quotaRefused":'      DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3989-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * Per-verb service latency off ZCxxRT.  The counters are kept   *
      * per verb for the whole cache, so this is the service every    *
      * tenant of the cache shares, not a figure of the tenant's own. *
      *****************************************************************
       3990-USAGE-LATENCY.
           STRING ',"serviceLatency":['   DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE 'Y'                     TO USG-FIRST.
           MOVE 'N'                     TO USG-EOF.
           MOVE LOW-VALUES              TO USG-VERB.

           EXEC CICS STARTBR FILE(ZT-FCT)
                RIDFLD(USG-VERB)
                GTEQ
                RESP(ZT-RESP)
                NOHANDLE
           END-EXEC.

           IF  ZT-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3990-LATENCY-NEXT THRU 3990-NEXT-EXIT
                   WITH TEST AFTER
                   UNTIL USG-EOF EQUAL 'Y'

               EXEC CICS ENDBR FILE(ZT-FCT) NOHANDLE
               END-EXEC.

           STRING ']'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3990-EXIT.
           EXIT.

       3990-LATENCY-NEXT.
           MOVE LENGTH OF ZT-RECORD     TO ZT-LENGTH.

           EXEC CICS READNEXT FILE(ZT-FCT)
                INTO(ZT-RECORD)
                RIDFLD(USG-VERB)
                LENGTH(ZT-LENGTH)
                RESP(ZT-RESP)
                NOHANDLE
           END-EXEC.

           IF  ZT-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO USG-EOF
               GO TO 3990-NEXT-EXIT.

           IF  ZT-TOTAL-COUNT NOT GREATER THAN ZEROES
               GO TO 3990-NEXT-EXIT.

           IF  USG-FIRST EQUAL 'N'
               STRING ','                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE 'N'                     TO USG-FIRST.

           DIVIDE ZT-TOTAL-MS BY ZT-TOTAL-COUNT
               GIVING USG-AVERAGE-MS.

           MOVE ZT-TOTAL-COUNT          TO USG-D9.
           STRING '{"verb":"'             DELIMITED BY SIZE
                  ZT-VERB                 DELIMITED BY SPACE
                  '","requests":'         DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE USG-AVERAGE-MS          TO USG-D9.
           STRING ',"averageMs":'         DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE ZT-MAX-MS               TO USG-D9.
           STRING ',"maxMs":'             DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3990-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * The tenant's hottest keys.  ZCxxHK is keyed by the cache key, *
      * so each prefix is browsed on its own and the candidates are   *
      * slotted into the same top-ten table zHotKeys uses.  A key     *
      * under two overlapping prefixes is taken on the first only.    *
      *****************************************************************
       3991-USAGE-HOTKEYS.
           MOVE ZEROES                  TO HOT-TOP-COUNT.

           PERFORM 3991-HOT-PREFIX      THRU 3991-PREFIX-EXIT
               WITH TEST AFTER
               VARYING USG-PREFIX-INDEX FROM 1 BY 1
               UNTIL USG-PREFIX-INDEX NOT LESS THAN FOUR.

           STRING ',"hotKeys":['          DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           MOVE 'Y'                     TO USG-FIRST.

           IF  HOT-TOP-COUNT GREATER THAN ZEROES
               PERFORM 3991-HOT-APPEND  THRU 3991-APPEND-EXIT
                   WITH TEST AFTER
                   VARYING HOT-INDEX FROM 1 BY 1
                   UNTIL HOT-INDEX NOT LESS THAN HOT-TOP-COUNT.

           STRING ']'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3991-EXIT.
           EXIT.

       3991-HOT-PREFIX.
           IF  USG-KEY-PREFIX(USG-PREFIX-INDEX) EQUAL SPACES
               GO TO 3991-PREFIX-EXIT.

           PERFORM 3992-SCAN-START      THRU 3992-START-EXIT.

           EXEC CICS STARTBR FILE(ZH-FCT)
                RIDFLD(USG-BROWSE-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3991-PREFIX-EXIT.

           PERFORM 3991-HOT-NEXT        THRU 3991-NEXT-EXIT
               WITH TEST AFTER
               UNTIL USG-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(ZH-FCT) NOHANDLE
           END-EXEC.

       3991-PREFIX-EXIT.
           EXIT.

       3991-HOT-NEXT.
           MOVE LENGTH OF HK-RECORD     TO HK-LENGTH.

           EXEC CICS READNEXT FILE(ZH-FCT)
                INTO(HK-RECORD)
                RIDFLD(USG-BROWSE-KEY)
                LENGTH(HK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  HK-KEY(1:USG-SCAN-LENGTH)
                   NOT EQUAL USG-SCAN-KEY(1:USG-SCAN-LENGTH)
               MOVE 'Y'                 TO USG-EOF
               GO TO 3991-NEXT-EXIT.

           MOVE HK-KEY                  TO USG-TEST-KEY.
           PERFORM 3992-EARLIER-PREFIX  THRU 3992-EARLIER-EXIT.

           IF  USG-MATCH EQUAL 'Y'
               GO TO 3991-NEXT-EXIT.

           COMPUTE HOT-TOTAL = HK-READ-COUNT + HK-WRITE-COUNT.
           PERFORM 3046-HOT-SLOT        THRU 3046-EXIT.

       3991-NEXT-EXIT.
           EXIT.

       3991-HOT-APPEND.
           MOVE ZEROES                  TO HOT-KEY-LEN.
           INSPECT HOT-KEY(HOT-INDEX) TALLYING HOT-KEY-LEN
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE.

           IF  HOT-KEY-LEN EQUAL ZEROES
               GO TO 3991-APPEND-EXIT.

           IF  USG-FIRST EQUAL 'N'
               STRING ','                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE 'N'                     TO USG-FIRST.
           MOVE HOT-READS(HOT-INDEX)    TO HOT-READS-D.
           MOVE HOT-WRITES(HOT-INDEX)   TO HOT-WRITES-D.

           STRING '{"key":"'              DELIMITED BY SIZE
                  HOT-KEY(HOT-INDEX)(1:HOT-KEY-LEN)
                                          DELIMITED BY SIZE
                  '","reads":'            DELIMITED BY SIZE
                  HOT-READS-D             DELIMITED BY SIZE
                  ',"writes":'            DELIMITED BY SIZE
                  HOT-WRITES-D            DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3991-APPEND-EXIT.
           EXIT.

      *****************************************************************
      * Prefix matching shared by the usage scans.  3992-SCAN-START   *
      * primes a browse at the current prefix; 3992-EARLIER-PREFIX    *
      * asks whether the key in USG-TEST-KEY was already taken under  *
      * an earlier prefix; 3992-PREFIX-MATCH asks whether it falls    *
      * under any of the first USG-MATCH-LIMIT prefixes.              *
      *****************************************************************
       3992-SCAN-START.
           MOVE 'N'                     TO USG-EOF.
           MOVE ZEROES                  TO USG-SCAN-LENGTH.
           INSPECT USG-KEY-PREFIX(USG-PREFIX-INDEX)
                   TALLYING USG-SCAN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE LOW-VALUES              TO USG-SCAN-KEY.
           MOVE USG-KEY-PREFIX(USG-PREFIX-INDEX)(1:USG-SCAN-LENGTH)
                TO USG-SCAN-KEY(1:USG-SCAN-LENGTH).
           MOVE USG-SCAN-KEY            TO USG-BROWSE-KEY.

       3992-START-EXIT.
           EXIT.

       3992-EARLIER-PREFIX.
           MOVE ZEROES                  TO USG-KEY-LENGTH.
           INSPECT USG-TEST-KEY TALLYING USG-KEY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE.

           COMPUTE USG-MATCH-LIMIT = USG-PREFIX-INDEX - 1.
           PERFORM 3992-PREFIX-MATCH    THRU 3992-EXIT.

       3992-EARLIER-EXIT.
           EXIT.

       3992-PREFIX-MATCH.
           MOVE 'N'                     TO USG-MATCH.

           IF  USG-MATCH-LIMIT GREATER THAN ZEROES
               PERFORM 3992-MATCH-ONE   THRU 3992-ONE-EXIT
                   WITH TEST AFTER
                   VARYING USG-INDEX FROM 1 BY 1
                   UNTIL USG-INDEX NOT LESS THAN USG-MATCH-LIMIT
                   OR    USG-MATCH EQUAL 'Y'.

       3992-EXIT.
           EXIT.

       3992-MATCH-ONE.
           IF  USG-KEY-PREFIX(USG-INDEX) GREATER THAN SPACES
               MOVE ZEROES              TO USG-PREFIX-LENGTH
               INSPECT USG-KEY-PREFIX(USG-INDEX)
                       TALLYING USG-PREFIX-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE

               IF  USG-PREFIX-LENGTH NOT GREATER THAN USG-KEY-LENGTH
               AND USG-TEST-KEY(1:USG-PREFIX-LENGTH)
                       EQUAL USG-KEY-PREFIX(USG-INDEX)
                                 (1:USG-PREFIX-LENGTH)
                   MOVE 'Y'             TO USG-MATCH
               END-IF
           END-IF.

       3992-ONE-EXIT.
           EXIT.

      *****************************************************************
      * Recent audit activity on the tenant's keys.  The audit key is *
      * time-of-day ordered, so the browse starts at the end of the   *
      * file and reads backwards, newest first, tallying the entries  *
      * whose key falls under the tenant's prefixes by operation.     *
      * At most USG-AUDIT-MAX entries are examined; "since" is the    *
      * ABSTIME of the oldest one, and "complete" says whether the    *
      * whole file fitted.                                            *
      *****************************************************************
       3993-USAGE-AUDIT.
           MOVE ZEROES                  TO USG-SCANNED.
           MOVE ZEROES                  TO USG-AUDIT-USED.
           MOVE ZEROES                  TO USG-OLDEST-ABS.
           MOVE 'Y'                     TO USG-COMPLETE.
           MOVE 'N'                     TO USG-EOF.

           IF  USG-KEY-PREFIXES NOT EQUAL SPACES
               PERFORM 3993-AUDIT-SCAN  THRU 3993-SCAN-EXIT.

           MOVE USG-SCANNED             TO USG-D9.
           MOVE USG-OLDEST-ABS          TO USG-D15.

           STRING ',"auditActivity":{"scanned":'
                                          DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  ',"since":'             DELIMITED BY SIZE
                  USG-D15                 DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           PERFORM 3995-COMPLETE-FLAG   THRU 3995-FLAG-EXIT.

           STRING ',"operations":['       DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           IF  USG-AUDIT-USED GREATER THAN ZEROES
               PERFORM 3993-AUDIT-APPEND THRU 3993-APPEND-EXIT
                   WITH TEST AFTER
                   VARYING USG-SLOT FROM 1 BY 1
                   UNTIL USG-SLOT NOT LESS THAN USG-AUDIT-USED.

           STRING ']}'                    DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3993-EXIT.
           EXIT.

       3993-AUDIT-SCAN.
           MOVE HIGH-VALUES             TO ZA-KEY.

           EXEC CICS STARTBR FILE(ZA-FCT)
                RIDFLD(ZA-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3993-AUDIT-PREV  THRU 3993-PREV-EXIT
                   WITH TEST AFTER
                   UNTIL USG-EOF EQUAL 'Y'

               EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE
               END-EXEC.

       3993-SCAN-EXIT.
           EXIT.

       3993-AUDIT-PREV.
           IF  USG-SCANNED NOT LESS THAN USG-AUDIT-MAX
               MOVE 'N'                 TO USG-COMPLETE
               MOVE 'Y'                 TO USG-EOF
               GO TO 3993-PREV-EXIT.

           MOVE LENGTH OF ZA-RECORD     TO ZA-LENGTH.
           MOVE ZEROES                  TO ZA-RELATED-KEY-LEN.

           EXEC CICS READPREV FILE(ZA-FCT)
                INTO(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO USG-EOF
               GO TO 3993-PREV-EXIT.

           ADD  ONE                     TO USG-SCANNED.
           MOVE ZA-ABS                  TO USG-OLDEST-ABS.

           IF  ZA-CACHE-KEY-LEN NOT GREATER THAN ZEROES
           OR  ZA-CACHE-KEY-LEN GREATER THAN TWO-FIFTY-FIVE
               GO TO 3993-PREV-EXIT.

           MOVE LOW-VALUES              TO USG-TEST-KEY.
           MOVE ZA-CACHE-KEY(1:ZA-CACHE-KEY-LEN)
                TO USG-TEST-KEY(1:ZA-CACHE-KEY-LEN).
           MOVE ZA-CACHE-KEY-LEN        TO USG-KEY-LENGTH.
           MOVE FOUR                    TO USG-MATCH-LIMIT.

           PERFORM 3992-PREFIX-MATCH    THRU 3992-EXIT.

           IF  USG-MATCH EQUAL 'Y'
               PERFORM 3993-AUDIT-TALLY THRU 3993-TALLY-EXIT.

       3993-PREV-EXIT.
           EXIT.

      *****************************************************************
      * Count the entry under its operation -- a new operation takes  *
      * the next free slot while there is one.                        *
      *****************************************************************
       3993-AUDIT-TALLY.
           MOVE ZEROES                  TO USG-SLOT.

           IF  USG-AUDIT-USED GREATER THAN ZEROES
               PERFORM 3993-FIND-OPER   THRU 3993-FIND-EXIT
                   WITH TEST AFTER
                   VARYING USG-INDEX FROM 1 BY 1
                   UNTIL USG-INDEX NOT LESS THAN USG-AUDIT-USED
                   OR    USG-SLOT GREATER THAN ZEROES.

           IF  USG-SLOT EQUAL ZEROES
           AND USG-AUDIT-USED LESS THAN USG-AUDIT-MAX-OPS
               ADD  ONE                 TO USG-AUDIT-USED
               MOVE USG-AUDIT-USED      TO USG-SLOT
               MOVE ZA-OPERATION        TO USG-AUDIT-OPER(USG-SLOT)
               MOVE ZEROES              TO USG-AUDIT-COUNT(USG-SLOT).

           IF  USG-SLOT GREATER THAN ZEROES
               ADD  ONE                 TO USG-AUDIT-COUNT(USG-SLOT).

       3993-TALLY-EXIT.
           EXIT.

       3993-FIND-OPER.
           IF  USG-AUDIT-OPER(USG-INDEX) EQUAL ZA-OPERATION
               MOVE USG-INDEX           TO USG-SLOT.

       3993-FIND-EXIT.
           EXIT.

       3993-AUDIT-APPEND.
           IF  USG-SLOT GREATER THAN ONE
               STRING ','                 DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

           MOVE USG-AUDIT-COUNT(USG-SLOT) TO USG-D7.

           STRING '{"operation":"'        DELIMITED BY SIZE
                  USG-AUDIT-OPER(USG-SLOT)
                                          DELIMITED BY SPACE
                  '","count":'            DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3993-APPEND-EXIT.
           EXIT.

      *****************************************************************
      * Expiration outlook for the tenant's keys -- the ZECS013       *
      * forecast's buckets, worked out live off each key's first      *
      * segment (every segment of a chain carries the same ZF-ABS and *
      * ZF-TTL).  Negative-miss markers and tombstoned keys hold no   *
      * data and are passed over.  At most USG-EXPIRY-MAX keys are    *
      * examined; "complete" says whether the tenant's keys fitted.   *
      *****************************************************************
       3994-USAGE-EXPIRY.
           MOVE ZEROES                  TO USG-SCANNED.
           MOVE 'Y'                     TO USG-COMPLETE.

           PERFORM 3994-ZERO-BUCKET     THRU 3994-ZERO-EXIT
               WITH TEST AFTER
               VARYING USG-BUCKET FROM 1 BY 1
               UNTIL USG-BUCKET NOT LESS THAN 6.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 3994-EXPIRY-PREFIX   THRU 3994-PREFIX-EXIT
               WITH TEST AFTER
               VARYING USG-PREFIX-INDEX FROM 1 BY 1
               UNTIL USG-PREFIX-INDEX NOT LESS THAN FOUR.

           MOVE USG-SCANNED             TO USG-D9.

           STRING ',"expiration":{"scanned":'
                                          DELIMITED BY SIZE
                  USG-D9                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

           PERFORM 3995-COMPLETE-FLAG   THRU 3995-FLAG-EXIT.

           PERFORM 3995-EXPIRY-APPEND   THRU 3995-APPEND-EXIT
               WITH TEST AFTER
               VARYING USG-BUCKET FROM 1 BY 1
               UNTIL USG-BUCKET NOT LESS THAN 6.

           STRING '}'                     DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3994-EXIT.
           EXIT.

       3994-ZERO-BUCKET.
           MOVE ZEROES                  TO USG-EXPIRY-COUNT(USG-BUCKET).

       3994-ZERO-EXIT.
           EXIT.

       3994-EXPIRY-PREFIX.
           IF  USG-KEY-PREFIX(USG-PREFIX-INDEX) EQUAL SPACES
               GO TO 3994-PREFIX-EXIT.

           IF  USG-SCANNED NOT LESS THAN USG-EXPIRY-MAX
               MOVE 'N'                 TO USG-COMPLETE
               GO TO 3994-PREFIX-EXIT.

           PERFORM 3992-SCAN-START      THRU 3992-START-EXIT.

           EXEC CICS STARTBR FILE(ZK-FCT)
                RIDFLD(USG-BROWSE-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3994-PREFIX-EXIT.

           PERFORM 3994-EXPIRY-NEXT     THRU 3994-NEXT-EXIT
               WITH TEST AFTER
               UNTIL USG-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(ZK-FCT) NOHANDLE
           END-EXEC.

       3994-PREFIX-EXIT.
           EXIT.

       3994-EXPIRY-NEXT.
           MOVE LENGTH OF ZK-RECORD     TO ZK-LENGTH.

           EXEC CICS READNEXT FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(USG-BROWSE-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-KEY(1:USG-SCAN-LENGTH)
                   NOT EQUAL USG-SCAN-KEY(1:USG-SCAN-LENGTH)
               MOVE 'Y'                 TO USG-EOF
               GO TO 3994-NEXT-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 3994-NEXT-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 3994-NEXT-EXIT.

           MOVE ZK-KEY                  TO USG-TEST-KEY.
           PERFORM 3992-EARLIER-PREFIX  THRU 3992-EARLIER-EXIT.

           IF  USG-MATCH EQUAL 'Y'
               GO TO 3994-NEXT-EXIT.

           IF  USG-SCANNED NOT LESS THAN USG-EXPIRY-MAX
               MOVE 'N'                 TO USG-COMPLETE
               MOVE 'Y'                 TO USG-EOF
               GO TO 3994-NEXT-EXIT.

           ADD  ONE                     TO USG-SCANNED.
           PERFORM 3995-EXPIRY-BUCKET   THRU 3995-EXIT.

       3994-NEXT-EXIT.
           EXIT.

      *****************************************************************
      * Read the key's first segment and add the key to the bucket    *
      * its time until expiry falls in.                               *
      *****************************************************************
       3995-EXPIRY-BUCKET.
           IF  ZK-ON-COLD-TIER
               MOVE COLD-SUFFIX         TO ZF-FCT(5:4)
           ELSE
               MOVE FILE-SUFFIX         TO ZF-FCT(5:4).

           MOVE ZK-ZF-KEY               TO ZF-KEY.
           MOVE ZEROES                  TO ZF-ZEROES.
           MOVE ZEROES                  TO ZF-SUFFIX.
           MOVE ZEROES                  TO ZF-SEGMENT.

           IF  ZK-IS-SEGMENTED
               MOVE ONE                 TO ZF-SEGMENT.

           MOVE LENGTH OF ZF-RECORD     TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(VERSION-RESP)
                NOHANDLE
           END-EXEC.

           MOVE FILE-SUFFIX             TO ZF-FCT(5:4).

           IF  VERSION-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3995-EXIT.

           MOVE ZF-TTL                  TO TTL-SECONDS.
           MOVE TTL-TIME                TO TTL-MILLISECONDS.
           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           SUBTRACT RELATIVE-TIME FROM TTL-MILLISECONDS
                                        GIVING USG-REMAINING-MS.

           MOVE 6                       TO USG-BUCKET.

           IF  USG-REMAINING-MS NOT GREATER THAN MS-24-HOURS
               MOVE 5                   TO USG-BUCKET.

           IF  USG-REMAINING-MS NOT GREATER THAN MS-8-HOURS
               MOVE 4                   TO USG-BUCKET.

           IF  USG-REMAINING-MS NOT GREATER THAN MS-1-HOUR
               MOVE 3                   TO USG-BUCKET.

           IF  USG-REMAINING-MS NOT GREATER THAN MS-15-MINUTES
               MOVE 2                   TO USG-BUCKET.

           IF  USG-REMAINING-MS NOT GREATER THAN ZEROES
               MOVE 1                   TO USG-BUCKET.

           ADD  ONE                     TO USG-EXPIRY-COUNT(USG-BUCKET).

       3995-EXIT.
           EXIT.

       3995-EXPIRY-APPEND.
           MOVE USG-EXPIRY-COUNT(USG-BUCKET) TO USG-D7.

           STRING ',"'                    DELIMITED BY SIZE
                  USG-EXPIRY-NAME(USG-BUCKET)
                                          DELIMITED BY SPACE
                  '":'                    DELIMITED BY SIZE
                  USG-D7                  DELIMITED BY SIZE
                  INTO USG-MESSAGE
              WITH POINTER SCAN-POINTER
           END-STRING.

       3995-APPEND-EXIT.
           EXIT.

       3995-COMPLETE-FLAG.
           IF  USG-COMPLETE EQUAL 'Y'
               STRING ',"complete":true'  DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING
           ELSE
               STRING ',"complete":false' DELIMITED BY SIZE
                      INTO USG-MESSAGE
                  WITH POINTER SCAN-POINTER
               END-STRING.

       3995-FLAG-EXIT.
           EXIT.

      *****************************************************************
      * Send the assembled usage picture.                             *
      *****************************************************************
       3999-USAGE-SEND.
           COMPUTE USG-LENGTH = SCAN-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (USG-MESSAGE)
                FROMLENGTH(USG-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3999-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      *                                                               *
      * Read the primary key store (ZK), which contains the secondary *
      * or 'file' key.                                                *
      *                                                               *
      * Read the secondary file store (ZF), which contains the cached *
      * data as record segments.                                      *
      *****************************************************************
       3100-READ-PROCESS.
           MOVE 'Y'                          TO PROCESS-COMPLETE.
           PERFORM 3200-READ-KEY           THRU 3200-EXIT.
           PERFORM 3300-READ-FILE          THRU 3300-EXIT.
           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3400-STAGE          THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read and parse the Range request header, when present.  Only  *
      * bytes=start-end and bytes=start- are honored; anything else   *
      * leaves RANGE-PRESENT 'N' and the full object is served.       *
      *****************************************************************
       3120-CHECK-RANGE.
           MOVE 'N'                          TO RANGE-PRESENT.
           MOVE 'N'                          TO RANGE-END-OPEN.
           MOVE SPACES                       TO RANGE-VALUE.
           MOVE LENGTH OF RANGE-HEADER       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF RANGE-VALUE        TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(RANGE-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(RANGE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
           AND HTTP-VALUE-LENGTH GREATER THAN SIX
           AND RANGE-VALUE(1:6) EQUAL 'bytes='
               MOVE SPACES                   TO RANGE-START-TEXT
               MOVE SPACES                   TO RANGE-END-TEXT
               UNSTRING RANGE-VALUE(7:HTTP-VALUE-LENGTH - 6)
                    DELIMITED BY '-'
                    INTO RANGE-START-TEXT
                         RANGE-END-TEXT
               END-UNSTRING
               PERFORM 3125-EDIT-RANGE     THRU 3125-EXIT.

       3120-EXIT.
           EXIT.

      *****************************************************************
      * Right-justify and validate the two range positions.  The end  *
      * position may be absent (bytes=start-), which asks for          *
      * everything from start to the end of the object.               *
      *****************************************************************
       3125-EDIT-RANGE.
           MOVE ZEROES                       TO RANGE-START-9.
           MOVE ZEROES                       TO RANGE-DIGIT-COUNT.
           INSPECT RANGE-START-TEXT
                   TALLYING RANGE-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  RANGE-DIGIT-COUNT EQUAL ZEROES
           OR  RANGE-DIGIT-COUNT GREATER THAN FIFTEEN
               MOVE 'N'                      TO RANGE-PRESENT
           ELSE
               MOVE RANGE-START-TEXT(1:RANGE-DIGIT-COUNT)
                    TO RANGE-START-9(16 - RANGE-DIGIT-COUNT:
                                      RANGE-DIGIT-COUNT)
               IF  RANGE-START-9 NUMERIC
                   MOVE 'Y'                  TO RANGE-PRESENT
                   MOVE RANGE-START-9        TO RANGE-START
               END-IF
           END-IF.

           IF  RANGE-PRESENT EQUAL 'Y'
               MOVE ZEROES                   TO RANGE-END-9
               MOVE ZEROES                   TO RANGE-DIGIT-COUNT
               INSPECT RANGE-END-TEXT
                       TALLYING RANGE-DIGIT-COUNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF  RANGE-DIGIT-COUNT EQUAL ZEROES
                   MOVE 'Y'                  TO RANGE-END-OPEN
               ELSE
                   IF  RANGE-DIGIT-COUNT GREATER THAN FIFTEEN
                       MOVE 'N'              TO RANGE-PRESENT
                   ELSE
                       MOVE RANGE-END-TEXT(1:RANGE-DIGIT-COUNT)
                            TO RANGE-END-9(16 - RANGE-DIGIT-COUNT:
                                            RANGE-DIGIT-COUNT)
                       IF  RANGE-END-9 NUMERIC
                           MOVE RANGE-END-9  TO RANGE-END
                           IF  RANGE-END LESS THAN RANGE-START
                               MOVE 'N'      TO RANGE-PRESENT
                           END-IF
                       ELSE
                           MOVE 'N'          TO RANGE-PRESENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3125-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET with a Range header.                                 *
      * Same KEY/FILE lookup as 3100-READ-PROCESS, but staging only   *
      * the segments that cover the requested byte range.             *
      *****************************************************************
       3150-RANGE-PROCESS.
           MOVE 'Y'                          TO PROCESS-COMPLETE.
           PERFORM 3200-READ-KEY           THRU 3200-EXIT.
           PERFORM 3300-READ-FILE          THRU 3300-EXIT.
           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3155-RANGE-STAGE    THRU 3155-EXIT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * Work out which segments cover the range, stage just those,    *
      * and send the covered bytes with a 206.  Segments hold 32,000  *
      * raw bytes each (the last one less), so segment arithmetic is  *
      * on raw positions regardless of per-segment compression.       *
      *****************************************************************
       3155-RANGE-STAGE.
           IF  ZF-SEGMENT EQUAL ZEROES
               MOVE ONE                      TO ZF-SEGMENT.

           IF  RANGE-END-OPEN EQUAL 'Y'
               COMPUTE RANGE-END =
                       ZF-SEGMENTS * THIRTY-TWO-KB - 1.

           DIVIDE RANGE-START BY THIRTY-TWO-KB
               GIVING RANGE-FIRST-SEG.
           ADD  ONE                          TO RANGE-FIRST-SEG.

           IF  RANGE-FIRST-SEG GREATER THAN ZF-SEGMENTS
               PERFORM 3159-RANGE-416      THRU 3159-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           DIVIDE RANGE-END BY THIRTY-TWO-KB
               GIVING RANGE-LAST-SEG.
           ADD  ONE                          TO RANGE-LAST-SEG.

           IF  RANGE-LAST-SEG GREATER THAN ZF-SEGMENTS
               MOVE ZF-SEGMENTS              TO RANGE-LAST-SEG.

           COMPUTE GETMAIN-LENGTH =
               (RANGE-LAST-SEG - RANGE-FIRST-SEG + 1) * THIRTY-TWO-KB.

           EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                FLENGTH(GETMAIN-LENGTH)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF CACHE-MESSAGE      TO CACHE-ADDRESS.
           MOVE CACHE-ADDRESS-X              TO SAVE-ADDRESS-X.
           MOVE ZEROES                       TO RANGE-WINDOW-LENGTH.

           PERFORM 3156-RANGE-SEGMENT      THRU 3156-EXIT
               WITH TEST AFTER
               VARYING ZF-SEGMENT FROM RANGE-FIRST-SEG BY 1
               UNTIL ZF-SEGMENT GREATER THAN RANGE-LAST-SEG
               OR    ZF-SUCCESSFUL EQUAL 'N'.

           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3158-RANGE-SEND     THRU 3158-EXIT.

       3155-EXIT.
           EXIT.

      *****************************************************************
      * Read one covering segment into the staging window, the same   *
      * decompress-or-move handling 3500-READ-SEGMENTS applies.  A    *
      * segment missing mid-chain gets the same key-swap retry.       *
      *****************************************************************
       3156-RANGE-SEGMENT.
           SET ADDRESS OF CACHE-MESSAGE      TO CACHE-ADDRESS.
           MOVE LENGTH OF ZF-RECORD          TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               SUBTRACT ZF-PREFIX          FROM ZF-LENGTH
               IF  ZF-DATA-ENCRYPTED
                   MOVE ZF-LENGTH               TO ENC-DATA-LENGTH
                   PERFORM 4436-DECIPHER-SEGMENT THRU 4436-EXIT
               END-IF
               IF  ZF-DATA-COMPRESSED
                   MOVE ZF-LENGTH                 TO
                        DECOMPRESS-SRC-LENGTH
                   PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT
                   MOVE DECOMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   MOVE ZF-DATA(1:ZF-LENGTH)       TO CACHE-MESSAGE
               END-IF
               PERFORM 3530-VERIFY-SEGMENT     THRU 3530-EXIT
               ADD  ZF-LENGTH                    TO CACHE-ADDRESS-X
               ADD  ZF-LENGTH                    TO RANGE-WINDOW-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE ZK-ZF-KEY                TO INTERNAL-KEY
               MOVE 'N'                          TO PROCESS-COMPLETE
               MOVE 'N'                          TO ZF-SUCCESSFUL
               PERFORM 3510-FREEMAIN           THRU 3510-EXIT.

           IF  EIBRESP EQUAL DFHRESP(NOTFND) OR
               EIBRESP EQUAL DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE FC-READ                 TO FE-FN
               MOVE '3156'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       3156-EXIT.
           EXIT.

      *****************************************************************
      * Clamp the range to the bytes actually staged and send them    *
      * with a 206 and a Content-Range header.                        *
      *****************************************************************
       3158-RANGE-SEND.
           SET ADDRESS OF CACHE-MESSAGE      TO SAVE-ADDRESS.

           COMPUTE RANGE-OFFSET =
               RANGE-START
               - (RANGE-FIRST-SEG - 1) * THIRTY-TWO-KB + 1.

           COMPUTE RANGE-ABS-END =
               (RANGE-FIRST-SEG - 1) * THIRTY-TWO-KB
               + RANGE-WINDOW-LENGTH - 1.

           IF  RANGE-END GREATER THAN RANGE-ABS-END
               MOVE RANGE-ABS-END            TO RANGE-END.

           IF  RANGE-END LESS THAN RANGE-START
               PERFORM 3159-RANGE-416      THRU 3159-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           COMPUTE RANGE-SEND-LENGTH =
               RANGE-END - RANGE-START + 1.

           MOVE RANGE-START                  TO RANGE-START-9.
           MOVE RANGE-END                    TO RANGE-END-9.
           MOVE ONE                          TO CR-POINTER.

           STRING 'bytes '                 DELIMITED BY SIZE
                  RANGE-START-9             DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  RANGE-END-9               DELIMITED BY SIZE
                  '/*'                      DELIMITED BY SIZE
                  INTO CR-VALUE
               WITH POINTER CR-POINTER
           END-STRING.

           COMPUTE CR-VALUE-LENGTH = CR-POINTER - 1.

           MOVE ZF-MEDIA         TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN   TO WEB-MEDIA-TYPE.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL SPACES BY LOW-VALUES.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE ZF-VERSION             TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NAMELENGTH (HEADER-ETAG-LENGTH)
                VALUE      (ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-CONTENT-RANGE)
                NAMELENGTH (HEADER-CONTENT-RANGE-LENGTH)
                VALUE      (CR-VALUE)
                VALUELENGTH(CR-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * Step the window address up to the first requested byte *
      *    * rather than reference-modifying past the 32,000 byte   *
      *    * CACHE-MESSAGE template, the same pointer arithmetic    *
      *    * 3400-STAGE walks the window with.                      *
      *    *--------------------------------------------------------*
           COMPUTE CACHE-ADDRESS-X =
                   SAVE-ADDRESS-X + RANGE-OFFSET - 1.
           SET ADDRESS OF CACHE-MESSAGE      TO CACHE-ADDRESS.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING      OR
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
               EXEC CICS WEB SEND
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(RANGE-SEND-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-206)
                    STATUSTEXT(HTTP-206-TEXT)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(RANGE-SEND-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-206)
                    STATUSTEXT(HTTP-206-TEXT)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

       3158-EXIT.
           EXIT.

      *****************************************************************
      * The requested range starts beyond the end of the object.      *
      *****************************************************************
       3159-RANGE-416.
           MOVE 416                      TO RS-STATUS.
           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-416)
                STATUSTEXT(HTTP-416-TEXT)
                STATUSLEN (HTTP-416-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3159-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read KEY structure.                                           *
      *****************************************************************
       3200-READ-KEY.

           MOVE URI-KEY TO ZK-KEY.
           MOVE LENGTH  OF ZK-RECORD TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                NOHANDLE
           END-EXEC.

      *****************************************************************
      * A KEY record carrying the reserved *NEGMISS internal key is   *
      * the memory of a recent confirmed miss -- answer 404 locally   *
      * while it is still fresh, otherwise delete it and treat this   *
      * request as an ordinary miss (below).                          *
      *****************************************************************
           MOVE 'N'                         TO NEG-STALE-MISS.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY EQUAL NEG-MARKER
               PERFORM 3207-CHECK-NEGATIVE THRU 3207-EXIT.

      *****************************************************************
      * A tombstoned key is invisible to normal reads -- its chain    *
      * stays on file only so an undelete inside the recovery window  *
      * can bring it back.                                            *
      *****************************************************************
           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

      *****************************************************************
      * Note the miss once, while EIBRESP is still the READ's own --  *
      * the read-through and coalescing paths below issue commands    *
      * of their own.                                                 *
      *****************************************************************
           MOVE 'N'                         TO KEY-MISSING.
           MOVE SPACES                      TO CO-ROLE.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
           OR  NEG-STALE-MISS EQUAL 'Y'
               MOVE 'Y'                     TO KEY-MISSING.

           MOVE KEY-MISSING                 TO PX-MISSED.
           MOVE SPACES                      TO PX-SOURCE.

      *****************************************************************
      * Only one task at a time goes out for a missing key; the rest  *
      * wait for what it stores (3240).  Worth it only when a fetch   *
      * will actually be made (3241) -- a miss with no partner and no *
      * origin row is answered at once, neither waited nor counted.   *
      *****************************************************************
           MOVE 'N'                         TO CO-FETCH.

           IF  KEY-MISSING EQUAL 'Y'
               PERFORM 3241-FETCH-CHECK    THRU 3241-EXIT.

           IF  CO-FETCH EQUAL 'Y'
               PERFORM 3240-COALESCE       THRU 3240-EXIT.

      *****************************************************************
      * When the KEY structure is not found and this Data Center is   *
      * ACTIVE-ACTIVE, the key may simply not have replicated here    *
      * yet.  Try a read-through fetch from each partner Data Center  *
      * before giving up with a 204.  A miss every partner confirmed  *
      * is remembered (3212) so the next poll for the same absent     *
      * key is answered locally.                                      *
      *****************************************************************
           IF  KEY-MISSING EQUAL 'Y'
           AND DC-TYPE EQUAL ACTIVE-ACTIVE
               PERFORM 3210-READ-THROUGH   THRU 3210-EXIT.

           IF  RT-SWITCH EQUAL 'Y'
               MOVE 'P'                     TO PX-SOURCE.

      *****************************************************************
      * Every partner missed too (or there are none).  When a         *
      * ZCORIGIN row claims the key's prefix, fetch the value from    *
      * the tenant's own service of record before conceding the 204.  *
      *****************************************************************
           IF  KEY-MISSING EQUAL 'Y'
           AND RT-SWITCH NOT EQUAL 'Y'
               PERFORM 3214-ORIGIN-FETCH   THRU 3214-EXIT.

           IF  RT-SWITCH EQUAL 'Y'
           AND PX-SOURCE EQUAL SPACES
               MOVE 'O'                     TO PX-SOURCE.

           IF  CO-IS-LEADER
               PERFORM 3248-COALESCE-RELEASE THRU 3248-EXIT.

           IF  KEY-MISSING EQUAL 'Y'
           AND RT-SWITCH NOT EQUAL 'Y'
               PERFORM 3212-REMEMBER-MISS  THRU 3212-EXIT
               MOVE 'M'                     TO PX-EVENT
               PERFORM 3254-PREFIX-COUNT   THRU 3254-EXIT
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(NOTFND)
               MOVE '3200'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

      *****************************************************************
      * When the KEY structure points to an internal FILE structure   *
      * that does not exist, one of two conditions has occurred:      *
      *                                                               *
      * 1).  KEY and/or FILE VSAM definition specifies LOG(NONE).     *
      *      When a zECS request doesn't complete, due to region      *
      *      or client termination, rollback does not occur, causing  *
      *      inconsistent KEY/FILE pointers.                          *
      * 2).  Expiration process is in progress for a KEY/FILE record. *
      *      When a zECS record is being expired, zEXPIRE browses     *
      *      FILE structure for TTL.  When an expired record is found *
      *      zEXPIRE issues a DELETE for each FILE entry, then issues *
      *      the DELETE for the KEY entry, causing an expiration      *
      *      'in progress'.                                           *
      *                                                               *
      * Both of the conditions will now return HTTP status 204 and    *
      * HTTP status text '204 Record not found'.  The error message   *
      * to CSSL will no longer be written, as both conditions will    *
      * ultimately be resolved by zEXPIRE deleting both KEY and FILE  *
      * structures when a FILE entry TTL has exceed the limit.        *
      *                                                               *
      *****************************************************************
           IF  ZK-ZF-KEY EQUAL INTERNAL-KEY
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE ZK-CHARSET                  TO CS-READ-CHARSET.

           IF  VER-IS-REQUESTED
               PERFORM 3205-VERSION-LOOKUP THRU 3205-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * The key read back is a remembered miss.  While the miss is    *
      * still inside the configured window, answer 404 locally --     *
      * that is the whole point of remembering it.  Once the window   *
      * has lapsed (or the feature has been switched off), delete     *
      * the marker record and let the caller retry the partners.      *
      *****************************************************************
       3207-CHECK-NEGATIVE.
           PERFORM 8950-GET-NEG-TTL       THRU 8950-EXIT.

      *    *--------------------------------------------------------*
      *    * A marker whose stamp is unreadable is stale by         *
      *    * definition -- zero makes the age test treat it so.     *
      *    *--------------------------------------------------------*
           IF  ZK-NEG-ABS NOT NUMERIC
               MOVE ZEROES                  TO ZK-NEG-ABS.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT ZK-NEG-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           COMPUTE NEG-WINDOW-MS = NG-SECONDS * ONE-THOUSAND.

           IF  NG-SECONDS GREATER THAN ZEROES
           AND RELATIVE-TIME NOT GREATER THAN NEG-WINDOW-MS
               MOVE 'N'                     TO PX-EVENT
               PERFORM 3253-PREFIX-SAMPLE  THRU 3253-EXIT
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                         TO NEG-STALE-MISS.
           MOVE 'Y'                         TO REORG-WROTE.

       3207-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * Every partner Data Center confirmed the miss -- remember it   *
      * as a *NEGMISS KEY record so the next request inside the       *
      * window stays local.  Only worth doing when read-through is    *
      * actually in play (ACTIVE-ACTIVE) and the window is            *
      * configured; a DUPREC from a racing request is fine, theirs    *
      * is as good as ours.                                           *
      *****************************************************************
       3212-REMEMBER-MISS.
           PERFORM 8950-GET-NEG-TTL       THRU 8950-EXIT.

           IF  NG-SECONDS GREATER THAN ZEROES
           AND (DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  OG-FOUND EQUAL 'Y')
               MOVE LOW-VALUES              TO ZK-RECORD
               MOVE ZEROES                  TO ZK-NEG-ABS
               MOVE ZEROES                  TO ZK-DELETED-ABS
               MOVE URI-KEY                 TO ZK-KEY
               MOVE NEG-MARKER              TO ZK-ZF-KEY
               MOVE 'N'                     TO ZK-SEGMENTS
               MOVE ZEROES                  TO ZK-VER-COUNT

               EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
               END-EXEC

               MOVE CURRENT-ABS             TO ZK-NEG-ABS
               MOVE LENGTH OF ZK-RECORD     TO ZK-LENGTH
               MOVE 'Y'                     TO REORG-WROTE

               EXEC CICS WRITE
                    FILE  (ZK-FCT)
                    FROM  (ZK-RECORD)
                    RIDFLD(ZK-KEY)
                    LENGTH(ZK-LENGTH)
                    RESP  (WRITE-RESP)
                    NOHANDLE
               END-EXEC.

       3212-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * Decide whether this task goes out for the missing key or      *
      * waits for the task that already has.  ENQ NOSUSPEND on the    *
      * tranid plus the key: the task that gets it is the leader and  *
      * falls through to the partner/origin fetch as before; the ENQ  *
      * is UOW-scoped, so an abend or the leader's own 204 releases   *
      * it.  A task that finds the ENQ busy waits in 3242.            *
      *****************************************************************
       3240-COALESCE.
           PERFORM 3245-GET-COALWAIT      THRU 3245-EXIT.

           IF  CO-WAIT-MS EQUAL ZEROES
           OR  URI-KEY-LENGTH GREATER THAN CO-KEY-MAX
               GO TO 3240-EXIT.

           MOVE LOW-VALUES                  TO CO-ENQ-KEY.
           MOVE URI-KEY(1:URI-KEY-LENGTH)   TO CO-ENQ-KEY.
           COMPUTE CO-ENQ-LENGTH = URI-KEY-LENGTH + 8.

           EXEC CICS ENQ RESOURCE(CO-ENQ)
                LENGTH(CO-ENQ-LENGTH)
                NOSUSPEND
                RESP(CO-RESP)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * Leader.  A previous leader may have stored the key, or *
      *    * remembered the miss, between this task's READ and its *
      *    * ENQ -- look once more before going out for it.         *
      *    *--------------------------------------------------------*
           IF  CO-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'L'                     TO CO-ROLE
               PERFORM 3243-COALESCE-READ THRU 3243-EXIT
               IF  CO-MISSED
                   PERFORM 3248-COALESCE-RELEASE THRU 3248-EXIT
                   MOVE HTTP-NOT-FOUND      TO HTTP-204-TEXT
                   MOVE HTTP-NOT-FOUND-LENGTH TO HTTP-204-LENGTH
                   PERFORM 9700-STATUS-204 THRU 9700-EXIT
                   PERFORM 9000-RETURN    THRU 9000-EXIT
               END-IF
               IF  CO-SERVED
                   PERFORM 3248-COALESCE-RELEASE THRU 3248-EXIT
                   MOVE 'N'                 TO KEY-MISSING
                   MOVE 'N'                 TO NEG-STALE-MISS
                   PERFORM 3243-COALESCE-READ THRU 3243-EXIT
               END-IF
               GO TO 3240-EXIT.

           IF  CO-RESP NOT EQUAL DFHRESP(ENQBUSY)
               GO TO 3240-EXIT.

      *    *--------------------------------------------------------*
      *    * Waiter.  Count it -- each one is a partner/origin call *
      *    * the cache did not have to make -- then wait.           *
      *    *--------------------------------------------------------*
           MOVE 'W'                         TO CO-ROLE.
           PERFORM 3246-COUNT-COALESCED   THRU 3246-EXIT.

           MOVE SPACES                      TO CO-RESULT.
           MOVE ZEROES                      TO CO-WAITED-MS.

           PERFORM 3242-COALESCE-POLL     THRU 3242-EXIT
               WITH TEST AFTER
               UNTIL CO-RESULT NOT EQUAL SPACES.

           IF  CO-MISSED
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

      *    *--------------------------------------------------------*
      *    * Served from the leader's copy: the KEY record is in    *
      *    * ZK-RECORD and EIBRESP is the READ's NORMAL, exactly as *
      *    * though the first READ had found it.                    *
      *    *--------------------------------------------------------*
           MOVE 'N'                         TO KEY-MISSING.
           MOVE 'N'                         TO NEG-STALE-MISS.

       3240-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * Will the miss be fetched from somewhere?  Yes when this Data  *
      * Center is ACTIVE-ACTIVE (8000-GET-URL leaves it so only with  *
      * partners defined) or a ZCORIGIN row claims the key's prefix.  *
      * The partner list is loaded here for 3210 as well.             *
      *****************************************************************
       3241-FETCH-CHECK.
           PERFORM 8000-GET-URL           THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
               MOVE 'Y'                     TO CO-FETCH
               GO TO 3241-EXIT.

           MOVE 'N'                         TO OG-FOUND.
           PERFORM 3216-ORIGIN-LOOKUP     THRU 3216-EXIT.

           IF  OG-FOUND EQUAL 'Y'
               MOVE 'Y'                     TO CO-FETCH.

       3241-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * One wait interval for a coalesced waiter.  The leader's       *
      * stored copy ends the wait served; a *NEGMISS marker (every    *
      * source confirmed the miss), the ENQ coming free with nothing  *
      * stored (the leader failed), or the wait running out ends it   *
      * missed.                                                       *
      *****************************************************************
       3242-COALESCE-POLL.
           EXEC CICS DELAY FOR MILLISECS(CO-POLL-MS) NOHANDLE
           END-EXEC.

           ADD  CO-POLL-MS                  TO CO-WAITED-MS.

           PERFORM 3243-COALESCE-READ     THRU 3243-EXIT.

           IF  CO-RESULT NOT EQUAL SPACES
               GO TO 3242-EXIT.

           EXEC CICS ENQ RESOURCE(CO-ENQ)
                LENGTH(CO-ENQ-LENGTH)
                NOSUSPEND
                RESP(CO-RESP)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The leader is gone.  It may have stored the key just   *
      *    * after the READ above, so look once more before giving  *
      *    * the miss.                                              *
      *    *--------------------------------------------------------*
           IF  CO-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DEQ RESOURCE(CO-ENQ)
                    LENGTH(CO-ENQ-LENGTH)
                    NOHANDLE
               END-EXEC
               PERFORM 3243-COALESCE-READ THRU 3243-EXIT
               IF  CO-RESULT EQUAL SPACES
                   MOVE 'M'                 TO CO-RESULT
               END-IF
               GO TO 3242-EXIT.

           IF  CO-WAITED-MS NOT LESS THAN CO-WAIT-MS
               MOVE 'M'                     TO CO-RESULT.

       3242-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * Re-read the KEY record for a coalesced request.  A live       *
      * record sets CO-SERVED, a *NEGMISS marker sets CO-MISSED, and  *
      * anything else (still absent, tombstoned) leaves CO-RESULT     *
      * blank.  A served READ is the last command issued.             *
      *****************************************************************
       3243-COALESCE-READ.
           MOVE SPACES                      TO CO-RESULT.
           MOVE URI-KEY                     TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3243-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               MOVE 'M'                     TO CO-RESULT
               GO TO 3243-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 3243-EXIT.

           MOVE 'S'                         TO CO-RESULT.

       3243-EXIT.
           EXIT.

      *****************************************************************
      * Get the coalescing wait from the ZCCONFIG COALWAIT row, in    *
      * milliseconds.  No row keeps CO-DEFAULT-MS; a row that is      *
      * zero (or not numeric) switches coalescing off for the cache.  *
      *****************************************************************
       3245-GET-COALWAIT.
           MOVE CO-DEFAULT-MS               TO CO-WAIT-MS.

           MOVE 'COALWAIT'                  TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG        THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               MOVE ZEROES                  TO CO-WAIT-TEXT
               IF  CF-VALUE-LEN GREATER THAN 5
                   MOVE 5                   TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN)
                        TO CO-WAIT-TEXT(6 - CF-VALUE-LEN:CF-VALUE-LEN)
               END-IF
               IF  CO-WAIT-TEXT NOT NUMERIC
                   MOVE ZEROES              TO CO-WAIT-TEXT
               END-IF
               MOVE CO-WAIT-TEXT            TO CO-WAIT-MS.

       3245-EXIT.
           EXIT.

      *****************************************************************
      * Add one to the cache's _COALESCE named counter.  The counter  *
      * is defined the first time a cache coalesces a request.        *
      *****************************************************************
       3246-COUNT-COALESCED.
           EXEC CICS GET DCOUNTER(CO-COUNTER)
                VALUE(CO-VALUE)
                INCREMENT(CO-INCREMENT)
                WRAP
                RESP(CO-RESP)
                NOHANDLE
           END-EXEC.

           IF  CO-RESP EQUAL DFHRESP(NOTFND)
               MOVE ZEROES                  TO CO-VALUE
               EXEC CICS DEFINE DCOUNTER(CO-COUNTER)
                    VALUE(CO-VALUE)
                    MINIMUM(CO-VALUE)
                    MAXIMUM(CO-MAXIMUM)
                    NOHANDLE
               END-EXEC
               EXEC CICS GET DCOUNTER(CO-COUNTER)
                    VALUE(CO-VALUE)
                    INCREMENT(CO-INCREMENT)
                    WRAP
                    NOHANDLE
               END-EXEC.

       3246-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET/HEAD.                                                *
      * The leader is finished with the partners and the origin.      *
      * Commit what it stored so the waiters read a committed pair,   *
      * then let them go.                                             *
      *****************************************************************
       3248-COALESCE-RELEASE.
           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS DEQ RESOURCE(CO-ENQ)
                LENGTH(CO-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO CO-ROLE.

       3248-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET ?version=N.                                          *
      * Search the KEY structure's retained-generation history for a  *
      * match on the requested version number.  When found, 3300-     *
      * READ-FILE is told (VER-HISTORICAL-READ) to fetch that          *
      * generation's FILE segments read-only, bypassing the live       *
      * record's LAT touch and TTL expiration entirely -- a retained   *
      * generation is kept until VER-RETAIN-COUNT evicts it, not       *
      * until its original TTL runs out.  A version not found in the  *
      * history (never retained, or already evicted) simply falls     *
      * through to the live, current generation.                      *
      *****************************************************************
       3205-VERSION-LOOKUP.
           MOVE 'N'                         TO VER-HISTORICAL-READ.

           PERFORM 3206-SEARCH-HISTORY    THRU 3206-EXIT
               WITH TEST AFTER
               VARYING VER-HISTORY-INDEX FROM 1 BY 1
               UNTIL VER-HISTORY-INDEX NOT LESS THAN ZK-VER-COUNT
               OR     VER-IS-HISTORICAL.

       3205-EXIT.
           EXIT.

       3206-SEARCH-HISTORY.
           IF  ZK-VER-NUMBER(VER-HISTORY-INDEX) EQUAL VER-REQUESTED
               MOVE ZK-VER-KEY(VER-HISTORY-INDEX) TO VER-MATCH-KEY
               MOVE ZK-VER-CHARSET(VER-HISTORY-INDEX)
                                             TO CS-READ-CHARSET
               MOVE 'Y'                      TO VER-HISTORICAL-READ.

       3206-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Try every partner Data Center, in order, for the key this     *
      * Data Center could not find locally.  Stop at the first        *
      * partner that has it.                                          *
      *****************************************************************
       3210-READ-THROUGH.
           MOVE 'N'                          TO RT-SWITCH.

           PERFORM 3220-READ-THROUGH-ONE   THRU 3220-EXIT
               WITH TEST AFTER
               VARYING DC-PARTNER-INDEX FROM 1 BY 1
               UNTIL DC-PARTNER-INDEX NOT LESS THAN DC-PARTNER-COUNT
               OR     RT-SWITCH EQUAL 'Y'.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Converse a GET for the original request's own path to one     *
      * partner Data Center, using a GETMAIN'd buffer since the       *
      * normal CACHE-MESSAGE windowing has not been set up yet for    *
      * this request.  A 200 response is stored locally, single       *
      * segment, the same shape 4120/4400-WRITE-FILE create for a     *
      * PUT/POST, so the record behaves exactly like a native one     *
      * afterward (subsequent TTL, ETag, replication, and so on).     *
      *****************************************************************
       3220-READ-THROUGH-ONE.
           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               GO TO 3220-EXIT.

           EXEC CICS ASKTIME ABSTIME(CB-START-ABS) NOHANDLE
           END-EXEC.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                     TO PARTNER-RESULT
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT
               PERFORM 8110-RECORD-RESULT THRU 8110-EXIT
               GO TO 3220-EXIT.

           MOVE DFHVALUE(GET)               TO WEB-METHOD.
           MOVE SPACES                      TO WEB-MEDIA-TYPE.
           MOVE THIRTY-TWO-KB                TO RT-LENGTH.

           EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                FLENGTH(THIRTY-TWO-KB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (WEB-MEDIA-TYPE)
                INTO      (CACHE-MESSAGE)
                TOLENGTH  (RT-LENGTH)
                MAXLENGTH (THIRTY-TWO-KB)
                STATUSCODE(WEB-STATUS-CODE)
                NOHANDLE
           END-EXEC.

           MOVE 'S'                         TO PARTNER-RESULT.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'F'                     TO PARTNER-RESULT.

           PERFORM 8300-WEB-CLOSE          THRU 8300-EXIT.

           PERFORM 8107-CHECK-ELAPSED      THRU 8107-EXIT.
           PERFORM 8110-RECORD-RESULT      THRU 8110-EXIT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-200
               MOVE THIRTY-MINUTES          TO RT-STORE-TTL
               PERFORM 3230-READ-THROUGH-STORE  THRU 3230-EXIT.

           EXEC CICS FREEMAIN
                DATAPOINTER(CACHE-ADDRESS)
                NOHANDLE
           END-EXEC.

       3220-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Persist a partner's read-through response as a brand-new      *
      * local KEY/FILE pair, the same shape a native PUT/POST would   *
      * create.  The caller supplies the TTL in RT-STORE-TTL: the     *
      * partner path takes 1310-TTL's own no-query-string default,    *
      * the origin path the registry row's OG-TTL.  If the FILE       *
      * write fails, back the KEY write out so a dangling KEY is not  *
      * left pointing at a nonexistent FILE.  The key's data class    *
      * still governs the copy: its TTL is cut to the class limit,    *
      * it is enciphered when the class demands it, and a value the   *
      * cache cannot encipher is served without being stored.         *
      *****************************************************************
       3230-READ-THROUGH-STORE.
           PERFORM 4430-CHECK-ENCRYPTION  THRU 4430-EXIT.

           IF  CL-ENCRYPT-REQUIRED
           AND ENCR-ENABLED NOT EQUAL 'Y'
               GO TO 3230-EXIT.

           IF  CL-MAX-TTL GREATER THAN ZEROES
           AND RT-STORE-TTL GREATER THAN CL-MAX-TTL
               MOVE CL-MAX-TTL              TO RT-STORE-TTL.

           MOVE URI-KEY                     TO ZK-KEY.
           MOVE THE-TOD(1:6)                TO ZK-ZF-IDN.
           MOVE ZECS-NC-HW                  TO ZK-ZF-NC.
           MOVE 'Y'                         TO ZK-SEGMENTS.
           MOVE ZEROES                      TO ZK-READ-ABS.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.
           MOVE 'Y'                         TO REORG-WROTE.

      *    *--------------------------------------------------------*
      *    * The converse converted a text or XML response into     *
      *    * the region's codepage; anything else came as sent.     *
      *    *--------------------------------------------------------*
           MOVE 'U'                         TO ZK-CHARSET.
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING    OR
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
               MOVE 'E'                     TO ZK-CHARSET.

           EXEC CICS WRITE
                FILE  (ZK-FCT)
                FROM  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)
               MOVE URI-KEY                 TO ZF-ZK-KEY
               MOVE ZK-ZF-KEY               TO ZF-KEY
               MOVE ZEROES                  TO ZF-ZEROES
               MOVE ONE                     TO ZF-SEGMENT
               MOVE ONE                     TO ZF-SEGMENTS
               MOVE ONE                     TO ZF-VERSION
               MOVE RT-STORE-TTL            TO ZF-TTL
               MOVE WEB-MEDIA-TYPE          TO ZF-MEDIA
               MOVE SPACES                  TO ZF-TAGS
               MOVE URI-FIELD-03            TO ZF-BUSBU
               PERFORM 9950-ABS           THRU 9950-EXIT

               MOVE RT-LENGTH                TO ZF-LENGTH
               MOVE RT-LENGTH                TO ZF-RAW-LENGTH
               MOVE LOW-VALUES               TO ZF-DATA
               MOVE CACHE-MESSAGE(1:RT-LENGTH)
                                              TO ZF-DATA
               PERFORM 4425-CHECKSUM-ZF-DATA THRU 4425-EXIT
               IF  ENCR-ENABLED EQUAL 'Y'
               AND RT-LENGTH GREATER THAN ZEROES
                   MOVE SPACES               TO ZF-FLAGS
                   MOVE RT-LENGTH            TO ENC-DATA-LENGTH
                   PERFORM 4435-ENCIPHER-SEGMENT THRU 4435-EXIT
                   PERFORM 4439-MARK-ENCRYPTED   THRU 4439-EXIT
               END-IF
               ADD  ZF-PREFIX                TO ZF-LENGTH

               EXEC CICS WRITE FILE(ZF-FCT)
                    FROM(ZF-RECORD)
                    RIDFLD(ZF-KEY-16)
                    LENGTH(ZF-LENGTH)
                    RESP(WRITE-RESP)
                    NOHANDLE
               END-EXEC

               IF  WRITE-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'                  TO RT-SWITCH
               ELSE
                   EXEC CICS DELETE FILE(ZK-FCT)
                        RIDFLD(ZK-KEY)
                        NOHANDLE
                   END-EXEC.

       3230-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * This cache and every partner missed.  Look the key's prefix   *
      * up in the ZCORIGIN registry and, when a row claims it, fetch  *
      * the value from the tenant's service of record.  The origin's  *
      * parsed URL borrows the partner-table slot after the last      *
      * partner so the breaker and outbound web paragraphs apply      *
      * unchanged; a full partner table (all eight slots in use)      *
      * leaves no room and the fetch is simply skipped.               *
      *****************************************************************
       3214-ORIGIN-FETCH.
           MOVE 'N'                         TO OG-FOUND.

           PERFORM 3216-ORIGIN-LOOKUP     THRU 3216-EXIT.

           IF  OG-FOUND NOT EQUAL 'Y'
               GO TO 3214-EXIT.

           IF  DC-PARTNER-COUNT NOT LESS THAN DC-PARTNER-MAX
               GO TO 3214-EXIT.

           COMPUTE DC-PARTNER-INDEX = DC-PARTNER-COUNT + 1.

           MOVE OG-BEST-URL   TO DC-PARTNER-URL(DC-PARTNER-INDEX).
           MOVE ZEROES        TO DC-PARTNER-URL-LENGTH
                                 (DC-PARTNER-INDEX).
           INSPECT DC-PARTNER-URL(DC-PARTNER-INDEX)
                   TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX)
                   EQUAL ZEROES
               GO TO 3214-EXIT.

           EXEC CICS WEB PARSE
                URL       (DC-PARTNER-URL(DC-PARTNER-INDEX))
                URLLENGTH (DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX))
                SCHEMENAME(DC-PARTNER-SCHEME-NAME(DC-PARTNER-INDEX))
                HOST      (DC-PARTNER-HOST(DC-PARTNER-INDEX))
                HOSTLENGTH(DC-PARTNER-HOST-LENGTH(DC-PARTNER-INDEX))
                PORTNUMBER(DC-PARTNER-PORT(DC-PARTNER-INDEX))
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3214-EXIT.

           PERFORM 3218-ORIGIN-ONE        THRU 3218-EXIT.

       3214-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCORIGIN rows for the longest prefix       *
      * matching the requested key.  The registry is expected to be   *
      * small -- a handful of rows per cache.                         *
      *****************************************************************
       3216-ORIGIN-LOOKUP.
           MOVE ZEROES                      TO OG-BEST-LEN.
           MOVE SPACES                      TO OG-KEY.
           MOVE EIBTRNID                    TO OG-KEY-TRANID.

           EXEC CICS STARTBR FILE(OG-FCT)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3216-EXIT.

           MOVE 'N'                         TO OG-BROWSE-DONE.

           PERFORM 3217-ORIGIN-NEXT       THRU 3217-EXIT
               WITH TEST AFTER
               UNTIL OG-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(OG-FCT) NOHANDLE
           END-EXEC.

           IF  OG-BEST-LEN GREATER THAN ZEROES
               MOVE 'Y'                     TO OG-FOUND.

       3216-EXIT.
           EXIT.

       3217-ORIGIN-NEXT.
           MOVE LENGTH OF OG-RECORD         TO OG-LENGTH.

           EXEC CICS READNEXT FILE(OG-FCT)
                INTO(OG-RECORD)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                LENGTH(OG-LENGTH)
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OG-KEY-TRANID NOT EQUAL EIBTRNID
               MOVE 'Y'                     TO OG-BROWSE-DONE
               GO TO 3217-EXIT.

           MOVE ZEROES                      TO OG-MATCH-LEN.
           INSPECT OG-KEY-PREFIX TALLYING OG-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-MATCH-LEN GREATER THAN ZEROES
           AND OG-MATCH-LEN NOT GREATER THAN URI-KEY-LENGTH
           AND URI-KEY(1:OG-MATCH-LEN)
                   EQUAL OG-KEY-PREFIX(1:OG-MATCH-LEN)
           AND OG-MATCH-LEN GREATER THAN OG-BEST-LEN
               MOVE OG-MATCH-LEN            TO OG-BEST-LEN
               MOVE OG-URL                  TO OG-BEST-URL
               MOVE OG-PATH                 TO OG-BEST-PATH
               MOVE OG-TIMEOUT              TO OG-BEST-TIMEOUT
               MOVE OG-TTL                  TO OG-BEST-TTL
               MOVE OG-WRITE-POLICY         TO OG-BEST-POLICY.

       3217-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Converse a GET for the key to the origin, 3220's shape: the   *
      * breaker consults and records the origin host's *DCHLTH* row   *
      * through the borrowed partner slot, a call slower than the     *
      * row's own timeout (or the partner-call default when the row   *
      * carries none) counts as a breaker failure, and a 200 is       *
      * stored locally under the row's TTL so the record behaves      *
      * like a native one afterward.                                  *
      *****************************************************************
       3218-ORIGIN-ONE.
           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               GO TO 3218-EXIT.

           EXEC CICS ASKTIME ABSTIME(CB-START-ABS) NOHANDLE
           END-EXEC.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                     TO PARTNER-RESULT
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT
               PERFORM 8110-RECORD-RESULT THRU 8110-EXIT
               GO TO 3218-EXIT.

           MOVE ZEROES                      TO OG-PATH-LEN.
           INSPECT OG-BEST-PATH TALLYING OG-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES                      TO OG-WEB-PATH.
           MOVE ONE                         TO OG-PTR.

           IF  OG-PATH-LEN GREATER THAN ZEROES
               STRING OG-BEST-PATH(1:OG-PATH-LEN)
                                            DELIMITED BY SIZE
                      URI-KEY(1:URI-KEY-LENGTH)
                                            DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING
           ELSE
               STRING '/'                   DELIMITED BY SIZE
                      URI-KEY(1:URI-KEY-LENGTH)
                                            DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING.

           COMPUTE OG-WEB-PATH-LENGTH = OG-PTR - 1.

           MOVE DFHVALUE(GET)               TO WEB-METHOD.
           MOVE SPACES                      TO WEB-MEDIA-TYPE.
           MOVE THIRTY-TWO-KB                TO RT-LENGTH.

           EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                FLENGTH(THIRTY-TWO-KB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                PATH      (OG-WEB-PATH)
                PATHLENGTH(OG-WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (WEB-MEDIA-TYPE)
                INTO      (CACHE-MESSAGE)
                TOLENGTH  (RT-LENGTH)
                MAXLENGTH (THIRTY-TWO-KB)
                STATUSCODE(WEB-STATUS-CODE)
                NOHANDLE
           END-EXEC.

           MOVE 'S'                         TO PARTNER-RESULT.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'F'                     TO PARTNER-RESULT.

           PERFORM 8300-WEB-CLOSE          THRU 8300-EXIT.

           IF  PARTNER-RESULT EQUAL 'S'
               PERFORM 8103-GET-TIMEOUT   THRU 8103-EXIT
               IF  OG-BEST-TIMEOUT NUMERIC
               AND OG-BEST-TIMEOUT GREATER THAN ZEROES
                   COMPUTE CB-TIMEOUT-MS =
                           OG-BEST-TIMEOUT * ONE-THOUSAND
               END-IF

               EXEC CICS ASKTIME ABSTIME(CB-END-ABS) NOHANDLE
               END-EXEC

               SUBTRACT CB-START-ABS FROM CB-END-ABS
                   GIVING CB-ELAPSED-MS

               IF  CB-ELAPSED-MS GREATER THAN CB-TIMEOUT-MS
                   MOVE 'F'                 TO PARTNER-RESULT
               END-IF
           END-IF.

           PERFORM 8110-RECORD-RESULT      THRU 8110-EXIT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-200
               MOVE THIRTY-MINUTES          TO RT-STORE-TTL
               IF  OG-BEST-TTL NUMERIC
               AND OG-BEST-TTL GREATER THAN ZEROES
                   MOVE OG-BEST-TTL         TO RT-STORE-TTL
               END-IF
               PERFORM 3230-READ-THROUGH-STORE  THRU 3230-EXIT.

           EXEC CICS FREEMAIN
                DATAPOINTER(CACHE-ADDRESS)
                NOHANDLE
           END-EXEC.

       3218-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Count a read that found its value: a hit when this Data       *
      * Center held the key, otherwise a miss under the source that   *
      * served it (a coalesced wait served by another task's fetch is *
      * a plain miss).  Then stamp the generation as read.  A Range   *
      * or retried read is counted once.                              *
      *****************************************************************
       3250-PREFIX-READ.
           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           OR  PX-READ-COUNTED EQUAL 'Y'
               GO TO 3250-EXIT.

           MOVE 'Y'                         TO PX-READ-COUNTED.

           IF  PX-MISSED EQUAL 'Y'
               MOVE 'M'                     TO PX-EVENT
               IF  PX-SOURCE NOT EQUAL SPACES
                   MOVE PX-SOURCE           TO PX-EVENT
               END-IF
               PERFORM 3254-PREFIX-COUNT  THRU 3254-EXIT
           ELSE
               MOVE 'H'                     TO PX-EVENT
               PERFORM 3253-PREFIX-SAMPLE THRU 3253-EXIT.

           IF  VER-HISTORICAL-READ EQUAL 'N'
               PERFORM 3252-MARK-READ     THRU 3252-EXIT.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Stamp ZK-READ-ABS on the first read of a generation; once it  *
      * is set, reads cost nothing more.  The KEY record is read again*
      * for update, and left alone when a write has replaced the      *
      * generation this read was served from in the meantime.         *
      *****************************************************************
       3252-MARK-READ.
           IF  ZK-READ-ABS NUMERIC
           AND ZK-READ-ABS GREATER THAN ZEROES
               GO TO 3252-EXIT.

           MOVE ZK-ZF-KEY                   TO PX-SAVE-ZF-KEY.
           MOVE URI-KEY                     TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                UPDATE
                RESP(PX-RESP)
                NOHANDLE
           END-EXEC.

           IF  PX-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3252-EXIT.

           IF  ZK-ZF-KEY NOT EQUAL PX-SAVE-ZF-KEY
               EXEC CICS UNLOCK FILE(ZK-FCT) NOHANDLE
               END-EXEC
               GO TO 3252-EXIT.

           EXEC CICS ASKTIME ABSTIME(ZK-READ-ABS) NOHANDLE
           END-EXEC.

           MOVE 'Y'                         TO REORG-WROTE.

           EXEC CICS REWRITE FILE(ZK-FCT)
                FROM(ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP(PX-RESP)
                NOHANDLE
           END-EXEC.

       3252-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Count PX-EVENT for the request key.  Hits and negative hits   *
      * are sampled at the hot-key rate and bumped by it (3253); the  *
      * misses, which have already cost a partner or origin call or   *
      * a 204, are counted one for one (3254).  Everything is         *
      * NOHANDLE, so a cache with no ZCPREFIX rows or no ZCxxPA file  *
      * simply does not collect.                                      *
      *****************************************************************
       3253-PREFIX-SAMPLE.
           DIVIDE EIBTASKN BY HK-SAMPLE-RATE
               GIVING    HK-SAMPLE-QUOT
               REMAINDER HK-SAMPLE-REM.

           IF  HK-SAMPLE-REM NOT EQUAL ZEROES
               GO TO 3253-EXIT.

           MOVE HK-SAMPLE-RATE              TO PX-INCREMENT.
           PERFORM 3255-PREFIX-LINK       THRU 3255-EXIT.

       3253-EXIT.
           EXIT.

       3254-PREFIX-COUNT.
           MOVE ONE                         TO PX-INCREMENT.
           PERFORM 3255-PREFIX-LINK       THRU 3255-EXIT.

       3254-EXIT.
           EXIT.

       3255-PREFIX-LINK.
           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
               GO TO 3255-EXIT.

           MOVE EIBTRNID                    TO PX-TRANID.
           MOVE 'N'                         TO PX-COUNTED.
           MOVE ZEROES                      TO PX-TTL.
           MOVE URI-KEY-LENGTH              TO PX-KEY-LENGTH.
           MOVE URI-KEY                     TO PX-KEY.

           EXEC CICS LINK PROGRAM(ZECS047)
                COMMAREA(ZECS047-COMM-AREA)
                LENGTH  (LENGTH OF ZECS047-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3255-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read FILE structure.                                          *
      * Only update access timestamp when LAT is present in the URI.  *
      * A logical record can span one hundred physical records.       *
      *****************************************************************
       3300-READ-FILE.
           MOVE 'Y'                     TO ZF-SUCCESSFUL.

      *    *--------------------------------------------------------*
      *    * A cold-tier chain's segments live on the ZCxxCOLD      *
      *    * file; the rest of this read-side request (staging,     *
      *    * LAT/sliding touches, TTL deletes) follows the same     *
      *    * name.                                                  *
      *    *--------------------------------------------------------*
           IF  ZK-ON-COLD-TIER
               MOVE COLD-SUFFIX         TO ZF-FCT(5:4)
           ELSE
               MOVE FILE-SUFFIX         TO ZF-FCT(5:4).

           UNSTRING URI-FIELD-04
               DELIMITED BY ALL '.'
               INTO URI-FIELD-00
                    TTL-TYPE.

           MOVE ZK-ZF-KEY               TO ZF-KEY.
           IF  VER-IS-HISTORICAL
               MOVE VER-MATCH-KEY       TO ZF-KEY.
           MOVE ZEROES                  TO ZF-ZEROES.
           MOVE LENGTH OF ZF-RECORD     TO ZF-LENGTH.

           IF  ZK-IS-SEGMENTED
               MOVE ONE                 TO ZF-SEGMENT.

           IF  TTL-TYPE EQUAL LAST-ACCESS-TIME
           AND VER-HISTORICAL-READ EQUAL 'N'
               MOVE EIBTRNID  TO LAT-TRANID
               MOVE 'LATSW'   TO CFG-SW-NAME
               MOVE LAT-PROGRAM TO CFG-SW-PROGRAM
               PERFORM 3024-RESOLVE-SWITCH THRU 3024-EXIT
               IF  CFG-SW-ENABLED NOT EQUAL 'Y'
                   MOVE LAST-UPDATE-TIME TO TTL-TYPE.

           IF  TTL-TYPE EQUAL LAST-ACCESS-TIME
           AND VER-HISTORICAL-READ EQUAL 'N'
               EXEC CICS READ FILE(ZF-FCT)
                    INTO(ZF-RECORD)
                    RIDFLD(ZF-KEY-16)
                    LENGTH(ZF-LENGTH)
                    UPDATE
                    NOHANDLE
               END-EXEC

               PERFORM 9950-ABS  THRU 9950-EXIT

               MOVE FC-REWRITE     TO FE-FN
               MOVE 'Y'            TO REORG-WROTE

               EXEC CICS REWRITE FILE(ZF-FCT)
                    FROM(ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE FC-READ        TO FE-FN
               EXEC CICS READ FILE(ZF-FCT)
                    INTO(ZF-RECORD)
                    RIDFLD(ZF-KEY-16)
                    LENGTH(ZF-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE ZK-ZF-KEY                TO INTERNAL-KEY
               MOVE 'N'                      TO PROCESS-COMPLETE
               MOVE 'N'                      TO ZF-SUCCESSFUL.

           IF  EIBRESP EQUAL DFHRESP(NOTFND) OR
               EIBRESP EQUAL DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE FC-READ                 TO FE-FN
               MOVE '3300'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND VER-HISTORICAL-READ EQUAL 'N'
               PERFORM 3310-CHECK-TTL     THRU 3310-EXIT.

           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3250-PREFIX-READ   THRU 3250-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Check for expired TTL.                                        *
      *****************************************************************
       3310-CHECK-TTL.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZF-TTL                      TO TTL-SECONDS.
           MOVE TTL-TIME                    TO TTL-MILLISECONDS.

           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           IF  RELATIVE-TIME GREATER THAN TTL-MILLISECONDS
               MOVE 'L'                     TO PX-EVENT
               PERFORM 3254-PREFIX-COUNT  THRU 3254-EXIT
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 3315-CHECK-HOLD    THRU 3315-EXIT
               PERFORM 3316-ARCHIVE       THRU 3316-EXIT
               PERFORM 5100-DELETE-KEY    THRU 5100-EXIT
               PERFORM 5200-DELETE-FILE   THRU 5200-EXIT
                       WITH TEST AFTER
                       VARYING ZF-SEGMENT FROM 1 BY 1
                       UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE URI-KEY-LENGTH        TO DX-KEY-LENGTH
               MOVE URI-KEY               TO DX-KEY
               PERFORM 4900-CASCADE       THRU 4900-EXIT
               MOVE 'D'                   TO XI-ACTION
               MOVE URI-KEY-LENGTH        TO XI-KEY-LENGTH
               MOVE URI-KEY               TO XI-KEY
               PERFORM 4950-INDEX-KEY     THRU 4950-EXIT
               MOVE WH-EXPIRE-EVENT       TO WH-EVENT
               PERFORM 5450-NOTIFY-WEBHOOK THRU 5450-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  ZF-POLICY-SLIDING
           AND TTL-TYPE NOT EQUAL LAST-ACCESS-TIME
               PERFORM 3320-TOUCH-SLIDING  THRU 3320-EXIT.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * An expired key under legal hold reads as expired but is left  *
      * on file; return before anything is deleted.                   *
      *****************************************************************
       3315-CHECK-HOLD.
           MOVE 'EXPIRED '              TO HX-PATH.
           MOVE 'Y'                     TO HX-SWEEP.
           MOVE URI-KEY-LENGTH          TO HX-KEY-LENGTH.
           MOVE URI-KEY                 TO HX-KEY.
           PERFORM 7990-CHECK-HOLD    THRU 7990-EXIT.

           IF  HX-HELD EQUAL 'Y'
               PERFORM 9000-RETURN    THRU 9000-EXIT.

       3315-EXIT.
           EXIT.

      *****************************************************************
      * Archive the expired entry when its prefix has an archive      *
      * policy.  ZECS042 re-reads the first segment from the key in   *
      * hand, so it runs before 5200-DELETE-FILE steps ZF-SEGMENT; a  *
      * cold-tier chain is read from the ZCxxCOLD file.               *
      *****************************************************************
       3316-ARCHIVE.
           MOVE EIBTRNID                TO AX-TRANID.
           MOVE 'EXPIRED '              TO AX-REASON.
           MOVE ZF-KEY-16               TO AX-ZF-KEY-16.
           MOVE 'N'                     TO AX-ARCHIVED.
           MOVE SPACES                  TO AX-TIER.

           IF  ZF-FCT(5:4) EQUAL COLD-SUFFIX
               MOVE 'C'                 TO AX-TIER.

           EXEC CICS LINK PROGRAM(ZECS042)
                COMMAREA(ZECS042-COMM-AREA)
                LENGTH  (LENGTH OF ZECS042-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3316-EXIT.
           EXIT.

      *****************************************************************
      * Refresh the access timestamp on a sliding-expiration key so    *
      * its TTL window restarts from this GET/HEAD instead of expiring *
      * on the original write time.  Driven by the per-key             *
      * ZF-POLICY-SLIDING flag set by ?policy=sliding on PUT/POST,     *
      * separate from the existing LAT (.LAT application suffix plus   *
      * the global LAT-PROGRAM switch) touch above -- the TTL-TYPE     *
      * check keeps the two from both rewriting the same record.       *
      *****************************************************************
       3320-TOUCH-SLIDING.
           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 9950-ABS  THRU 9950-EXIT
               MOVE 'Y'          TO REORG-WROTE

               EXEC CICS REWRITE FILE(ZF-FCT)
                    FROM(ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    NOHANDLE
               END-EXEC.

       3320-EXIT.
           EXIT.

      *****************************************************************
      * Issue GETMAIN only when multiple segments.                    *
      * When the logical record is a single segment, set the          *
      * CACHE-MESSAGE buffer in the LINKAGE SECTION to the record     *
      * buffer address.                                               *
      *****************************************************************
       3400-STAGE.
           IF  ZF-SEGMENT EQUAL ZEROES
               MOVE ONE                      TO ZF-SEGMENT.

           IF  ZF-SEGMENTS EQUAL ONE
               SUBTRACT ZF-PREFIX          FROM ZF-LENGTH
               IF  ZF-DATA-ENCRYPTED
                   MOVE ZF-LENGTH               TO ENC-DATA-LENGTH
                   PERFORM 4436-DECIPHER-SEGMENT THRU 4436-EXIT
               END-IF
               IF  ZF-DATA-COMPRESSED
                   MOVE ZF-LENGTH                 TO
                        DECOMPRESS-SRC-LENGTH
                   EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                        FLENGTH(THIRTY-TWO-KB)
                        INITIMG(BINARY-ZEROES)
                        NOHANDLE
                   END-EXEC
                   SET  ADDRESS OF CACHE-MESSAGE  TO CACHE-ADDRESS
                   MOVE CACHE-ADDRESS-X           TO SAVE-ADDRESS-X
                   PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT
                   MOVE DECOMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   SET  ADDRESS OF CACHE-MESSAGE TO ADDRESS OF ZF-DATA
               END-IF
               PERFORM 3530-VERIFY-SEGMENT THRU 3530-EXIT.

           IF  ZF-SEGMENTS GREATER THAN ONE
               MULTIPLY ZF-SEGMENTS BY THIRTY-TWO-KB
                   GIVING GETMAIN-LENGTH

               EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                    FLENGTH(GETMAIN-LENGTH)
                    INITIMG(BINARY-ZEROES)
                    NOHANDLE
               END-EXEC

               SET ADDRESS OF CACHE-MESSAGE      TO CACHE-ADDRESS
               MOVE CACHE-ADDRESS-X              TO SAVE-ADDRESS-X

               SUBTRACT ZF-PREFIX              FROM ZF-LENGTH
               IF  ZF-DATA-ENCRYPTED
                   MOVE ZF-LENGTH               TO ENC-DATA-LENGTH
                   PERFORM 4436-DECIPHER-SEGMENT THRU 4436-EXIT
               END-IF
               IF  ZF-DATA-COMPRESSED
                   MOVE ZF-LENGTH                 TO
                        DECOMPRESS-SRC-LENGTH
                   PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT
                   MOVE DECOMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   MOVE ZF-DATA(1:ZF-LENGTH)       TO CACHE-MESSAGE
               END-IF
               PERFORM 3530-VERIFY-SEGMENT     THRU 3530-EXIT
               ADD  ZF-LENGTH                    TO CACHE-ADDRESS-X.

           ADD  ONE                              TO ZF-SEGMENT.
           MOVE ZF-LENGTH                        TO CACHE-LENGTH.

           IF  ZF-SEGMENTS GREATER THAN ONE
               PERFORM 3500-READ-SEGMENTS THRU 3500-EXIT
                   WITH TEST AFTER
                   UNTIL ZF-SEGMENT GREATER THAN ZF-SEGMENTS  OR
                         ZF-SUCCESSFUL EQUAL 'N'.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read FILE segment records.                                    *
      *****************************************************************
       3500-READ-SEGMENTS.
           SET ADDRESS OF CACHE-MESSAGE          TO CACHE-ADDRESS.
           MOVE LENGTH OF ZF-RECORD              TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               SUBTRACT ZF-PREFIX              FROM ZF-LENGTH
               IF  ZF-DATA-ENCRYPTED
                   MOVE ZF-LENGTH               TO ENC-DATA-LENGTH
                   PERFORM 4436-DECIPHER-SEGMENT THRU 4436-EXIT
               END-IF
               IF  ZF-DATA-COMPRESSED
                   MOVE ZF-LENGTH                 TO
                        DECOMPRESS-SRC-LENGTH
                   PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT
                   MOVE DECOMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   MOVE ZF-DATA(1:ZF-LENGTH)       TO CACHE-MESSAGE
               END-IF
               PERFORM 3530-VERIFY-SEGMENT     THRU 3530-EXIT
               ADD  ZF-LENGTH                    TO CACHE-ADDRESS-X
               ADD  ONE                          TO ZF-SEGMENT
               ADD  ZF-LENGTH                    TO CACHE-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE ZK-ZF-KEY                TO INTERNAL-KEY
               MOVE 'N'                          TO PROCESS-COMPLETE
               MOVE 'N'                          TO ZF-SUCCESSFUL
               PERFORM 3510-FREEMAIN           THRU 3510-EXIT.


           IF  EIBRESP EQUAL DFHRESP(NOTFND) OR
               EIBRESP EQUAL DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE FC-READ                 TO FE-FN
               MOVE '3500'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * FREEMAIN message segment buffer.                              *
      * This is required to reprocess a GET request after a key swap. *
      *****************************************************************
       3510-FREEMAIN.
           EXEC CICS FREEMAIN
                DATAPOINTER(SAVE-ADDRESS)
                NOHANDLE
           END-EXEC.

       3510-EXIT.
           EXIT.

      *****************************************************************
      * Decompress ZF-DATA(1:DECOMPRESS-SRC-LENGTH) into the current   *
      * CACHE-MESSAGE window; DECOMPRESS-DST-INDEX is left holding the *
      * decompressed length of this segment.                          *
      *****************************************************************
       3520-DECOMPRESS-SEGMENT.
           MOVE ZEROES                      TO DECOMPRESS-DST-INDEX.
           MOVE 1                           TO DECOMPRESS-SRC-INDEX.
           MOVE 'N'                         TO DECOMPRESS-DONE.

           IF  DECOMPRESS-SRC-LENGTH GREATER THAN ZEROES
               PERFORM 3521-DECOMPRESS-NEXT-TOKEN THRU 3521-EXIT
                   WITH TEST AFTER
                   UNTIL DECOMPRESS-DONE EQUAL 'Y'.

       3520-EXIT.
           EXIT.

      *****************************************************************
      * Decode one literal byte or one three-byte escape token.       *
      *****************************************************************
       3521-DECOMPRESS-NEXT-TOKEN.
           IF  ZF-DATA(DECOMPRESS-SRC-INDEX:1) EQUAL RLE-ESCAPE
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 1:1)
                                             TO RLE-RUN-DIGIT
               MOVE RLE-RUN-DIGIT            TO DECOMPRESS-RUN-LENGTH
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 2:1)
                                             TO DECOMPRESS-RUN-BYTE
               ADD  3                        TO DECOMPRESS-SRC-INDEX
               MOVE DECOMPRESS-RUN-LENGTH    TO DECOMPRESS-LITERAL-COUNT
               PERFORM 3522-DECOMPRESS-EMIT-RUN THRU 3522-EXIT
                   WITH TEST AFTER
                   VARYING DECOMPRESS-LITERAL-INDEX FROM 1 BY 1
                   UNTIL DECOMPRESS-LITERAL-INDEX
                             GREATER THAN DECOMPRESS-LITERAL-COUNT
           ELSE
               ADD  1                        TO DECOMPRESS-DST-INDEX
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX:1)  TO
                    CACHE-MESSAGE(DECOMPRESS-DST-INDEX:1)
               ADD  1                        TO DECOMPRESS-SRC-INDEX
           END-IF.

           IF  DECOMPRESS-SRC-INDEX GREATER THAN DECOMPRESS-SRC-LENGTH
               MOVE 'Y'                      TO DECOMPRESS-DONE.

       3521-EXIT.
           EXIT.

      *****************************************************************
      * Emit one decoded byte of the current run to the output.       *
      *****************************************************************
       3522-DECOMPRESS-EMIT-RUN.
           ADD  1                            TO DECOMPRESS-DST-INDEX.
           MOVE DECOMPRESS-RUN-BYTE          TO
                CACHE-MESSAGE(DECOMPRESS-DST-INDEX:1).

       3522-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send cached information.                                      *
      *****************************************************************
       3600-SEND-RESPONSE.

           MOVE 'Y'                    TO HK-IS-READ.
           PERFORM 9965-COUNT-HOTKEY  THRU 9965-EXIT.

           IF  ZF-SEGMENTS EQUAL ONE
               IF  ZF-DATA-COMPRESSED
                   SET ADDRESS OF CACHE-MESSAGE  TO SAVE-ADDRESS
               ELSE
                   SET ADDRESS OF CACHE-MESSAGE  TO ADDRESS OF ZF-DATA
               END-IF.

           IF  ZF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF CACHE-MESSAGE  TO SAVE-ADDRESS.

           MOVE ZF-MEDIA         TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN   TO WEB-MEDIA-TYPE.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL SPACES BY LOW-VALUES.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE ZF-VERSION             TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NAMELENGTH (HEADER-ETAG-LENGTH)
                VALUE      (ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 3605-CHOOSE-CHARSET THRU 3605-EXIT.

           IF  CS-CONVERT-READ EQUAL 'Y'
               EXEC CICS WEB SEND
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(CACHE-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    CHARACTERSET(CS-CHARACTERSET)
                    HOSTCODEPAGE(CS-HOSTCODEPAGE)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING      OR
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
               EXEC CICS WEB SEND
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(CACHE-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(CACHE-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

           PERFORM 9967-L1-STORE       THRU 9967-EXIT.

           PERFORM 7800-SHADOW-MIRROR  THRU 7800-EXIT.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Is the entry about to be sent a tagged text, XML or JSON      *
      * value?  Then convert it from the codepage it is stored in to  *
      * the character set the caller asked for on Accept-Charset --   *
      * or, without one, UTF-8 for JSON and ISO-8859-1 for text and   *
      * XML.  Binary media and untagged entries are left alone.       *
      *****************************************************************
       3605-CHOOSE-CHARSET.
           MOVE 'N'                         TO CS-CONVERT-READ.

           IF  CS-READ-CHARSET NOT EQUAL 'E'
           AND CS-READ-CHARSET NOT EQUAL 'U'
           AND CS-READ-CHARSET NOT EQUAL 'L'
               GO TO 3605-EXIT.

           IF  WEB-MEDIA-TYPE(1:04) NOT EQUAL TEXT-ANYTHING
           AND WEB-MEDIA-TYPE(1:15) NOT EQUAL APPLICATION-XML
           AND WEB-MEDIA-TYPE(1:16) NOT EQUAL APPLICATION-JSON
               GO TO 3605-EXIT.

           MOVE 'Y'                         TO CS-CONVERT-READ.

           MOVE CS-READ-CHARSET             TO CS-PARSED.
           PERFORM 3606-CHARSET-INDEX     THRU 3606-EXIT.
           MOVE CS-ENTRY-CODEPAGE(CS-INDEX) TO CS-HOSTCODEPAGE.

           MOVE SPACES                      TO CS-PARSED.
           MOVE SPACES                      TO CS-TEXT.
           MOVE LENGTH OF CS-ACCEPT-HEADER  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF CS-TEXT           TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(CS-ACCEPT-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(CS-TEXT)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
           OR  WEBRESP EQUAL DFHRESP(LENGERR)
               PERFORM 4066-PARSE-CHARSET THRU 4066-EXIT.

           IF  CS-PARSED EQUAL SPACES
               MOVE 'L'                     TO CS-PARSED
               IF  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
                   MOVE 'U'                 TO CS-PARSED
               END-IF.

           PERFORM 3606-CHARSET-INDEX     THRU 3606-EXIT.
           MOVE CS-ENTRY-NAME(CS-INDEX)     TO CS-CHARACTERSET.

       3605-EXIT.
           EXIT.

      *****************************************************************
      * CS-CHARSET-TABLE entry for the tag in CS-PARSED.              *
      *****************************************************************
       3606-CHARSET-INDEX.
           MOVE 1                           TO CS-INDEX.

           IF  CS-PARSED EQUAL 'U'
               MOVE 2                       TO CS-INDEX.

           IF  CS-PARSED EQUAL 'L'
               MOVE 3                       TO CS-INDEX.

       3606-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD.                                                     *
      * Same KEY/FILE lookup as GET, but the cached payload is never  *
      * staged or sent -- only metadata is returned as headers.       *
      *****************************************************************
       3700-HEAD-CACHE.
           PERFORM 3710-HEAD-PROCESS  THRU 3710-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       3700-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD.                                                     *
      * Read KEY/FILE structures without performing 3400-STAGE.       *
      *****************************************************************
       3710-HEAD-PROCESS.
           MOVE 'Y'                         TO PROCESS-COMPLETE.
           PERFORM 3200-READ-KEY          THRU 3200-EXIT.
           PERFORM 3300-READ-FILE         THRU 3300-EXIT.
           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3800-SEND-HEAD-RESPONSE  THRU 3800-EXIT.

       3710-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD.                                                     *
      * Return TTL, remaining life, segment count, and media type as  *
      * response headers with no payload.                             *
      *****************************************************************
       3800-SEND-HEAD-RESPONSE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZF-TTL                     TO TTL-SECONDS.
           MOVE TTL-TIME                   TO TTL-MILLISECONDS.
           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           SUBTRACT RELATIVE-TIME FROM TTL-MILLISECONDS
                                        GIVING HEAD-REMAINING-MS.
           DIVIDE HEAD-REMAINING-MS BY ONE-THOUSAND
                                        GIVING HEAD-REMAINING-VALUE.

           MOVE ZF-TTL                     TO HEAD-TTL-VALUE.
           MOVE ZF-SEGMENTS                TO HEAD-SEGMENTS-VALUE.

           MOVE ZF-MEDIA                   TO WEB-MEDIA-TYPE.
           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN             TO WEB-MEDIA-TYPE.

           MOVE ZEROES                     TO MEDIA-VALUE-LENGTH.
           INSPECT WEB-MEDIA-TYPE TALLYING MEDIA-VALUE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           PERFORM 9001-ACAO                THRU 9001-EXIT.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-TTL)
                NAMELENGTH (HEADER-TTL-LENGTH)
                VALUE      (HEAD-TTL-VALUE)
                VALUELENGTH(HEAD-TTL-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-REMAINING)
                NAMELENGTH (HEADER-REMAINING-LENGTH)
                VALUE      (HEAD-REMAINING-VALUE)
                VALUELENGTH(HEAD-REMAINING-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-SEGMENTS)
                NAMELENGTH (HEADER-SEGMENTS-LENGTH)
                VALUE      (HEAD-SEGMENTS-VALUE)
                VALUELENGTH(HEAD-SEGMENTS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZF-VERSION                  TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NAMELENGTH (HEADER-ETAG-LENGTH)
                VALUE      (ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-MEDIA)
                NAMELENGTH (HEADER-MEDIA-LENGTH)
                VALUE      (WEB-MEDIA-TYPE)
                VALUELENGTH(MEDIA-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                DOCTOKEN  (DC-TOKEN)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Get counter, which is used as zECS FILE internal key.         *
      *****************************************************************
       4000-GET-COUNTER.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                RESP(NC-RESP)
                NOHANDLE
           END-EXEC.

           IF  NC-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 4010-COUNTER-FALLBACK THRU 4010-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * The counter server would not answer -- number this request    *
      * from the task number instead, so the region keeps writing     *
      * through the outage.                                           *
      *****************************************************************
       4010-COUNTER-FALLBACK.
      *    *--------------------------------------------------------*
      *    * Successive fallback calls in one task must yield       *
      *    * distinct values -- the bulk path takes one counter per *
      *    * item -- so a per-task sequence rides on top of the     *
      *    * task number; uniqueness across tasks still comes from  *
      *    * the task number plus the TOD slice in the chain id.    *
      *    *--------------------------------------------------------*
           ADD  ONE                         TO NC-FALLBACK-SEQ.
           COMPUTE ZECS-VALUE = EIBTASKN + NC-FALLBACK-SEQ.

           IF  NC-FALLBACK-ALERTED EQUAL 'N'
               MOVE 'Y'                     TO NC-FALLBACK-ALERTED
               MOVE SPACES                  TO TD-MESSAGE
               MOVE 'NAMED COUNTER UNAVAILABLE - FALLBACK ENGAGED'
                                            TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Read the If-Match request header, when present, so the        *
      * writer's expected version can be compared against the         *
      * current ZF-VERSION before the update is allowed to proceed.   *
      *****************************************************************
       4050-READ-IF-MATCH.
           MOVE 'N'                          TO IF-MATCH-PRESENT.
           MOVE SPACES                       TO IF-MATCH-VALUE.
           MOVE LENGTH OF IF-MATCH-HEADER    TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF IF-MATCH-VALUE     TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(IF-MATCH-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(IF-MATCH-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
           AND HTTP-VALUE-LENGTH EQUAL LENGTH OF IF-MATCH-VALUE
               MOVE 'Y'                      TO IF-MATCH-PRESENT.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * A replicated write carries its originating stamp on the       *
      * X-zECS-Origin header; read it, when present, for the conflict *
      * check and for the KEY record.  A client write has none.       *
      *****************************************************************
       4060-READ-ORIGIN.
           MOVE 'N'                          TO RO-PRESENT.

           IF  WEB-PATH(1:10) NOT EQUAL REPLICATE
               GO TO 4060-EXIT.

           MOVE SPACES                       TO RO-VALUE.
           MOVE LENGTH OF RO-HEADER          TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF RO-VALUE           TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(RO-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(RO-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
           AND HTTP-VALUE-LENGTH EQUAL LENGTH OF RO-VALUE
           AND RO-WRITE-ABS NUMERIC
           AND RO-BASE-ABS  NUMERIC
               MOVE 'Y'                      TO RO-PRESENT.

       4060-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * The character set this write's value is stored in, for        *
      * ZK-CHARSET: EBCDIC when the body was converted on receipt,    *
      * else the X-zECS-Charset header, else the Content-Type         *
      * charset, else UTF-8 -- or untagged for a replicated write     *
      * whose partner named none.                                     *
      *****************************************************************
       4062-READ-CHARSET.
           IF  CS-CONVERTED EQUAL 'Y'
               MOVE 'E'                      TO CS-WRITE-CHARSET
               GO TO 4062-EXIT.

           MOVE SPACES                       TO CS-PARSED.
           MOVE SPACES                       TO CS-TEXT.
           MOVE LENGTH OF CS-HEADER          TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF CS-TEXT            TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(CS-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(CS-TEXT)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 4066-PARSE-CHARSET THRU 4066-EXIT.

           IF  CS-PARSED NOT EQUAL SPACES
               MOVE CS-PARSED                TO CS-WRITE-CHARSET
               GO TO 4062-EXIT.

           MOVE SPACES                       TO CS-TEXT.
           MOVE LENGTH OF CS-TYPE-HEADER     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF CS-TEXT            TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ HTTPHEADER(CS-TYPE-HEADER)
                NAMELENGTH(HTTP-NAME-LENGTH)
                VALUE(CS-TEXT)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
           OR  WEBRESP EQUAL DFHRESP(LENGERR)
               PERFORM 4066-PARSE-CHARSET THRU 4066-EXIT.

           IF  CS-PARSED NOT EQUAL SPACES
               MOVE CS-PARSED                TO CS-WRITE-CHARSET
               GO TO 4062-EXIT.

           MOVE 'U'                          TO CS-WRITE-CHARSET.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               MOVE SPACES                   TO CS-WRITE-CHARSET.

       4062-EXIT.
           EXIT.

      *****************************************************************
      * Find a character set name in CS-TEXT, a header value, and     *
      * return its tag in CS-PARSED (spaces when none is recognized). *
      * A list is taken in the service's own order of preference:     *
      * UTF-8, then ISO-8859-1, then IBM037.                          *
      *****************************************************************
       4066-PARSE-CHARSET.
           MOVE SPACES                       TO CS-PARSED.

           INSPECT CS-TEXT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROES                       TO CS-TALLY.
           INSPECT CS-TEXT TALLYING CS-TALLY
                   FOR ALL 'UTF-8' ALL 'UTF8'.

           IF  CS-TALLY GREATER THAN ZEROES
               MOVE 'U'                      TO CS-PARSED
               GO TO 4066-EXIT.

           MOVE ZEROES                       TO CS-TALLY.
           INSPECT CS-TEXT TALLYING CS-TALLY
                   FOR ALL 'ISO-8859-1' ALL 'LATIN1' ALL 'LATIN-1'.

           IF  CS-TALLY GREATER THAN ZEROES
               MOVE 'L'                      TO CS-PARSED
               GO TO 4066-EXIT.

           MOVE ZEROES                       TO CS-TALLY.
           INSPECT CS-TEXT TALLYING CS-TALLY
                   FOR ALL 'IBM037' ALL 'IBM-037' ALL 'CP037'
                       ALL 'EBCDIC'.

           IF  CS-TALLY GREATER THAN ZEROES
               MOVE 'E'                      TO CS-PARSED.

       4066-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Issue READ UPDATE for KEY structure.  If the record is not    *
      * found, issue WRITE.                                           *
      *****************************************************************
       4100-READ-KEY.
           PERFORM 4060-READ-ORIGIN       THRU 4060-EXIT.
           PERFORM 4062-READ-CHARSET      THRU 4062-EXIT.

           MOVE URI-KEY TO ZK-KEY.
           MOVE LENGTH  OF ZK-RECORD TO ZK-LENGTH.

           EXEC CICS READ
                FILE  (ZK-FCT)
                INTO  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4105-IF-MATCH      THRU 4105-EXIT
               PERFORM 4140-CHECK-CONFLICT THRU 4140-EXIT
               PERFORM 4110-PRIME-KEY     THRU 4110-EXIT
               PERFORM 4115-TRACK-VERSION THRU 4115-EXIT.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 4120-WRITE-KEY     THRU 4120-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE '4100'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Read the current FILE structure's version so it can be        *
      * carried forward (incremented) onto the new FILE segments,     *
      * and enforce If-Match, when present, against that version.     *
      * A stale writer receives a 409, the same as a WRITE DUPREC     *
      * race against a DELETE.                                        *
      *****************************************************************
       4105-IF-MATCH.
           MOVE 'N'                         TO OLD-CHAIN-COLD.
           IF  ZK-ON-COLD-TIER
               MOVE 'Y'                     TO OLD-CHAIN-COLD
               MOVE COLD-SUFFIX             TO ZF-FCT(5:4)
           ELSE
               MOVE FILE-SUFFIX             TO ZF-FCT(5:4).

           MOVE ZK-ZF-KEY                   TO ZF-KEY.
           MOVE ZEROES                      TO ZF-ZEROES.
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.

           IF  ZK-IS-SEGMENTED
               MOVE ONE                     TO ZF-SEGMENT.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(VERSION-RESP)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                      TO CURRENT-VERSION.
           IF  VERSION-RESP EQUAL DFHRESP(NORMAL)
               MOVE ZF-VERSION               TO CURRENT-VERSION.

           MOVE FILE-SUFFIX                 TO ZF-FCT(5:4).

           IF  IF-MATCH-PRESENT EQUAL 'Y'
           AND CURRENT-VERSION NOT EQUAL IF-MATCH-VERSION
               MOVE HTTP-CONFLICT            TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409     THRU 9500-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       4105-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Prime KEY structure record.                                   *
      *****************************************************************
       4110-PRIME-KEY.

           MOVE ZK-ZF-KEY                   TO DELETE-KEY.
           MOVE ZEROES                      TO DELETE-ZEROES.

           MOVE THE-TOD(1:6)                TO ZK-ZF-IDN.
           MOVE ZECS-NC-HW                  TO ZK-ZF-NC.

           MOVE 'Y'                         TO ZK-SEGMENTS.

      *    *--------------------------------------------------------*
      *    * Overwriting a tombstoned key is an ordinary write --   *
      *    * the tombstone goes with the old generation.            *
      *    *--------------------------------------------------------*
           MOVE ZEROES                      TO ZK-DELETED-ABS.

           MOVE ZK-CHARSET                  TO CS-PRIOR-CHARSET.
           PERFORM 4145-STAMP-WRITE       THRU 4145-EXIT.

       4110-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Chain the generation just superseded by 4110-PRIME-KEY onto    *
      * the KEY structure's ZK-VER-HISTORY table instead of handing    *
      * it straight to 4700-DELETE, for up to VER-RETAIN-COUNT prior   *
      * generations.  Disabled (VER-RETAIN-COUNT zero) reproduces the  *
      * original overwrite-only behavior exactly -- 4300-SEND-         *
      * RESPONSE still deletes DELETE-KEY unconditionally in that      *
      * case.  When enabled, the oldest entry falling off the end of   *
      * the table is captured into VER-EVICT-KEY for 4300-SEND-        *
      * RESPONSE to delete in DELETE-KEY's place.                      *
      *****************************************************************
       4115-TRACK-VERSION.
           MOVE 'N'                         TO VER-EVICT-PRESENT.
           MOVE DELETE-KEY                  TO VER-NEW-KEY.

           PERFORM 8800-GET-VERSION-COUNT THRU 8800-EXIT.

      *    *--------------------------------------------------------*
      *    * A remembered miss has no generation worth retaining -- *
      *    * overwriting one is a plain create as far as version    *
      *    * history is concerned.                                  *
      *    *--------------------------------------------------------*
      *    *--------------------------------------------------------*
      *    * A superseded chain living on the cold tier is not      *
      *    * retained -- the history mechanism addresses the        *
      *    * primary file, so the cold chain is simply deleted      *
      *    * (from its own tier) the way the non-versioned path     *
      *    * always has.                                            *
      *    *--------------------------------------------------------*
           IF  VER-RETAIN-COUNT EQUAL ZEROES
           OR  VER-NEW-KEY EQUAL NEG-MARKER
           OR  OLD-CHAIN-COLD EQUAL 'Y'
               MOVE ZEROES                  TO ZK-VER-COUNT
           ELSE
               IF  ZK-VER-COUNT NOT LESS THAN VER-RETAIN-COUNT
                   PERFORM 4117-EVICT-TAIL   THRU 4117-EXIT
                       WITH TEST AFTER
                       UNTIL ZK-VER-COUNT LESS THAN VER-RETAIN-COUNT
               END-IF

               IF  ZK-VER-COUNT GREATER THAN ZEROES
                   PERFORM 4116-SHIFT-HISTORY THRU 4116-EXIT
                       VARYING VER-HISTORY-INDEX FROM ZK-VER-COUNT
                       BY -1
                       UNTIL VER-HISTORY-INDEX LESS THAN 1
               END-IF

               MOVE VER-NEW-KEY                 TO ZK-VER-KEY(1)
               MOVE CURRENT-VERSION             TO ZK-VER-NUMBER(1)
               MOVE CS-PRIOR-CHARSET            TO ZK-VER-CHARSET(1)
               ADD  ONE                         TO ZK-VER-COUNT
           END-IF.

       4115-EXIT.
           EXIT.

      *****************************************************************
      * Slide one ZK-VER-HISTORY entry down to make room for the       *
      * generation 4115-TRACK-VERSION is about to record at slot one.  *
      *****************************************************************
       4116-SHIFT-HISTORY.
           MOVE ZK-VER-KEY(VER-HISTORY-INDEX)
                              TO ZK-VER-KEY(VER-HISTORY-INDEX + 1).
           MOVE ZK-VER-NUMBER(VER-HISTORY-INDEX)
                              TO ZK-VER-NUMBER(VER-HISTORY-INDEX + 1).
           MOVE ZK-VER-CHARSET(VER-HISTORY-INDEX)
                              TO ZK-VER-CHARSET(VER-HISTORY-INDEX + 1).

       4116-EXIT.
           EXIT.

      *****************************************************************
      * Drop the table's true tail (its oldest retained generation),   *
      * the entry at ZK-VER-COUNT, not a fixed VER-RETAIN-COUNT         *
      * offset -- the two only coincide when the table is already at   *
      * its retention ceiling.  Lowering VER-RETAIN-COUNT can leave     *
      * more than one entry to drop in a single request; only the      *
      * last one dropped can be deferred to 4300-SEND-RESPONSE (via    *
      * VER-EVICT-KEY), so any earlier one is deleted here directly.   *
      *****************************************************************
       4117-EVICT-TAIL.
           IF  VER-HAS-EVICT
               MOVE VER-EVICT-KEY            TO DELETE-KEY
               MOVE ZEROES                   TO DELETE-ZEROES
               PERFORM 4700-DELETE           THRU 4700-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)
           END-IF.

           MOVE ZK-VER-KEY(ZK-VER-COUNT)      TO VER-EVICT-KEY.
           MOVE 'Y'                           TO VER-EVICT-PRESENT.
           SUBTRACT 1                         FROM ZK-VER-COUNT.

       4117-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Write KEY structure record.                                   *
      * If the WRITE receives a DUPREC, issue a READ for UPDATE and   *
      * process as a PUT request.  If the READ fails, issue a 409     *
      * indicating a DUPREC for the WRITE, as there has been a        *
      * conflict between POST/PUT and a DELETE request.               *
      *****************************************************************
       4120-WRITE-KEY.
           MOVE URI-KEY               TO ZK-KEY.

           MOVE THE-TOD(1:6)          TO ZK-ZF-IDN.
           MOVE ZECS-NC-HW            TO ZK-ZF-NC.

           MOVE 'Y'                   TO ZK-SEGMENTS.
           MOVE LENGTH OF ZK-RECORD   TO ZK-LENGTH.

           MOVE ZEROES                TO ZK-WRITE-ABS.
           MOVE SPACES                TO ZK-WRITE-DC.
           PERFORM 4145-STAMP-WRITE THRU 4145-EXIT.

           EXEC CICS WRITE
                FILE  (ZK-FCT)
                FROM  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
               PERFORM 4130-READ-KEY      THRU 4130-EXIT.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
           AND WRITE-RESP NOT EQUAL DFHRESP(DUPREC)
               MOVE '4120'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       4120-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * The WRITE received a DUPREC.  Issue a READ and process as a   *
      * PUT requeset.  If the READ is NOTFND, issue a 409 to indicate *
      * DUPREC on the WRITE.                                          *
      *****************************************************************
       4130-READ-KEY.
           MOVE URI-KEY TO ZK-KEY.
           MOVE LENGTH  OF ZK-RECORD TO ZK-LENGTH.

           EXEC CICS READ
                FILE  (ZK-FCT)
                INTO  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  READ-RESP     EQUAL DFHRESP(NOTFND)
               MOVE HTTP-CONFLICT           TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409    THRU 9500-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4130'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           PERFORM 4105-IF-MATCH          THRU 4105-EXIT.
           PERFORM 4140-CHECK-CONFLICT    THRU 4140-EXIT.
           PERFORM 4110-PRIME-KEY         THRU 4110-EXIT.
           PERFORM 4115-TRACK-VERSION     THRU 4115-EXIT.

       4130-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT on /replicate.                                  *
      * Does the local generation just read hold a write the sender   *
      * never saw?  Not when the sender stamped nothing, when the key *
      * is a remembered miss or a tombstone, when the local stamp is  *
      * unknown or the sender's own Data Center's, or when the local  *
      * stamp is the very generation the sender's write superseded.   *
      * Otherwise the rule picks a winner and both values are logged. *
      * A kept local generation ends the request here.                *
      *****************************************************************
       4140-CHECK-CONFLICT.
           MOVE 'N'                         TO CX-CONFLICT.

           IF  RO-PRESENT NOT EQUAL 'Y'
               GO TO 4140-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 4140-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 4140-EXIT.

           IF  ZK-WRITE-ABS NOT NUMERIC
           OR  ZK-WRITE-DC  EQUAL SPACES
               GO TO 4140-EXIT.

           IF  ZK-WRITE-ABS NOT GREATER THAN ZEROES
           OR  ZK-WRITE-DC  EQUAL RO-WRITE-DC
               GO TO 4140-EXIT.

           IF  ZK-WRITE-ABS EQUAL RO-BASE-ABS
           AND ZK-WRITE-DC  EQUAL RO-BASE-DC
               GO TO 4140-EXIT.

           MOVE 'Y'                         TO CX-CONFLICT.

           PERFORM 4141-PICK-WINNER       THRU 4141-EXIT.
           PERFORM 4142-CAPTURE-VALUES    THRU 4142-EXIT.

           IF  CX-LOCAL-WON
               PERFORM 4143-KEEP-LOCAL    THRU 4143-EXIT.

           PERFORM 4144-WRITE-CONFLICT    THRU 4144-EXIT.

       4140-EXIT.
           EXIT.

      *****************************************************************
      * Apply the cache's ZCCONFIG CONFLICT rule.  DC=<name> prefers  *
      * that Data Center's write; anything else (or neither side      *
      * being the preferred one) is last writer wins, a tie going to  *
      * the higher Data Center name.                                  *
      *****************************************************************
       4141-PICK-WINNER.
           MOVE SPACES                      TO CX-RECORD.
           MOVE SPACES                      TO CX-PREFERRED-DC.

           MOVE 'CONFLICT'                  TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG        THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
           AND CF-VALUE(1:3) EQUAL 'DC='
               MOVE CF-VALUE(4:8)           TO CX-PREFERRED-DC.

           IF  CX-PREFERRED-DC NOT EQUAL SPACES
           AND RO-WRITE-DC EQUAL CX-PREFERRED-DC
               MOVE 'P'                     TO CX-RULE
               MOVE 'I'                     TO CX-WINNER
               GO TO 4141-EXIT.

           IF  CX-PREFERRED-DC NOT EQUAL SPACES
           AND ZK-WRITE-DC EQUAL CX-PREFERRED-DC
               MOVE 'P'                     TO CX-RULE
               MOVE 'L'                     TO CX-WINNER
               GO TO 4141-EXIT.

           MOVE 'L'                         TO CX-RULE.

           IF  RO-WRITE-ABS GREATER THAN ZK-WRITE-ABS
               MOVE 'I'                     TO CX-WINNER
               GO TO 4141-EXIT.

           IF  RO-WRITE-ABS LESS THAN ZK-WRITE-ABS
               MOVE 'L'                     TO CX-WINNER
               GO TO 4141-EXIT.

           IF  RO-WRITE-DC GREATER THAN ZK-WRITE-DC
               MOVE 'I'                     TO CX-WINNER
           ELSE
               MOVE 'L'                     TO CX-WINNER.

       4141-EXIT.
           EXIT.

      *****************************************************************
      * Fill in the conflict record: both stamps, and both values up  *
      * to CX-VALUE-MAX bytes each.  The local value is the first     *
      * segment 4105-IF-MATCH read, expanded if it was compressed.    *
      * A key this cache enciphers keeps neither value, only their    *
      * lengths -- the conflict file is not enciphered.               *
      *****************************************************************
       4142-CAPTURE-VALUES.
           MOVE ZEROES                      TO CX-ABS
                                               CX-LOCAL-ABS
                                               CX-LOCAL-VERSION
                                               CX-LOCAL-SEGMENTS
                                               CX-IN-ABS
                                               CX-IN-BASE-ABS
                                               CX-LOCAL-SIZE
                                               CX-IN-SIZE
                                               CX-LOCAL-LENGTH
                                               CX-IN-LENGTH.

           MOVE URI-KEY-LENGTH              TO CX-KEY-LENGTH.
           MOVE URI-KEY                     TO CX-CACHE-KEY.
           MOVE RO-SOURCE                   TO CX-SOURCE.
           MOVE URI-FIELD-03                TO CX-BUSBU.
           MOVE RID-VALUE                   TO CX-REQUEST-ID.

           MOVE ZK-WRITE-ABS                TO CX-LOCAL-ABS.
           MOVE ZK-WRITE-DC                 TO CX-LOCAL-DC.
           MOVE ZK-WRITE-USERID             TO CX-LOCAL-USERID.
           MOVE CURRENT-VERSION             TO CX-LOCAL-VERSION.

           MOVE RO-WRITE-ABS                TO CX-IN-ABS.
           MOVE RO-WRITE-DC                 TO CX-IN-DC.
           MOVE RO-WRITE-USERID             TO CX-IN-USERID.
           MOVE RO-BASE-ABS                 TO CX-IN-BASE-ABS.
           MOVE RO-BASE-DC                  TO CX-IN-BASE-DC.
           MOVE WEB-MEDIA-TYPE              TO CX-IN-MEDIA.
           MOVE RECEIVE-LENGTH              TO CX-IN-SIZE.

           MOVE ZEROES                      TO CX-WORK-LENGTH.
           IF  VERSION-RESP EQUAL DFHRESP(NORMAL)
               MOVE ZF-SEGMENTS             TO CX-LOCAL-SEGMENTS
               MOVE ZF-MEDIA                TO CX-LOCAL-MEDIA
               COMPUTE CX-WORK-LENGTH = ZF-LENGTH - ZF-PREFIX
               MOVE CX-WORK-LENGTH          TO CX-LOCAL-SIZE.

           MOVE 'N'                         TO CX-WITHHELD.
           PERFORM 4430-CHECK-ENCRYPTION  THRU 4430-EXIT.

           IF  ENCR-ENABLED EQUAL 'Y'
               MOVE 'Y'                     TO CX-WITHHELD.

           IF  VERSION-RESP EQUAL DFHRESP(NORMAL)
           AND ZF-DATA-ENCRYPTED
               MOVE 'Y'                     TO CX-WITHHELD.

           IF  CX-WITHHELD EQUAL 'Y'
               GO TO 4142-EXIT.

           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.

           MOVE RECEIVE-LENGTH              TO CX-IN-LENGTH.
           IF  RECEIVE-LENGTH GREATER THAN CX-VALUE-MAX
               MOVE CX-VALUE-MAX            TO CX-IN-LENGTH.

           IF  CX-IN-LENGTH GREATER THAN ZEROES
               MOVE CACHE-MESSAGE(1:CX-IN-LENGTH)
                                            TO CX-IN-VALUE.

           IF  CX-WORK-LENGTH GREATER THAN ZEROES
               PERFORM 4147-CAPTURE-LOCAL THRU 4147-EXIT.

       4142-EXIT.
           EXIT.

      *****************************************************************
      * The local value wins.  Release the KEY record untouched, log  *
      * the conflict, and tell the sender its write was received --   *
      * a 200, so it is not queued and replayed against the same      *
      * answer again.                                                 *
      *****************************************************************
       4143-KEEP-LOCAL.
           EXEC CICS UNLOCK FILE(ZK-FCT)
                NOHANDLE
           END-EXEC.

           PERFORM 4144-WRITE-CONFLICT    THRU 4144-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 9001-ACAO              THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(CX-KEPT-TEXT)
                STATUSLEN (CX-KEPT-LENGTH)
           END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       4143-EXIT.
           EXIT.

      *****************************************************************
      * Audit the conflict and write its record under the audit       *
      * entry's key.  The audit draws its own time-of-day and counter *
      * value, so the ones the new generation's FILE key is built     *
      * from are put back afterward.                                  *
      *****************************************************************
       4144-WRITE-CONFLICT.
           MOVE THE-TOD                     TO CX-SAVE-TOD.
           MOVE ZECS-VALUE                  TO CX-SAVE-VALUE.

           MOVE 'CONFLICT'                  TO ZA-OPERATION.
           MOVE RO-WRITE-USERID             TO ZA-USERID.
           MOVE URI-KEY-LENGTH              TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                     TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.

           MOVE ZA-KEY                      TO CX-KEY.
           MOVE ZA-ABS                      TO CX-ABS.
           MOVE LENGTH OF CX-RECORD         TO CX-LENGTH.

           EXEC CICS WRITE FILE(CX-FCT)
                FROM(CX-RECORD)
                RIDFLD(CX-KEY)
                LENGTH(CX-LENGTH)
                RESP(CX-RESP)
                NOHANDLE
           END-EXEC.

           MOVE CX-SAVE-TOD                 TO THE-TOD.
           MOVE CX-SAVE-VALUE               TO ZECS-VALUE.

       4144-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the generation being written.  A replicated write takes *
      * the sender's stamps as they came; a client write is stamped   *
      * now, here, by its UserID, and the stamp it replaces becomes   *
      * its base.  A replicated write without a header gets the time  *
      * alone.  The stamp is remembered for the replication header.   *
      * Either way the generation carries its character set tag.      *
      *****************************************************************
       4145-STAMP-WRITE.
           MOVE ZEROES                      TO ZK-READ-ABS.
           MOVE CS-WRITE-CHARSET            TO ZK-CHARSET.

           IF  RO-PRESENT EQUAL 'Y'
               MOVE RO-WRITE-ABS            TO ZK-WRITE-ABS
               MOVE RO-WRITE-DC             TO ZK-WRITE-DC
               MOVE RO-WRITE-USERID         TO ZK-WRITE-USERID
               MOVE RO-BASE-ABS             TO ZK-BASE-ABS
               MOVE RO-BASE-DC              TO ZK-BASE-DC
               GO TO 4145-EXIT.

           MOVE ZEROES                      TO ZK-BASE-ABS.
           MOVE SPACES                      TO ZK-BASE-DC.

           IF  ZK-WRITE-ABS NUMERIC
               MOVE ZK-WRITE-ABS            TO ZK-BASE-ABS
               MOVE ZK-WRITE-DC             TO ZK-BASE-DC.

           EXEC CICS ASKTIME ABSTIME(ZK-WRITE-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO ZK-WRITE-DC.
           MOVE CA-USERID                   TO ZK-WRITE-USERID.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               GO TO 4145-EXIT.

           PERFORM 4146-GET-DCNAME        THRU 4146-EXIT.
           MOVE CX-DC-NAME                  TO ZK-WRITE-DC.

           MOVE 'Y'                         TO RO-OUT-PRESENT.
           MOVE ZK-WRITE-ABS                TO RO-OUT-WRITE-ABS.
           MOVE ZK-WRITE-DC                 TO RO-OUT-WRITE-DC.
           MOVE ZK-WRITE-USERID             TO RO-OUT-WRITE-USERID.
           MOVE ZK-BASE-ABS                 TO RO-OUT-BASE-ABS.
           MOVE ZK-BASE-DC                  TO RO-OUT-BASE-DC.
           MOVE 'W'                         TO RO-OUT-SOURCE.

       4145-EXIT.
           EXIT.

      *****************************************************************
      * This Data Center's name: the ZCCONFIG DCNAME row, else the    *
      * region's APPLID.  Resolved once per task.                     *
      *****************************************************************
       4146-GET-DCNAME.
           IF  CX-DC-NAME NOT EQUAL SPACES
               GO TO 4146-EXIT.

           MOVE 'DCNAME'                    TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG        THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
           AND CF-VALUE-LEN GREATER THAN ZEROES
               MOVE CF-VALUE(1:8)           TO CX-DC-NAME
               GO TO 4146-EXIT.

           EXEC CICS ASSIGN APPLID(APPLID) NOHANDLE
           END-EXEC.

           MOVE APPLID                      TO CX-DC-NAME.

       4146-EXIT.
           EXIT.

      *****************************************************************
      * Keep the local value from ZF-DATA.  A compressed segment is   *
      * expanded into a work area of its own, so the received message *
      * CACHE-ADDRESS points to is left alone.                        *
      *****************************************************************
       4147-CAPTURE-LOCAL.
           IF  NOT ZF-DATA-COMPRESSED
               MOVE CX-WORK-LENGTH          TO CX-LOCAL-LENGTH
               IF  CX-WORK-LENGTH GREATER THAN CX-VALUE-MAX
                   MOVE CX-VALUE-MAX        TO CX-LOCAL-LENGTH
               END-IF
               MOVE ZF-DATA(1:CX-LOCAL-LENGTH) TO CX-LOCAL-VALUE
               GO TO 4147-EXIT.

           EXEC CICS GETMAIN SET(CX-ADDRESS)
                FLENGTH(THIRTY-TWO-KB)
                INITIMG(BINARY-ZEROES)
                RESP(CX-RESP)
                NOHANDLE
           END-EXEC.

           IF  CX-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4147-EXIT.

           SET ADDRESS OF CACHE-MESSAGE     TO CX-ADDRESS.
           MOVE CX-WORK-LENGTH              TO DECOMPRESS-SRC-LENGTH.
           PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT.

           MOVE DECOMPRESS-DST-INDEX        TO CX-LOCAL-SIZE.
           MOVE DECOMPRESS-DST-INDEX        TO CX-LOCAL-LENGTH.
           IF  DECOMPRESS-DST-INDEX GREATER THAN CX-VALUE-MAX
               MOVE CX-VALUE-MAX            TO CX-LOCAL-LENGTH.

           IF  CX-LOCAL-LENGTH GREATER THAN ZEROES
               MOVE CACHE-MESSAGE(1:CX-LOCAL-LENGTH)
                                            TO CX-LOCAL-VALUE.

           EXEC CICS FREEMAIN
                DATAPOINTER(CX-ADDRESS)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.

       4147-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Write FILE structure record                                   *
      *****************************************************************
       4200-PROCESS-FILE.
           MOVE CACHE-ADDRESS-X             TO SAVE-ADDRESS-X.

           MOVE URI-KEY                     TO ZF-ZK-KEY.
           MOVE ZK-ZF-KEY                   TO ZF-KEY.
           MOVE ZEROES                      TO ZF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO ZF-MEDIA.
           MOVE TAGS-TEXT                   TO ZF-TAGS.
           MOVE URI-FIELD-03                TO ZF-BUSBU.

           ADD  ONE TO CURRENT-VERSION      GIVING ZF-VERSION.

           MOVE RECEIVE-LENGTH              TO UNSEGMENTED-LENGTH.

           DIVIDE RECEIVE-LENGTH BY THIRTY-TWO-KB
               GIVING    MAX-SEGMENT-COUNT
               REMAINDER SEGMENT-REMAINDER.

           IF  SEGMENT-REMAINDER GREATER THAN ZEROES
               ADD ONE TO MAX-SEGMENT-COUNT.

           MOVE MAX-SEGMENT-COUNT           TO ZF-SEGMENTS.

           PERFORM 9950-ABS               THRU 9950-EXIT.

           PERFORM 4400-WRITE-FILE        THRU 4400-EXIT
               WITH TEST AFTER
               VARYING SEGMENT-COUNT FROM 1 BY 1 UNTIL
                       SEGMENT-COUNT EQUAL  MAX-SEGMENT-COUNT.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4500-UPDATE-KEY    THRU 4500-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Replicate across active/active Data Center.                   *
      * Send POST response.                                           *
      * Set IMMEDIATE action on WEB SEND command.                     *
      * Get URL and replication type from document template.          *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perfrom Data Center replication before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       4300-SEND-RESPONSE.
           MOVE 'PUT'                  TO OW-VERB.
           MOVE RECEIVE-LENGTH         TO OW-BODY-LENGTH.
           SET ADDRESS OF CACHE-MESSAGE TO SAVE-ADDRESS.
           PERFORM 4800-ORIGIN-WRITE  THRU 4800-EXIT.

           IF  OW-REFUSED EQUAL 'Y'
               PERFORM 9999-ROLLBACK       THRU 9999-EXIT
               PERFORM 4830-ORIGIN-REFUSED THRU 4830-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE URI-KEY-LENGTH         TO DX-KEY-LENGTH.
           MOVE URI-KEY                TO DX-KEY.
           PERFORM 4900-CASCADE        THRU 4900-EXIT.
           PERFORM 4910-RECORD-DEPENDS THRU 4910-EXIT.

           MOVE 'W'                    TO XI-ACTION.
           MOVE URI-KEY-LENGTH         TO XI-KEY-LENGTH.
           MOVE URI-KEY                TO XI-KEY.
           PERFORM 4950-INDEX-KEY      THRU 4950-EXIT.

           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           MOVE WEB-HTTPMETHOD(1:8)    TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.
           PERFORM 1710-UPDATE-USAGE  THRU 1710-EXIT.

           MOVE 'N'                    TO HK-IS-READ.
           PERFORM 9965-COUNT-HOTKEY  THRU 9965-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE ZEROES                 TO REPL-ACK-COUNT.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

      *    *--------------------------------------------------------*
      *    * A sync write on an ACTIVE-STANDBY cache replicates     *
      *    * BEFORE the response so the acknowledgment can be       *
      *    * judged; the ordinary after-send replicate is skipped.  *
      *    *--------------------------------------------------------*
           IF  SYNC-REQUESTED
           AND DC-TYPE EQUAL ACTIVE-STANDBY
           AND WEB-PATH(1:10) EQUAL RESOURCES
               MOVE 'Y'                  TO SYNC-REPL-DONE
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE ZF-VERSION             TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NAMELENGTH (HEADER-ETAG-LENGTH)
                VALUE      (ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The guarantee is "at least one partner acknowledged    *
      *    * the replicated write" -- a cache with no partner       *
      *    * configured cannot meet it either, so the distinct      *
      *    * status goes back whenever no acknowledgment arrived.   *
      *    *--------------------------------------------------------*
           IF  SYNC-REQUESTED
           AND WEB-PATH(1:10) EQUAL RESOURCES
           AND REPL-ACK-COUNT EQUAL ZEROES
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE(TEXT-PLAIN)
                    SRVCONVERT
                    NOHANDLE
                    ACTION(SEND-ACTION)
                    STATUSCODE(HTTP-STATUS-202)
                    STATUSTEXT(HTTP-202-TEXT)
                    STATUSLEN (HTTP-202-LENGTH)
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE(TEXT-PLAIN)
                    SRVCONVERT
                    NOHANDLE
                    ACTION(SEND-ACTION)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
               END-EXEC
           END-IF.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY AND
               WEB-PATH(1:10) EQUAL RESOURCES
           AND SYNC-REPL-DONE NOT EQUAL 'Y'
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

           IF  DUPLICATE-POST EQUAL 'Y'
           AND (VER-RETAIN-COUNT EQUAL ZEROES
           OR  OLD-CHAIN-COLD EQUAL 'Y')
               IF  OLD-CHAIN-COLD EQUAL 'Y'
                   MOVE COLD-SUFFIX      TO ZF-FCT(5:4)
               END-IF
               PERFORM 4700-DELETE       THRU 4700-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FILE-SUFFIX          TO ZF-FCT(5:4).

      *****************************************************************
      * Key versioning enabled -- the generation just superseded was   *
      * chained onto ZK-VER-HISTORY by 4115-TRACK-VERSION instead of   *
      * being deleted above.  Delete the generation, if any, that has  *
      * aged out of the retained history to make room for it.          *
      *****************************************************************
           IF  DUPLICATE-POST EQUAL 'Y'
           AND VER-HAS-EVICT
               MOVE VER-EVICT-KEY        TO DELETE-KEY
               MOVE ZEROES               TO DELETE-ZEROES
               PERFORM 4700-DELETE       THRU 4700-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

           PERFORM 7800-SHADOW-MIRROR  THRU 7800-EXIT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Write FILE structure record.                                  *
      * A logical record can span one hundred 32,000 byte segments.   *
      *****************************************************************
       4400-WRITE-FILE.
           SET ADDRESS OF CACHE-MESSAGE         TO CACHE-ADDRESS.
           MOVE SEGMENT-COUNT                   TO ZF-SEGMENT.

           IF  UNSEGMENTED-LENGTH LESS THAN     OR EQUAL THIRTY-TWO-KB
               MOVE UNSEGMENTED-LENGTH          TO ZF-LENGTH
           ELSE
               MOVE THIRTY-TWO-KB               TO ZF-LENGTH.

           MOVE LOW-VALUES                      TO ZF-DATA.
           MOVE ZF-LENGTH                       TO ZF-RAW-LENGTH.
           MOVE ZF-LENGTH                       TO CHECKSUM-LENGTH.
           PERFORM 4420-CHECKSUM-SEGMENT      THRU 4420-EXIT.
           MOVE CHECKSUM-VALUE                  TO ZF-CHECKSUM.
           MOVE SPACES                          TO ZF-FLAGS.
           MOVE SPACES                          TO ZF-KEYGEN.
           IF  POLICY-SLIDING-REQUESTED EQUAL 'Y'
               MOVE 'S'                         TO ZF-FLAGS.

           IF  ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH                   TO COMPRESS-SRC-LENGTH
               PERFORM 4410-COMPRESS-SEGMENT  THRU 4410-EXIT
               IF  COMPRESS-DST-INDEX LESS THAN ZF-LENGTH
                   IF  POLICY-SLIDING-REQUESTED EQUAL 'Y'
                       MOVE 'B'                 TO ZF-FLAGS
                   ELSE
                       MOVE 'C'                 TO ZF-FLAGS
                   END-IF
                   MOVE COMPRESS-BUFFER(1:COMPRESS-DST-INDEX)
                           TO ZF-DATA(1:COMPRESS-DST-INDEX)
                   MOVE COMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   MOVE CACHE-MESSAGE(1:ZF-LENGTH) TO ZF-DATA
               END-IF
           ELSE
               CONTINUE
           END-IF.

           PERFORM 4430-CHECK-ENCRYPTION      THRU 4430-EXIT.

           IF  ENCR-ENABLED EQUAL 'Y'
           AND ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH                   TO ENC-DATA-LENGTH
               PERFORM 4435-ENCIPHER-SEGMENT  THRU 4435-EXIT
               PERFORM 4439-MARK-ENCRYPTED    THRU 4439-EXIT
           END-IF.

           ADD  ZF-PREFIX TO ZF-LENGTH.

           EXEC CICS WRITE FILE(ZF-FCT)
                FROM(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '4400'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  UNSEGMENTED-LENGTH GREATER THAN  OR EQUAL THIRTY-TWO-KB
               SUBTRACT THIRTY-TWO-KB         FROM UNSEGMENTED-LENGTH
               ADD      THIRTY-TWO-KB           TO CACHE-ADDRESS-X.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * Is encryption switched on for this cache?  The PROGRAM        *
      * definition is the switch, the ZC##EK document is the key;     *
      * both are checked once per task.  A key whose data class       *
      * demands encryption is enciphered with the switch off as well, *
      * provided the cache has key material.                          *
      *****************************************************************
       4430-CHECK-ENCRYPTION.
           IF  ENCR-CHECKED EQUAL 'Y'
               GO TO 4430-EXIT.

           MOVE 'Y'                         TO ENCR-CHECKED.
           MOVE 'N'                         TO ENCR-ENABLED.

           MOVE 'ENCSW'                     TO CFG-SW-NAME.
           MOVE ENCR-PROGRAM                TO CFG-SW-PROGRAM.
           PERFORM 3024-RESOLVE-SWITCH    THRU 3024-EXIT.

           IF  CFG-SW-ENABLED EQUAL 'Y'
               PERFORM 8960-GET-ENCKEY    THRU 8960-EXIT
               MOVE 'Y'                     TO ENCKEY-LOADED
               IF  EK-KEY-LENGTH GREATER THAN ZEROES
                   MOVE 'Y'                 TO ENCR-ENABLED
               END-IF
           END-IF.

           IF  ENCR-ENABLED EQUAL 'Y'
               GO TO 4430-EXIT.

           PERFORM 1761-CLASSIFY-KEY      THRU 1761-EXIT.

           IF  CL-ENCRYPT-REQUIRED
               IF  ENCKEY-LOADED NOT EQUAL 'Y'
                   PERFORM 8960-GET-ENCKEY THRU 8960-EXIT
                   MOVE 'Y'                 TO ENCKEY-LOADED
               END-IF
               IF  EK-KEY-LENGTH GREATER THAN ZEROES
                   MOVE 'Y'                 TO ENCR-ENABLED
               END-IF
           END-IF.

       4430-EXIT.
           EXIT.

      *****************************************************************
      * Encipher ZF-DATA(1:ENC-DATA-LENGTH) in place with the keyed   *
      * modular-addition stream.                                      *
      *****************************************************************
       4435-ENCIPHER-SEGMENT.
           MOVE ONE                         TO ENC-KEY-INDEX.

           PERFORM 4437-ENCIPHER-BYTE     THRU 4437-EXIT
               WITH TEST AFTER
               VARYING ENC-INDEX FROM 1 BY 1
               UNTIL ENC-INDEX NOT LESS THAN ENC-DATA-LENGTH.

       4435-EXIT.
           EXIT.

       4437-ENCIPHER-BYTE.
           MOVE ZEROES                      TO CHK-HALF.
           MOVE ZF-DATA(ENC-INDEX:1)        TO CHK-BYTE.
           MOVE ZEROES                      TO ENC-HALF.
           MOVE EK-KEY(ENC-KEY-INDEX:1)     TO ENC-BYTE.

           COMPUTE ENC-SUM = CHK-HALF + ENC-HALF.
           IF  ENC-SUM GREATER THAN 255
               SUBTRACT 256               FROM ENC-SUM.

           MOVE ENC-SUM                     TO CHK-HALF.
           MOVE CHK-BYTE                    TO ZF-DATA(ENC-INDEX:1).

           ADD  ONE                         TO ENC-KEY-INDEX.
           IF  ENC-KEY-INDEX GREATER THAN EK-KEY-LENGTH
               MOVE ONE                     TO ENC-KEY-INDEX.

       4437-EXIT.
           EXIT.

      *****************************************************************
      * Decipher ZF-DATA(1:ENC-DATA-LENGTH) in place.  A cache whose  *
      * key document has gone missing deciphers nothing -- the        *
      * checksum verification turns that into a hard 507 instead of   *
      * served ciphertext.                                            *
      *****************************************************************
       4436-DECIPHER-SEGMENT.
           IF  ENCKEY-LOADED EQUAL 'N'
               PERFORM 8960-GET-ENCKEY    THRU 8960-EXIT
               MOVE 'Y'                     TO ENCKEY-LOADED.

           IF  EK-KEY-LENGTH EQUAL ZEROES
               GO TO 4436-EXIT.

           MOVE EK-KEY                      TO ACTIVE-KEY.
           MOVE EK-KEY-LENGTH               TO ACTIVE-KEY-LENGTH.

      *    *--------------------------------------------------------*
      *    * A segment stamped with a generation other than the     *
      *    * current one was enciphered under the prior key.        *
      *    *--------------------------------------------------------*
           IF  EP-KEY-LENGTH GREATER THAN ZEROES
           AND ZF-KEYGEN NOT EQUAL KG-VALUE
               MOVE EP-KEY                  TO ACTIVE-KEY
               MOVE EP-KEY-LENGTH           TO ACTIVE-KEY-LENGTH.

           MOVE ONE                         TO ENC-KEY-INDEX.

           PERFORM 4438-DECIPHER-BYTE     THRU 4438-EXIT
               WITH TEST AFTER
               VARYING ENC-INDEX FROM 1 BY 1
               UNTIL ENC-INDEX NOT LESS THAN ENC-DATA-LENGTH.

       4436-EXIT.
           EXIT.

       4438-DECIPHER-BYTE.
           MOVE ZEROES                      TO CHK-HALF.
           MOVE ZF-DATA(ENC-INDEX:1)        TO CHK-BYTE.
           MOVE ZEROES                      TO ENC-HALF.
           MOVE ACTIVE-KEY(ENC-KEY-INDEX:1) TO ENC-BYTE.

           COMPUTE ENC-SUM = CHK-HALF - ENC-HALF.
           IF  ENC-SUM LESS THAN ZEROES
               ADD  256                     TO ENC-SUM.

           MOVE ENC-SUM                     TO CHK-HALF.
           MOVE CHK-BYTE                    TO ZF-DATA(ENC-INDEX:1).

           ADD  ONE                         TO ENC-KEY-INDEX.
           IF  ENC-KEY-INDEX GREATER THAN ACTIVE-KEY-LENGTH
               MOVE ONE                     TO ENC-KEY-INDEX.

       4438-EXIT.
           EXIT.

      *****************************************************************
      * Fold the enciphered marker into the flag byte's combination.  *
      *****************************************************************
       4439-MARK-ENCRYPTED.
           EVALUATE ZF-FLAGS
              WHEN 'C'
                 MOVE 'D'                   TO ZF-FLAGS
              WHEN 'S'
                 MOVE 'F'                   TO ZF-FLAGS
              WHEN 'B'
                 MOVE 'G'                   TO ZF-FLAGS
              WHEN OTHER
                 MOVE 'E'                   TO ZF-FLAGS
           END-EVALUATE.

           MOVE KG-VALUE                    TO ZF-KEYGEN.

       4439-EXIT.
           EXIT.

      *****************************************************************
      * Sum the raw bytes CACHE-MESSAGE currently addresses           *
      * (CHECKSUM-LENGTH of them) into CHECKSUM-VALUE.  A segment's   *
      * maximum sum (32,000 x 255) fits 9(09) with room to spare.     *
      *****************************************************************
       4420-CHECKSUM-SEGMENT.
           MOVE ZEROES                      TO CHECKSUM-VALUE.

           IF  CHECKSUM-LENGTH GREATER THAN ZEROES
               PERFORM 4421-CHECKSUM-BYTE THRU 4421-EXIT
                   WITH TEST AFTER
                   VARYING CHECKSUM-INDEX FROM 1 BY 1
                   UNTIL CHECKSUM-INDEX NOT LESS THAN CHECKSUM-LENGTH.

       4420-EXIT.
           EXIT.

       4421-CHECKSUM-BYTE.
           MOVE ZEROES                      TO CHK-HALF.
           MOVE CACHE-MESSAGE(CHECKSUM-INDEX:1) TO CHK-BYTE.
           ADD  CHK-HALF                    TO CHECKSUM-VALUE.

       4421-EXIT.
           EXIT.

      *****************************************************************
      * Same sum, over ZF-DATA(1:ZF-RAW-LENGTH) -- for the writers    *
      * that build the segment in place rather than staging it        *
      * through CACHE-MESSAGE.                                        *
      *****************************************************************
       4425-CHECKSUM-ZF-DATA.
           MOVE ZEROES                      TO CHECKSUM-VALUE.
           MOVE ZF-RAW-LENGTH               TO CHECKSUM-LENGTH.

           IF  CHECKSUM-LENGTH GREATER THAN ZEROES
               PERFORM 4426-CHECKSUM-ZF-BYTE THRU 4426-EXIT
                   WITH TEST AFTER
                   VARYING CHECKSUM-INDEX FROM 1 BY 1
                   UNTIL CHECKSUM-INDEX NOT LESS THAN CHECKSUM-LENGTH.

           MOVE CHECKSUM-VALUE              TO ZF-CHECKSUM.

       4425-EXIT.
           EXIT.

       4426-CHECKSUM-ZF-BYTE.
           MOVE ZEROES                      TO CHK-HALF.
           MOVE ZF-DATA(CHECKSUM-INDEX:1)   TO CHK-BYTE.
           ADD  CHK-HALF                    TO CHECKSUM-VALUE.

       4426-EXIT.
           EXIT.

      *****************************************************************
      * Verify the segment just staged (CACHE-MESSAGE addresses its   *
      * raw bytes, ZF-LENGTH holds the raw length) against the        *
      * stored ZF-CHECKSUM.  A mismatch is served as a hard 507, not  *
      * as data.                                                      *
      *****************************************************************
       3530-VERIFY-SEGMENT.
           IF  ZF-CHECKSUM EQUAL ZEROES
               GO TO 3530-EXIT.

      *    *--------------------------------------------------------*
      *    * Records written before the checksum existed carry      *
      *    * whatever bytes the old FILLER held; a genuine additive *
      *    * sum can never exceed length times 255, so anything     *
      *    * over that is an unstamped record, not damage.          *
      *    *--------------------------------------------------------*
           COMPUTE CHECKSUM-CEILING = ZF-LENGTH * 255.
           IF  ZF-CHECKSUM GREATER THAN CHECKSUM-CEILING
               GO TO 3530-EXIT.

           MOVE ZF-LENGTH                   TO CHECKSUM-LENGTH.
           PERFORM 4420-CHECKSUM-SEGMENT  THRU 4420-EXIT.

           IF  CHECKSUM-VALUE NOT EQUAL ZF-CHECKSUM
               MOVE SPACES                  TO TD-MESSAGE
               STRING 'CHECKSUM MISMATCH IDN=' ZF-KEY-IDN
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT
               MOVE HTTP-CHECKSUM-ERROR     TO HTTP-507-TEXT
               MOVE HTTP-CHECKSUM-LENGTH    TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       3530-EXIT.
           EXIT.

      *****************************************************************
      * Compress CACHE-MESSAGE(1:COMPRESS-SRC-LENGTH) into             *
      * COMPRESS-BUFFER using run-length encoding; COMPRESS-DST-INDEX  *
      * is left holding the compressed length.  4400-WRITE-FILE        *
      * decides whether the result is worth keeping.                  *
      *****************************************************************
       4410-COMPRESS-SEGMENT.
           MOVE ZEROES                      TO COMPRESS-DST-INDEX.
           MOVE 1                           TO COMPRESS-SRC-INDEX.
           MOVE 'N'                         TO COMPRESS-DONE.

           PERFORM 4411-COMPRESS-NEXT-RUN THRU 4411-EXIT
               WITH TEST AFTER
               UNTIL COMPRESS-DONE EQUAL 'Y'.

       4410-EXIT.
           EXIT.

      *****************************************************************
      * Measure the run of identical bytes starting at                *
      * COMPRESS-SRC-INDEX (capped at RLE-MAX-RUN) and emit it as a    *
      * literal byte or a three-byte escape token.                    *
      *****************************************************************
       4411-COMPRESS-NEXT-RUN.
           MOVE CACHE-MESSAGE(COMPRESS-SRC-INDEX:1)
                                         TO COMPRESS-RUN-BYTE.
           MOVE 1                       TO COMPRESS-RUN-LENGTH.
           MOVE 'N'                     TO COMPRESS-EXTEND-DONE.

           PERFORM 4412-COMPRESS-EXTEND-RUN THRU 4412-EXIT
               WITH TEST AFTER
               UNTIL COMPRESS-EXTEND-DONE EQUAL 'Y'.

           IF  COMPRESS-RUN-BYTE EQUAL RLE-ESCAPE
           OR  COMPRESS-RUN-LENGTH NOT LESS THAN RLE-MIN-RUN
               ADD  1                     TO COMPRESS-DST-INDEX
               MOVE RLE-ESCAPE            TO
                    COMPRESS-BUFFER(COMPRESS-DST-INDEX:1)
               ADD  1                     TO COMPRESS-DST-INDEX
               MOVE COMPRESS-RUN-LENGTH   TO RLE-RUN-DIGIT
               MOVE RLE-RUN-DIGIT         TO
                    COMPRESS-BUFFER(COMPRESS-DST-INDEX:1)
               ADD  1                     TO COMPRESS-DST-INDEX
               MOVE COMPRESS-RUN-BYTE     TO
                    COMPRESS-BUFFER(COMPRESS-DST-INDEX:1)
           ELSE
               MOVE COMPRESS-RUN-LENGTH   TO COMPRESS-LITERAL-COUNT
               PERFORM 4413-COMPRESS-EMIT-LITERAL THRU 4413-EXIT
                   WITH TEST AFTER
                   VARYING COMPRESS-LITERAL-INDEX FROM 1 BY 1
                   UNTIL COMPRESS-LITERAL-INDEX
                             GREATER THAN COMPRESS-LITERAL-COUNT
           END-IF.

           ADD  COMPRESS-RUN-LENGTH          TO COMPRESS-SRC-INDEX.

           IF  COMPRESS-SRC-INDEX GREATER THAN COMPRESS-SRC-LENGTH
               MOVE 'Y'                              TO COMPRESS-DONE.

       4411-EXIT.
           EXIT.

      *****************************************************************
      * Extend the current run by one more matching byte, or stop     *
      * the run at the source end, the byte cap, or a mismatch.       *
      *****************************************************************
       4412-COMPRESS-EXTEND-RUN.
           IF  COMPRESS-SRC-INDEX + COMPRESS-RUN-LENGTH
                   GREATER THAN COMPRESS-SRC-LENGTH
           OR  COMPRESS-RUN-LENGTH EQUAL RLE-MAX-RUN
           OR  CACHE-MESSAGE(COMPRESS-SRC-INDEX + COMPRESS-RUN-LENGTH:1)
                   NOT EQUAL COMPRESS-RUN-BYTE
               MOVE 'Y'                      TO COMPRESS-EXTEND-DONE
           ELSE
               ADD  1                        TO COMPRESS-RUN-LENGTH.

       4412-EXIT.
           EXIT.

      *****************************************************************
      * Copy one literal byte of the current run to the output.       *
      *****************************************************************
       4413-COMPRESS-EMIT-LITERAL.
           ADD  1                            TO COMPRESS-DST-INDEX.
           MOVE COMPRESS-RUN-BYTE            TO
                COMPRESS-BUFFER(COMPRESS-DST-INDEX:1).

       4413-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Rewrite KEY structure record.                                 *
      *****************************************************************
       4500-UPDATE-KEY.
           EXEC CICS REWRITE FILE(ZK-FCT)
                FROM(ZK-RECORD)
                LENGTH(ZK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4500'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE 'Y'                         TO DUPLICATE-POST.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Replicate POST/PUT request to every partner Data Center the   *
      * key's data class lets it reside in.                           *
      *****************************************************************
       4600-REPLICATE.

           PERFORM 4610-REPLICATE-ONE     THRU 4610-EXIT
               WITH TEST AFTER
               VARYING DC-PARTNER-INDEX FROM 1 BY 1
               UNTIL   DC-PARTNER-INDEX NOT LESS THAN DC-PARTNER-COUNT.

       4600-EXIT.
           EXIT.

       4610-REPLICATE-ONE.
           PERFORM 4615-CHECK-RESIDENCY   THRU 4615-EXIT.

           IF  CL-PARTNER-ALLOWED NOT EQUAL 'Y'
               GO TO 4610-EXIT.

           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               MOVE DFHVALUE(POST)          TO WEB-METHOD
               PERFORM 4620-QUEUE-REPLICATION THRU 4620-EXIT
               GO TO 4610-EXIT.

           EXEC CICS ASKTIME ABSTIME(CB-START-ABS) NOHANDLE
           END-EXEC.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.
           MOVE EIBRESP                     TO REPL-OPEN-RESP.
           MOVE ZEROES                      TO WEB-STATUS-CODE.

      *    *--------------------------------------------------------*
      *    * Carry the write's stamp so the partner can tell a      *
      *    * generation it holds that this one never saw.           *
      *    *--------------------------------------------------------*
           IF  REPL-OPEN-RESP EQUAL DFHRESP(NORMAL)
           AND RO-OUT-PRESENT EQUAL 'Y'
               EXEC CICS WEB WRITE
                    HTTPHEADER (RO-HEADER)
                    NAMELENGTH (RO-HEADER-LENGTH)
                    VALUE      (RO-OUT-VALUE)
                    VALUELENGTH(RO-VALUE-LENGTH)
                    SESSTOKEN(DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                    NOHANDLE
               END-EXEC.

           IF  REPL-OPEN-RESP EQUAL DFHRESP(NORMAL)
           AND CS-WRITE-CHARSET NOT EQUAL SPACES
               PERFORM 4612-WRITE-CHARSET THRU 4612-EXIT.

           IF  REPL-OPEN-RESP EQUAL DFHRESP(NORMAL)
               MOVE DFHVALUE(POST)          TO WEB-METHOD
               PERFORM 8200-WEB-CONVERSE  THRU 8200-EXIT.

           IF  REPL-OPEN-RESP NOT EQUAL DFHRESP(NORMAL)
           OR (WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201)
               MOVE 'F'                     TO PARTNER-RESULT
               MOVE DFHVALUE(POST)          TO WEB-METHOD
               PERFORM 4620-QUEUE-REPLICATION THRU 4620-EXIT
           ELSE
               MOVE 'S'                     TO PARTNER-RESULT
               ADD  ONE                     TO REPL-ACK-COUNT.

           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.

           PERFORM 8107-CHECK-ELAPSED     THRU 8107-EXIT.
           PERFORM 8110-RECORD-RESULT     THRU 8110-EXIT.

       4610-EXIT.
           EXIT.

      *****************************************************************
      * Name the write's character set to the partner, so the copy    *
      * it stores carries the same tag.                               *
      *****************************************************************
       4612-WRITE-CHARSET.
           MOVE CS-WRITE-CHARSET            TO CS-PARSED.
           PERFORM 3606-CHARSET-INDEX     THRU 3606-EXIT.

           MOVE ZEROES                      TO CS-NAME-LENGTH.
           INSPECT CS-ENTRY-NAME(CS-INDEX)
                   TALLYING CS-NAME-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           EXEC CICS WEB WRITE
                HTTPHEADER (CS-HEADER)
                NAMELENGTH (CS-HEADER-LENGTH)
                VALUE      (CS-ENTRY-NAME(CS-INDEX))
                VALUELENGTH(CS-NAME-LENGTH)
                SESSTOKEN(DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                NOHANDLE
           END-EXEC.

       4612-EXIT.
           EXIT.

      *****************************************************************
      * May this key's value go to the partner at DC-PARTNER-INDEX?   *
      * A class with residency L keeps its data in this Data Center;  *
      * H lets it go only to the partner hosts the class row names.   *
      * A partner shut out here is not queued for later either.       *
      *****************************************************************
       4615-CHECK-RESIDENCY.
           MOVE 'Y'                         TO CL-PARTNER-ALLOWED.

           PERFORM 1761-CLASSIFY-KEY      THRU 1761-EXIT.

           IF  CL-RESIDE-LOCAL
               MOVE 'N'                     TO CL-PARTNER-ALLOWED
               GO TO 4615-EXIT.

           IF  NOT CL-RESIDE-LISTED
               GO TO 4615-EXIT.

           MOVE 'N'                         TO CL-PARTNER-ALLOWED.

           PERFORM 4616-RESIDENCY-HOST    THRU 4616-EXIT
               WITH TEST AFTER
               VARYING CL-HOST-INDEX FROM 1 BY 1
               UNTIL CL-HOST-INDEX NOT LESS THAN 4
               OR    CL-PARTNER-ALLOWED EQUAL 'Y'.

       4615-EXIT.
           EXIT.

       4616-RESIDENCY-HOST.
           IF  CL-DC-HOST(CL-HOST-INDEX) EQUAL SPACES
               GO TO 4616-EXIT.

           MOVE ZEROES                      TO CL-HOST-LEN.
           INSPECT CL-DC-HOST(CL-HOST-INDEX) TALLYING CL-HOST-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  CL-HOST-LEN EQUAL
                   DC-PARTNER-HOST-LENGTH(DC-PARTNER-INDEX)
           AND CL-DC-HOST(CL-HOST-INDEX)(1:CL-HOST-LEN) EQUAL
                   DC-PARTNER-HOST(DC-PARTNER-INDEX)(1:CL-HOST-LEN)
               MOVE 'Y'                     TO CL-PARTNER-ALLOWED.

       4616-EXIT.
           EXIT.

      *****************************************************************
      * Persist a failed replication request to the RPLQ queue for    *
      * the ZECS011 drainer to retry in order once the partner is     *
      * reachable again.                                              *
      *****************************************************************
       4620-QUEUE-REPLICATION.
           MOVE SPACES                      TO RQ-RECORD.

           IF  WEB-METHOD EQUAL DFHVALUE(DELETE)
               MOVE 'DELETE'                TO RQ-METHOD
           ELSE
               MOVE 'PUT'                   TO RQ-METHOD.

           IF  RENAME-REQUESTED
               MOVE 'RENAME'                TO RQ-METHOD.

           MOVE DC-PARTNER-URL(DC-PARTNER-INDEX)
                                             TO RQ-PARTNER-URL.
           MOVE URI-KEY-LENGTH              TO RQ-KEY-LENGTH.
           MOVE URI-KEY                     TO RQ-KEY.
           MOVE WEB-QUERYSTRING-LENGTH      TO RQ-QS-LENGTH.
           MOVE WEB-QUERYSTRING             TO RQ-QUERYSTRING.
           MOVE LENGTH OF RQ-RECORD         TO RQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RQ-QUEUE)
                FROM(RQ-RECORD)
                LENGTH(RQ-LENGTH)
                NOHANDLE
           END-EXEC.

       4620-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT.                                                *
      * Delete obsolete record(s).                                    *
      *****************************************************************
       4700-DELETE.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                NOHANDLE
           END-EXEC.

       4700-EXIT.
           EXIT.

      *****************************************************************
      * Origin write policy.                                          *
      * A client write on a key whose ZCORIGIN row asks for           *
      * write-through is delivered to the origin here, before the     *
      * cache commits; a row asking for write-behind queues the key   *
      * to OWBQ for the ZECS031 drainer instead, inside the same      *
      * unit of work as the local write.  A write-through the origin  *
      * refuses -- or cannot be reached for -- sets OW-REFUSED and    *
      * the caller backs the local write out through 4830.  The       *
      * caller sets OW-VERB and, for a PUT, addresses CACHE-MESSAGE   *
      * and sets OW-BODY-LENGTH.                                      *
      *****************************************************************
       4800-ORIGIN-WRITE.
           MOVE 'N'                         TO OW-REFUSED.
           MOVE 'N'                         TO OW-RECORDED.

           IF  WEB-PATH(1:10) NOT EQUAL RESOURCES
               GO TO 4800-EXIT.

           MOVE 'N'                         TO OG-FOUND.
           MOVE SPACES                      TO OG-BEST-POLICY.

           PERFORM 3216-ORIGIN-LOOKUP     THRU 3216-EXIT.

           IF  OG-FOUND NOT EQUAL 'Y'
               GO TO 4800-EXIT.

           IF  OG-BEST-BEHIND
               PERFORM 4820-QUEUE-ORIGIN  THRU 4820-EXIT
               GO TO 4800-EXIT.

           IF  OG-BEST-THROUGH
               PERFORM 4810-ORIGIN-DELIVER THRU 4810-EXIT.

       4800-EXIT.
           EXIT.

      *****************************************************************
      * Deliver one write-through to the origin, 3218's shape: the    *
      * origin borrows the partner-table slot after the last partner  *
      * so the breaker applies, and a call slower than the row's own  *
      * timeout counts against the breaker.  Anything but a 200, 201  *
      * or 204 -- an open breaker, a failed open, a full partner      *
      * table -- leaves OW-REFUSED set.                               *
      *****************************************************************
       4810-ORIGIN-DELIVER.
           MOVE 'Y'                         TO OW-REFUSED.
           MOVE ZEROES                      TO WEB-STATUS-CODE.

           PERFORM 8000-GET-URL           THRU 8000-EXIT.

           IF  DC-PARTNER-COUNT NOT LESS THAN DC-PARTNER-MAX
               GO TO 4810-EXIT.

           COMPUTE DC-PARTNER-INDEX = DC-PARTNER-COUNT + 1.

           MOVE OG-BEST-URL   TO DC-PARTNER-URL(DC-PARTNER-INDEX).
           MOVE ZEROES        TO DC-PARTNER-URL-LENGTH
                                 (DC-PARTNER-INDEX).
           INSPECT DC-PARTNER-URL(DC-PARTNER-INDEX)
                   TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX)
                   EQUAL ZEROES
               GO TO 4810-EXIT.

           EXEC CICS WEB PARSE
                URL       (DC-PARTNER-URL(DC-PARTNER-INDEX))
                URLLENGTH (DC-PARTNER-URL-LENGTH(DC-PARTNER-INDEX))
                SCHEMENAME(DC-PARTNER-SCHEME-NAME(DC-PARTNER-INDEX))
                HOST      (DC-PARTNER-HOST(DC-PARTNER-INDEX))
                HOSTLENGTH(DC-PARTNER-HOST-LENGTH(DC-PARTNER-INDEX))
                PORTNUMBER(DC-PARTNER-PORT(DC-PARTNER-INDEX))
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4810-EXIT.

           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               GO TO 4810-EXIT.

           EXEC CICS ASKTIME ABSTIME(CB-START-ABS) NOHANDLE
           END-EXEC.

           MOVE 'Y'                         TO OW-RECORDED.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'F'                     TO PARTNER-RESULT
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT
               PERFORM 8110-RECORD-RESULT THRU 8110-EXIT
               GO TO 4810-EXIT.

           MOVE ZEROES                      TO OG-PATH-LEN.
           INSPECT OG-BEST-PATH TALLYING OG-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES                      TO OG-WEB-PATH.
           MOVE ONE                         TO OG-PTR.

           IF  OG-PATH-LEN GREATER THAN ZEROES
               STRING OG-BEST-PATH(1:OG-PATH-LEN)
                                            DELIMITED BY SIZE
                      URI-KEY(1:URI-KEY-LENGTH)
                                            DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING
           ELSE
               STRING '/'                   DELIMITED BY SIZE
                      URI-KEY(1:URI-KEY-LENGTH)
                                            DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING.

           COMPUTE OG-WEB-PATH-LENGTH = OG-PTR - 1.

           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           IF  OW-VERB EQUAL 'DELETE'
               MOVE DFHVALUE(DELETE)        TO WEB-METHOD
               EXEC CICS WEB CONVERSE
                    SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                    PATH      (OG-WEB-PATH)
                    PATHLENGTH(OG-WEB-PATH-LENGTH)
                    METHOD    (WEB-METHOD)
                    MEDIATYPE (TEXT-PLAIN)
                    INTO      (CONVERSE-RESPONSE)
                    TOLENGTH  (CONVERSE-LENGTH)
                    MAXLENGTH (CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    NOHANDLE
               END-EXEC
           ELSE
               IF  ZF-MEDIA(1:04) EQUAL TEXT-ANYTHING    OR
                   ZF-MEDIA(1:15) EQUAL APPLICATION-XML
                   MOVE DFHVALUE(CLICONVERT)    TO CLIENT-CONVERT
               ELSE
                   MOVE DFHVALUE(NOCLICONVERT)  TO CLIENT-CONVERT
               END-IF
               MOVE DFHVALUE(PUT)           TO WEB-METHOD
               EXEC CICS WEB CONVERSE
                    SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                    PATH      (OG-WEB-PATH)
                    PATHLENGTH(OG-WEB-PATH-LENGTH)
                    METHOD    (WEB-METHOD)
                    MEDIATYPE (ZF-MEDIA)
                    FROM      (CACHE-MESSAGE)
                    FROMLENGTH(OW-BODY-LENGTH)
                    INTO      (CONVERSE-RESPONSE)
                    TOLENGTH  (CONVERSE-LENGTH)
                    MAXLENGTH (CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    CLIENTCONV(CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC
           END-IF.

           MOVE 'S'                         TO PARTNER-RESULT.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'F'                     TO PARTNER-RESULT.

           PERFORM 8300-WEB-CLOSE          THRU 8300-EXIT.

           IF  PARTNER-RESULT EQUAL 'S'
               PERFORM 8103-GET-TIMEOUT   THRU 8103-EXIT
               IF  OG-BEST-TIMEOUT NUMERIC
               AND OG-BEST-TIMEOUT GREATER THAN ZEROES
                   COMPUTE CB-TIMEOUT-MS =
                           OG-BEST-TIMEOUT * ONE-THOUSAND
               END-IF

               EXEC CICS ASKTIME ABSTIME(CB-END-ABS) NOHANDLE
               END-EXEC

               SUBTRACT CB-START-ABS FROM CB-END-ABS
                   GIVING CB-ELAPSED-MS

               IF  CB-ELAPSED-MS GREATER THAN CB-TIMEOUT-MS
                   MOVE 'F'                 TO PARTNER-RESULT
               END-IF
           END-IF.

           PERFORM 8110-RECORD-RESULT      THRU 8110-EXIT.

           IF  PARTNER-RESULT EQUAL 'S'
           AND (WEB-STATUS-CODE EQUAL HTTP-STATUS-200  OR
                WEB-STATUS-CODE EQUAL HTTP-STATUS-201  OR
                WEB-STATUS-CODE EQUAL HTTP-STATUS-204)
               MOVE 'N'                     TO OW-REFUSED.

       4810-EXIT.
           EXIT.

      *****************************************************************
      * Queue a write-behind delivery to OWBQ.  The queue is          *
      * recoverable, so the entry commits or backs out with the       *
      * local write itself.                                           *
      *****************************************************************
       4820-QUEUE-ORIGIN.
           MOVE SPACES                      TO OQ-RECORD.
           MOVE OW-VERB                     TO OQ-METHOD.
           MOVE EIBTRNID                    TO OQ-TRANID.
           MOVE URI-KEY-LENGTH              TO OQ-KEY-LENGTH.
           MOVE URI-KEY                     TO OQ-KEY.
           MOVE ZEROES                      TO OQ-ATTEMPTS.

           EXEC CICS ASKTIME ABSTIME(OQ-QUEUED-ABS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF OQ-RECORD         TO OQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(OQ-QUEUE)
                FROM(OQ-RECORD)
                LENGTH(OQ-LENGTH)
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE URI-KEY                 TO OW-QUEUE-KEY
               MOVE OW-QUEUE-MESSAGE        TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT.

       4820-EXIT.
           EXIT.

      *****************************************************************
      * The origin refused a write-through.  The caller has already   *
      * rolled the local write back; the rollback took the breaker's *
      * *DCHLTH* update with it, so that is recorded again and        *
      * committed on its own before the refusal is logged to CSSL     *
      * and the client is answered 502.                               *
      *****************************************************************
       4830-ORIGIN-REFUSED.
           IF  OW-RECORDED EQUAL 'Y'
               PERFORM 8110-RECORD-RESULT THRU 8110-EXIT
               EXEC CICS SYNCPOINT NOHANDLE
               END-EXEC.

           MOVE WEB-STATUS-CODE             TO OW-REFUSED-STATUS.
           MOVE URI-KEY                     TO OW-REFUSED-KEY.
           MOVE OW-REFUSED-MESSAGE          TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL        THRU 9900-EXIT.

           PERFORM 9870-STATUS-502        THRU 9870-EXIT.

       4830-EXIT.
           EXIT.

      *****************************************************************
      * Invalidate the dependents of the key in DX-KEY.  A rewrite,   *
      * PATCH, delete or erasure of a parent LINKs ZECS032, which     *
      * follows the ZCxxDP edges breadth first and removes each live  *
      * dependent inside this task's unit of work.  Only a client     *
      * request (and the partner's expiration, on /deplicate)         *
      * cascades; a replicated write does not, because the client    *
      * Data Center queues every cascaded delete to its partners.     *
      * The caller sets DX-KEY and DX-KEY-LENGTH (zero to derive it). *
      *****************************************************************
       4900-CASCADE.
           IF  WEB-PATH(1:10) NOT EQUAL RESOURCES
           AND WEB-PATH(1:10) NOT EQUAL DEPLICATE
               GO TO 4900-EXIT.

           MOVE EIBTRNID               TO DX-TRANID.
           MOVE CA-USERID              TO DX-USERID.
           MOVE RID-VALUE              TO DX-REQUEST-ID.
           MOVE ZEROES                 TO DX-INVALIDATED.

           IF  WEB-PATH(1:10) EQUAL RESOURCES
               MOVE 'Y'                TO DX-REPLICATE
           ELSE
               MOVE 'N'                TO DX-REPLICATE.

           EXEC CICS LINK PROGRAM(ZECS032)
                COMMAREA(ZECS032-COMM-AREA)
                LENGTH  (LENGTH OF ZECS032-COMM-AREA)
                NOHANDLE
           END-EXEC.

       4900-EXIT.
           EXIT.

      *****************************************************************
      * Record the ?depends= edges for the key just written: one      *
      * ZCxxDP row per declared parent, keyed by the parent's prefix  *
      * and this object's chain id.  An edge already on file for the  *
      * same parent and child is not written twice, and a key cannot  *
      * depend on itself.                                             *
      *****************************************************************
       4910-RECORD-DEPENDS.
           IF  NOT DEPENDS-REQUESTED
               GO TO 4910-EXIT.

           PERFORM 4920-RECORD-EDGE   THRU 4920-EXIT
               WITH TEST AFTER
               VARYING DEP-INDEX FROM 1 BY 1
               UNTIL DEP-INDEX NOT LESS THAN DEP-COUNT.

       4910-EXIT.
           EXIT.

       4920-RECORD-EDGE.
           IF  DEP-PARENT-LEN(DEP-INDEX) EQUAL URI-KEY-LENGTH
           AND DEP-PARENT(DEP-INDEX)     EQUAL URI-KEY
               GO TO 4920-EXIT.

           MOVE 'N'                    TO DEP-FOUND.
           MOVE LOW-VALUES             TO DP-KEY.
           MOVE DEP-PARENT(DEP-INDEX)(1:247)
                                       TO DP-PARENT-PREFIX.

           EXEC CICS STARTBR FILE(DP-FCT)
                RIDFLD(DP-KEY)
                GTEQ
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                TO DEP-BROWSE-DONE
               PERFORM 4930-MATCH-EDGE THRU 4930-EXIT
                   WITH TEST AFTER
                   UNTIL DEP-BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(DP-FCT) NOHANDLE
               END-EXEC.

           IF  DEP-FOUND EQUAL 'Y'
               GO TO 4920-EXIT.

           MOVE LOW-VALUES             TO DP-RECORD.
           MOVE DEP-PARENT(DEP-INDEX)(1:247)
                                       TO DP-PARENT-PREFIX.
           MOVE ZK-ZF-KEY              TO DP-CHILD-ID.
           MOVE DEP-PARENT-LEN(DEP-INDEX)
                                       TO DP-PARENT-LEN.
           MOVE DEP-PARENT(DEP-INDEX)  TO DP-PARENT.
           MOVE URI-KEY-LENGTH         TO DP-CHILD-LEN.
           MOVE URI-KEY                TO DP-CHILD.

           EXEC CICS ASKTIME ABSTIME(DP-ABS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DP-RECORD    TO DP-LENGTH.

           EXEC CICS WRITE FILE(DP-FCT)
                FROM(DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

       4920-EXIT.
           EXIT.

       4930-MATCH-EDGE.
           MOVE LENGTH OF DP-RECORD    TO DP-LENGTH.

           EXEC CICS READNEXT FILE(DP-FCT)
                INTO(DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DP-PARENT-PREFIX NOT EQUAL DEP-PARENT(DEP-INDEX)(1:247)
               MOVE 'Y'                TO DEP-BROWSE-DONE
               GO TO 4930-EXIT.

           IF  DP-PARENT-LEN EQUAL DEP-PARENT-LEN(DEP-INDEX)
           AND DP-PARENT     EQUAL DEP-PARENT(DEP-INDEX)
           AND DP-CHILD-LEN  EQUAL URI-KEY-LENGTH
           AND DP-CHILD      EQUAL URI-KEY
               MOVE 'Y'                TO DEP-FOUND
               MOVE 'Y'                TO DEP-BROWSE-DONE.

       4930-EXIT.
           EXIT.

      *****************************************************************
      * Bring the secondary index entry of the key in XI-KEY up to    *
      * date.  ZECS044 takes any old entry out and, on a write ('W'), *
      * indexes the key again when a ZCINDEX prefix covers it.  Every *
      * path that changes a key comes here, replicated changes        *
      * included -- each Data Center keeps its own index.  The        *
      * caller sets XI-ACTION, XI-KEY and XI-KEY-LENGTH (zero to      *
      * derive it).                                                   *
      *****************************************************************
       4950-INDEX-KEY.
           MOVE EIBTRNID               TO XI-TRANID.
           MOVE 'N'                    TO XI-INDEXED.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

           MOVE XI-KEY                 TO RG-KEY.
           PERFORM 4960-REORG-TRACK  THRU 4960-EXIT.

       4950-EXIT.
           EXIT.

      *****************************************************************
      * While a reorganization is tracking changes, log the key in    *
      * RG-KEY to its change log (ZECS049), inside this unit of work  *
      * so the row commits with the change.                           *
      *****************************************************************
       4960-REORG-TRACK.
           IF  REORG-STATE NOT EQUAL 'T'
               GO TO 4960-EXIT.

           MOVE EIBTRNID               TO RG-TRANID.
           MOVE REORG-STATE            TO RG-STATE.

           EXEC CICS LINK PROGRAM(ZECS049)
                COMMAREA(ZECS049-COMM-AREA)
                LENGTH  (LENGTH OF ZECS049-COMM-AREA)
                NOHANDLE
           END-EXEC.

       4960-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Read KEY structure.                                           *
      *****************************************************************
       5000-READ-KEY.

           MOVE URI-KEY TO ZK-KEY.
           MOVE LENGTH  OF ZK-RECORD TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  ZK-ON-COLD-TIER
               MOVE COLD-SUFFIX         TO ZF-FCT(5:4)
           ELSE
               MOVE FILE-SUFFIX         TO ZF-FCT(5:4).

           IF  WEB-PATH(1:10) EQUAL DEPLICATE
               PERFORM 5500-DEPLICATE-DELETE      THRU 5500-EXIT
           ELSE
               PERFORM 5050-CHECK-HOLD            THRU 5050-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * A key under legal hold is not deleted, tombstoned or          *
      * replicated as deleted; the client gets a 409.                 *
      *****************************************************************
       5050-CHECK-HOLD.
           MOVE 'DELETE  '              TO HX-PATH.
           MOVE 'N'                     TO HX-SWEEP.
           MOVE URI-KEY-LENGTH          TO HX-KEY-LENGTH.
           MOVE URI-KEY                 TO HX-KEY.
           PERFORM 7990-CHECK-HOLD    THRU 7990-EXIT.

           IF  HX-HELD EQUAL 'Y'
               MOVE HTTP-HOLD-ERROR     TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409  THRU 9500-EXIT
               PERFORM 9000-RETURN      THRU 9000-EXIT.

       5050-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Delete KEY structure.                                         *
      *****************************************************************
       5100-DELETE-KEY.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                NOHANDLE
           END-EXEC.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE with a recovery window configured.                *
      * Tombstone the KEY record instead of removing anything --      *
      * normal GETs stop seeing the key at once, the chain stays on   *
      * file for an undelete, and the ZECS000 sweep removes both      *
      * once the grace lapses.  The tenant's storage is still held,   *
      * so the quota usage deltas are cancelled.                      *
      *****************************************************************
       5150-TOMBSTONE-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
               END-EXEC

               MOVE CURRENT-ABS             TO ZK-DELETED-ABS

               EXEC CICS REWRITE FILE(ZK-FCT)
                    FROM(ZK-RECORD)
                    LENGTH(ZK-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES                      TO QUOTA-KEY-DELTA.
           MOVE ZEROES                      TO QUOTA-BYTE-DELTA.

       5150-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Delete FILE structure.                                        *
      *****************************************************************
       5200-DELETE-FILE.

           MOVE ZK-ZF-KEY               TO ZF-KEY.
           MOVE ZEROES                  TO ZF-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(ZF-KEY-16)
                NOHANDLE
           END-EXEC.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Replicate across active/active Data Center.                   *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perfrom Data Center replication before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       5300-SEND-RESPONSE.
           MOVE 'DELETE'               TO OW-VERB.
           MOVE ZEROES                 TO OW-BODY-LENGTH.
           PERFORM 4800-ORIGIN-WRITE  THRU 4800-EXIT.

           IF  OW-REFUSED EQUAL 'Y'
               PERFORM 9999-ROLLBACK       THRU 9999-EXIT
               PERFORM 4830-ORIGIN-REFUSED THRU 4830-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE URI-KEY-LENGTH         TO DX-KEY-LENGTH.
           MOVE URI-KEY                TO DX-KEY.
           PERFORM 4900-CASCADE        THRU 4900-EXIT.

           MOVE 'D'                    TO XI-ACTION.
           MOVE URI-KEY-LENGTH         TO XI-KEY-LENGTH.
           MOVE URI-KEY                TO XI-KEY.
           PERFORM 4950-INDEX-KEY      THRU 4950-EXIT.

           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           MOVE WEB-HTTPMETHOD(1:8)    TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.
           PERFORM 1710-UPDATE-USAGE  THRU 1710-EXIT.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 5400-REPLICATE    THRU 5400-EXIT.

           IF  WEB-PATH(1:10) EQUAL RESOURCES
               MOVE WH-DELETE-EVENT        TO WH-EVENT
               PERFORM 5450-NOTIFY-WEBHOOK THRU 5450-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 5400-REPLICATE    THRU 5400-EXIT.

           PERFORM 7800-SHADOW-MIRROR  THRU 7800-EXIT.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE.                                                  *
      * Replicate DELETE request to every partner Data Center.        *
      *****************************************************************
       5400-REPLICATE.

           PERFORM 5410-REPLICATE-ONE     THRU 5410-EXIT
               WITH TEST AFTER
               VARYING DC-PARTNER-INDEX FROM 1 BY 1
               UNTIL   DC-PARTNER-INDEX NOT LESS THAN DC-PARTNER-COUNT.

       5400-EXIT.
           EXIT.

       5410-REPLICATE-ONE.
           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               MOVE DFHVALUE(DELETE)        TO WEB-METHOD
               PERFORM 4620-QUEUE-REPLICATION THRU 4620-EXIT
               GO TO 5410-EXIT.

           EXEC CICS ASKTIME ABSTIME(CB-START-ABS) NOHANDLE
           END-EXEC.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.
           MOVE EIBRESP                     TO REPL-OPEN-RESP.
           MOVE ZEROES                      TO WEB-STATUS-CODE.

           IF  REPL-OPEN-RESP EQUAL DFHRESP(NORMAL)
               MOVE DFHVALUE(DELETE)        TO WEB-METHOD
               PERFORM 8200-WEB-CONVERSE  THRU 8200-EXIT.

           IF  REPL-OPEN-RESP NOT EQUAL DFHRESP(NORMAL)
           OR (WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201)
               MOVE 'F'                     TO PARTNER-RESULT
               MOVE DFHVALUE(DELETE)        TO WEB-METHOD
               PERFORM 4620-QUEUE-REPLICATION THRU 4620-EXIT
           ELSE
               MOVE 'S'                     TO PARTNER-RESULT.

           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.

           PERFORM 8107-CHECK-ELAPSED     THRU 8107-EXIT.
           PERFORM 8110-RECORD-RESULT     THRU 8110-EXIT.

       5410-EXIT.
           EXIT.

      *****************************************************************
      * Notify the configured webhook listener, if any, that the key  *
      * currently in URI-KEY was deleted or expired -- WH-EVENT is    *
      * set by the caller before this is performed.  Best-effort only *
      * -- a listener that is down or slow to respond must never hold *
      * up or fail the client's own request.                          *
      *****************************************************************
       5450-NOTIFY-WEBHOOK.
           PERFORM 8400-GET-WEBHOOK       THRU 8400-EXIT.

           IF  WH-IS-ENABLED
               PERFORM 8450-BUILD-MESSAGE THRU 8450-EXIT
               PERFORM 8500-WEBHOOK-OPEN  THRU 8500-EXIT
               PERFORM 8600-WEBHOOK-CONVERSE THRU 8600-EXIT
               PERFORM 8700-WEBHOOK-CLOSE THRU 8700-EXIT.

       5450-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Deplicate request from zECS expiration task from the partner  *
      * Data Center.                                                  *
      * Check for expired message.                                    *
      * Delete when expired.                                          *
      * Return ABSTIME when not expired.                              *
      * And yes, 'Deplication' is a word.  Deplication is basically   *
      * 'data deduplication, data reduction, and delta differencing'. *
      *****************************************************************
       5500-DEPLICATE-DELETE.
           MOVE ZK-ZF-KEY               TO ZF-KEY.
           MOVE ZEROES                  TO ZF-ZEROES.
           MOVE LENGTH OF ZF-RECORD     TO ZF-LENGTH.

           IF  ZK-IS-SEGMENTED
               MOVE ONE TO ZF-SEGMENT.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5500-EXIT.

           PERFORM 5600-CHECK-TTL THRU 5600-EXIT.

      *    *--------------------------------------------------------*
      *    * Expired, but under legal hold here: answer as if it    *
      *    * had not expired, so the partner keeps its copy too.    *
      *    *--------------------------------------------------------*
           MOVE 'EXPIRED '              TO HX-PATH.
           MOVE 'Y'                     TO HX-SWEEP.
           MOVE URI-KEY-LENGTH          TO HX-KEY-LENGTH.
           MOVE URI-KEY                 TO HX-KEY.
           PERFORM 7990-CHECK-HOLD    THRU 7990-EXIT.

           IF  HX-HELD EQUAL 'Y'
               PERFORM 5700-SEND-ABS  THRU 5700-EXIT
               PERFORM 9000-RETURN    THRU 9000-EXIT.

       5500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Check for expired message.                                    *
      *****************************************************************
       5600-CHECK-TTL.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZF-TTL                  TO TTL-SECONDS.
           MOVE TTL-TIME                TO TTL-MILLISECONDS.

           SUBTRACT ZF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           IF  RELATIVE-TIME LESS THAN TTL-MILLISECONDS  OR
               RELATIVE-TIME EQUAL     TTL-MILLISECONDS
               PERFORM 5700-SEND-ABS  THRU 5700-EXIT
               PERFORM 9000-RETURN    THRU 9000-EXIT.

       5600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Deplicate request from the partner Data Center expiration     *
      * process.                                                      *
      * This message has not expired.                                 *
      * Send DELETE response with this record's ABSTIME.              *
      *****************************************************************
       5700-SEND-ABS.
           PERFORM 9001-ACAO          THRU 9001-EXIT.

           MOVE HTTP-NOT-EXPIRED        TO HTTP-201-TEXT.
           MOVE ZF-ABS                  TO HTTP-ABSTIME.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (HTTP-201-TEXT)
                FROMLENGTH(HTTP-201-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-201)
                STATUSTEXT(HTTP-ABSTIME)
                STATUSLEN (HTTP-ABSTIME-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       5700-EXIT.
           EXIT.
      *****************************************************************
      * HTTP PATCH.                                                    *
      * Apply a JSON Merge Patch to the currently cached value and    *
      * write the merged result back through the normal POST/PUT      *
      * write path, so TTL handling, ETag versioning and replication  *
      * all come from 4200-PROCESS-FILE/4300-SEND-RESPONSE unchanged. *
      *****************************************************************
       6000-PATCH-CACHE.
           PERFORM 6010-RECEIVE-PATCH   THRU 6010-EXIT.
           PERFORM 4050-READ-IF-MATCH   THRU 4050-EXIT.
           PERFORM 6020-READ-CURRENT    THRU 6020-EXIT.

           IF  ZF-SEGMENTS GREATER THAN ONE
               MOVE HTTP-PATCH-PLUS      TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400 THRU 9400-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           PERFORM 4105-IF-MATCH        THRU 4105-EXIT.

           MOVE CACHE-MESSAGE(1:CACHE-LENGTH)
                                     TO MERGE-MESSAGE(1:CACHE-LENGTH).
           MOVE CACHE-LENGTH            TO MERGE-LENGTH.

           MOVE ONE                     TO PATCH-POINTER.
           PERFORM 6030-MERGE-NEXT-KEY  THRU 6030-EXIT
               UNTIL PATCH-POINTER GREATER THAN PATCH-LENGTH.

           PERFORM 6090-WRITE-MERGED    THRU 6090-EXIT.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Receive the merge patch body.  Same SET/SRVCONVERT pattern    *
      * POST/PUT already uses in 1000-ACCESS-PARMS, kept separate     *
      * here since the patch body is merged, not stored as-is.        *
      *****************************************************************
       6010-RECEIVE-PATCH.
           EXEC CICS WEB RECEIVE
                SET(PATCH-ADDRESS)
                LENGTH(PATCH-LENGTH)
                MAXLENGTH(MAXIMUM-LENGTH)
                NOSRVCONVERT
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP NOT EQUAL DFHRESP(NORMAL)   OR
               PATCH-LENGTH EQUAL ZEROES
               PERFORM 9300-WEB-ERROR    THRU 9300-EXIT
               MOVE HTTP-WEB-ERROR         TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400   THRU 9400-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           IF  PATCH-LENGTH GREATER THAN THIRTY-TWO-KB
               MOVE HTTP-PATCH-PLUS        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400   THRU 9400-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           SET ADDRESS OF PATCH-MESSAGE   TO PATCH-ADDRESS.

       6010-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Read the currently cached KEY/FILE structures and stage them  *
      * into CACHE-MESSAGE, exactly as a GET would.                   *
      *****************************************************************
       6020-READ-CURRENT.
           MOVE 'Y'                         TO PROCESS-COMPLETE.
           PERFORM 3200-READ-KEY          THRU 3200-EXIT.
           PERFORM 3300-READ-FILE         THRU 3300-EXIT.
           IF  ZF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3400-STAGE         THRU 3400-EXIT.

       6020-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Merge one top-level "key":value pair from PATCH-MESSAGE into  *
      * MERGE-MESSAGE, then advance PATCH-POINTER past it.            *
      *****************************************************************
       6030-MERGE-NEXT-KEY.
           PERFORM 6031-SKIP-PATCH-CHAR  THRU 6031-EXIT
               UNTIL PATCH-POINTER GREATER THAN PATCH-LENGTH
               OR    PATCH-MESSAGE(PATCH-POINTER:1) EQUAL QUOTE-CHAR.

           IF  PATCH-POINTER GREATER THAN PATCH-LENGTH
               NEXT SENTENCE
           ELSE
               ADD  ONE                    TO PATCH-POINTER
               MOVE SPACES                 TO PATCH-KEY
               MOVE ZEROES                 TO PATCH-KEY-LENGTH

               PERFORM 6032-READ-PATCH-KEY-CHAR THRU 6032-EXIT
                   UNTIL PATCH-POINTER GREATER THAN PATCH-LENGTH
                   OR    PATCH-MESSAGE(PATCH-POINTER:1) EQUAL
                                                          QUOTE-CHAR

               ADD  ONE                    TO PATCH-POINTER

               PERFORM 6033-SKIP-COLON-CHAR THRU 6033-EXIT
                   UNTIL PATCH-POINTER GREATER THAN PATCH-LENGTH
                   OR   (PATCH-MESSAGE(PATCH-POINTER:1) NOT EQUAL
                                                                ':'
                   AND   PATCH-MESSAGE(PATCH-POINTER:1) NOT EQUAL
                                                              SPACE)

               MOVE PATCH-POINTER          TO PATCH-VALUE-START
               PERFORM 6034-SCAN-PATCH-VALUE THRU 6034-EXIT

               PERFORM 6036-FIND-CACHE-KEY THRU 6036-EXIT

               IF  MATCH-FOUND EQUAL 'Y'
                   PERFORM 6038-SCAN-CACHE-VALUE THRU 6038-EXIT

               PERFORM 6040-APPLY-PATCH-KEY THRU 6040-EXIT

               COMPUTE PATCH-POINTER = PATCH-VALUE-END + 1.

       6030-EXIT.
           EXIT.

       6031-SKIP-PATCH-CHAR.
           ADD  ONE                        TO PATCH-POINTER.

       6031-EXIT.
           EXIT.

       6032-READ-PATCH-KEY-CHAR.
           ADD  ONE                        TO PATCH-KEY-LENGTH.
           MOVE PATCH-MESSAGE(PATCH-POINTER:1)
                                     TO PATCH-KEY(PATCH-KEY-LENGTH:1).
           ADD  ONE                        TO PATCH-POINTER.

       6032-EXIT.
           EXIT.

       6033-SKIP-COLON-CHAR.
           ADD  ONE                        TO PATCH-POINTER.

       6033-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Scan a JSON value in PATCH-MESSAGE starting at                *
      * PATCH-VALUE-START, leaving PATCH-VALUE-END on its last        *
      * character.  Tracks string/bracket nesting so a value that is  *
      * itself an object or array is treated as one opaque span.      *
      *****************************************************************
       6034-SCAN-PATCH-VALUE.
           MOVE ZEROES                  TO SCAN-DEPTH.
           MOVE 'N'                     TO SCAN-IN-STRING.
           MOVE 'N'                     TO STOP-SCAN.
           MOVE PATCH-VALUE-START       TO SCAN-POINTER.

           PERFORM 6035-SCAN-PATCH-CHAR THRU 6035-EXIT
               WITH TEST AFTER
               UNTIL STOP-SCAN EQUAL 'Y'.

           COMPUTE PATCH-VALUE-END = SCAN-POINTER - 1.

           MOVE 'N'                     TO PATCH-VALUE-IS-NULL.
           IF  PATCH-VALUE-END - PATCH-VALUE-START EQUAL 3
           AND PATCH-MESSAGE(PATCH-VALUE-START:4) EQUAL 'null'
               MOVE 'Y'                 TO PATCH-VALUE-IS-NULL.

       6034-EXIT.
           EXIT.

       6035-SCAN-PATCH-CHAR.
           MOVE PATCH-MESSAGE(SCAN-POINTER:1)  TO SCAN-CHAR.

           IF  SCAN-IN-STRING EQUAL 'Y'
           AND SCAN-CHAR EQUAL QUOTE-CHAR
               MOVE 'N'                  TO SCAN-IN-STRING.

           IF  SCAN-IN-STRING EQUAL 'N'
           AND SCAN-CHAR EQUAL QUOTE-CHAR
               MOVE 'Y'                  TO SCAN-IN-STRING.

           IF  SCAN-IN-STRING EQUAL 'N'
           AND SCAN-DEPTH EQUAL ZEROES
           AND (SCAN-CHAR EQUAL ','  OR
                SCAN-CHAR EQUAL '}'  OR
                SCAN-CHAR EQUAL ']')
               MOVE 'Y'                  TO STOP-SCAN.

           IF  STOP-SCAN EQUAL 'N'
               IF  SCAN-IN-STRING EQUAL 'N'
               AND (SCAN-CHAR EQUAL '{' OR SCAN-CHAR EQUAL '[')
                   ADD  ONE              TO SCAN-DEPTH

               IF  SCAN-IN-STRING EQUAL 'N'
               AND (SCAN-CHAR EQUAL '}' OR SCAN-CHAR EQUAL ']')
                   SUBTRACT ONE          FROM SCAN-DEPTH

               ADD  ONE                  TO SCAN-POINTER
               IF  SCAN-POINTER GREATER THAN PATCH-LENGTH
                   MOVE 'Y'              TO STOP-SCAN.

       6035-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Search MERGE-MESSAGE for a top-level occurrence of             *
      * "PATCH-KEY": and report its position via MATCH-*.              *
      *****************************************************************
       6036-FIND-CACHE-KEY.
           MOVE 'N'                     TO MATCH-FOUND.
           MOVE ZEROES                  TO MATCH-KEY-START.

           STRING QUOTE-CHAR                     DELIMITED BY SIZE
                  PATCH-KEY(1:PATCH-KEY-LENGTH)   DELIMITED BY SIZE
                  QUOTE-CHAR                      DELIMITED BY SIZE
                  ':'                             DELIMITED BY SIZE
                  INTO SEARCH-KEY.

           COMPUTE SEARCH-KEY-LENGTH = PATCH-KEY-LENGTH + 3.

           PERFORM 6037-SCAN-FOR-KEY  THRU 6037-EXIT
               VARYING SCAN-POINTER FROM 1 BY 1
               UNTIL SCAN-POINTER GREATER THAN MERGE-LENGTH
               OR    MATCH-FOUND    EQUAL 'Y'.

       6036-EXIT.
           EXIT.

       6037-SCAN-FOR-KEY.
           IF  SCAN-POINTER + SEARCH-KEY-LENGTH - 1 LESS THAN
                                              OR EQUAL MERGE-LENGTH
           AND MERGE-MESSAGE(SCAN-POINTER:SEARCH-KEY-LENGTH)
                            EQUAL SEARCH-KEY(1:SEARCH-KEY-LENGTH)
               MOVE 'Y'                 TO MATCH-FOUND
               MOVE SCAN-POINTER        TO MATCH-KEY-START
               COMPUTE MATCH-VALUE-START =
                            SCAN-POINTER + SEARCH-KEY-LENGTH.

       6037-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Same scan as 6034-SCAN-PATCH-VALUE, but against MERGE-MESSAGE *
      * from MATCH-VALUE-START, leaving MATCH-VALUE-END on the last   *
      * character of the matched key's current value.                 *
      *****************************************************************
       6038-SCAN-CACHE-VALUE.
           MOVE ZEROES                  TO SCAN-DEPTH.
           MOVE 'N'                     TO SCAN-IN-STRING.
           MOVE 'N'                     TO STOP-SCAN.
           MOVE MATCH-VALUE-START       TO SCAN-POINTER.

           PERFORM 6039-SCAN-CACHE-CHAR THRU 6039-EXIT
               WITH TEST AFTER
               UNTIL STOP-SCAN EQUAL 'Y'.

           COMPUTE MATCH-VALUE-END = SCAN-POINTER - 1.

       6038-EXIT.
           EXIT.

       6039-SCAN-CACHE-CHAR.
           MOVE MERGE-MESSAGE(SCAN-POINTER:1)  TO SCAN-CHAR.

           IF  SCAN-IN-STRING EQUAL 'Y'
           AND SCAN-CHAR EQUAL QUOTE-CHAR
               MOVE 'N'                  TO SCAN-IN-STRING.

           IF  SCAN-IN-STRING EQUAL 'N'
           AND SCAN-CHAR EQUAL QUOTE-CHAR
               MOVE 'Y'                  TO SCAN-IN-STRING.

           IF  SCAN-IN-STRING EQUAL 'N'
           AND SCAN-DEPTH EQUAL ZEROES
           AND (SCAN-CHAR EQUAL ','  OR
                SCAN-CHAR EQUAL '}'  OR
                SCAN-CHAR EQUAL ']')
               MOVE 'Y'                  TO STOP-SCAN.

           IF  STOP-SCAN EQUAL 'N'
               IF  SCAN-IN-STRING EQUAL 'N'
               AND (SCAN-CHAR EQUAL '{' OR SCAN-CHAR EQUAL '[')
                   ADD  ONE              TO SCAN-DEPTH

               IF  SCAN-IN-STRING EQUAL 'N'
               AND (SCAN-CHAR EQUAL '}' OR SCAN-CHAR EQUAL ']')
                   SUBTRACT ONE          FROM SCAN-DEPTH

               ADD  ONE                  TO SCAN-POINTER
               IF  SCAN-POINTER GREATER THAN MERGE-LENGTH
                   MOVE 'Y'              TO STOP-SCAN.

       6039-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Apply one merged key to MERGE-MESSAGE:                        *
      *   - matched key, patch value 'null'   -- delete the key       *
      *   - matched key, other patch value    -- replace its value    *
      *   - unmatched key, patch value 'null' -- nothing to remove    *
      *   - unmatched key, other patch value  -- append the key       *
      *****************************************************************
       6040-APPLY-PATCH-KEY.
           IF  MATCH-FOUND EQUAL 'Y' AND PATCH-VALUE-IS-NULL EQUAL 'Y'
               PERFORM 6050-DELETE-CACHE-KEY   THRU 6050-EXIT.

           IF  MATCH-FOUND EQUAL 'Y' AND PATCH-VALUE-IS-NULL EQUAL 'N'
               PERFORM 6060-REPLACE-CACHE-VALUE THRU 6060-EXIT.

           IF  MATCH-FOUND EQUAL 'N' AND PATCH-VALUE-IS-NULL EQUAL 'N'
               PERFORM 6070-APPEND-CACHE-KEY   THRU 6070-EXIT.

       6040-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Remove "key":value (and one adjoining comma) from             *
      * MERGE-MESSAGE.  Prefer the leading comma, so the first key    *
      * in the object doesn't leave a dangling trailing comma when    *
      * it is the one being deleted.                                  *
      *****************************************************************
       6050-DELETE-CACHE-KEY.
           MOVE MATCH-KEY-START         TO SCAN-POINTER.

           PERFORM 6051-BACK-UP-CHAR  THRU 6051-EXIT
               UNTIL SCAN-POINTER EQUAL 1
               OR    MERGE-MESSAGE(SCAN-POINTER:1) NOT EQUAL SPACE.

           IF  SCAN-POINTER GREATER THAN 1
           AND MERGE-MESSAGE(SCAN-POINTER - 1:1) EQUAL ','
               COMPUTE SCAN-POINTER = SCAN-POINTER - 1
           ELSE
               MOVE MATCH-KEY-START     TO SCAN-POINTER
               MOVE MATCH-VALUE-END     TO INSERT-POSITION
               PERFORM 6052-STEP-UP-CHAR  THRU 6052-EXIT
                   UNTIL INSERT-POSITION GREATER THAN OR EQUAL
                                                       MERGE-LENGTH
                   OR    MERGE-MESSAGE(INSERT-POSITION + 1:1)
                                                    NOT EQUAL SPACE
               IF  INSERT-POSITION LESS THAN MERGE-LENGTH
               AND MERGE-MESSAGE(INSERT-POSITION + 1:1) EQUAL ','
                   COMPUTE MATCH-VALUE-END = INSERT-POSITION + 1.

           MOVE ZEROES                      TO REPLACE-LENGTH.
           COMPUTE OLD-VALUE-LENGTH =
                        MATCH-VALUE-END - SCAN-POINTER + 1.
           PERFORM 6080-SHIFT-MERGE-BUFFER THRU 6080-EXIT.

       6050-EXIT.
           EXIT.

       6051-BACK-UP-CHAR.
           SUBTRACT ONE                     FROM SCAN-POINTER.

       6051-EXIT.
           EXIT.

       6052-STEP-UP-CHAR.
           ADD  ONE                         TO INSERT-POSITION.

       6052-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Replace an existing key's value span in MERGE-MESSAGE with    *
      * the corresponding value text scanned out of PATCH-MESSAGE.    *
      *****************************************************************
       6060-REPLACE-CACHE-VALUE.
           MOVE MATCH-VALUE-START       TO SCAN-POINTER.
           COMPUTE OLD-VALUE-LENGTH =
                        MATCH-VALUE-END - MATCH-VALUE-START + 1.
           COMPUTE REPLACE-LENGTH =
                        PATCH-VALUE-END - PATCH-VALUE-START + 1.

           PERFORM 6080-SHIFT-MERGE-BUFFER THRU 6080-EXIT.

           MOVE PATCH-MESSAGE(PATCH-VALUE-START:REPLACE-LENGTH)
                                    TO MERGE-MESSAGE(SCAN-POINTER:
                                                      REPLACE-LENGTH).

       6060-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Append a new "key":value pair, just before the final '}',     *
      * for a patch key that does not already exist in the cache.     *
      *****************************************************************
       6070-APPEND-CACHE-KEY.
           COMPUTE SCAN-POINTER = MERGE-LENGTH.

           PERFORM 6071-BACK-UP-TO-BRACE  THRU 6071-EXIT
               UNTIL SCAN-POINTER EQUAL 1
               OR    MERGE-MESSAGE(SCAN-POINTER:1) EQUAL '}'.

           COMPUTE PATCH-VALUE-LENGTH =
                        PATCH-VALUE-END - PATCH-VALUE-START + 1.
           COMPUTE REPLACE-LENGTH =
                PATCH-KEY-LENGTH + PATCH-VALUE-LENGTH + 4.
           MOVE ZEROES                      TO OLD-VALUE-LENGTH.

           PERFORM 6080-SHIFT-MERGE-BUFFER  THRU 6080-EXIT.

           MOVE ','       TO MERGE-MESSAGE(SCAN-POINTER:1).
           MOVE '"'       TO MERGE-MESSAGE(SCAN-POINTER + 1:1).
           MOVE PATCH-KEY(1:PATCH-KEY-LENGTH)
                          TO MERGE-MESSAGE(SCAN-POINTER + 2:
                                            PATCH-KEY-LENGTH).
           COMPUTE INSERT-POSITION =
                        SCAN-POINTER + 2 + PATCH-KEY-LENGTH.
           MOVE '"'       TO MERGE-MESSAGE(INSERT-POSITION:1).
           MOVE ':'       TO MERGE-MESSAGE(INSERT-POSITION + 1:1).
           MOVE PATCH-MESSAGE(PATCH-VALUE-START:PATCH-VALUE-LENGTH)
                          TO MERGE-MESSAGE(INSERT-POSITION + 2:
                                            PATCH-VALUE-LENGTH).

       6070-EXIT.
           EXIT.

       6071-BACK-UP-TO-BRACE.
           SUBTRACT ONE                     FROM SCAN-POINTER.

       6071-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Shift the tail of MERGE-MESSAGE (from just past the old value *
      * span) left or right so a new span of REPLACE-LENGTH bytes can *
      * take the place of the old OLD-VALUE-LENGTH bytes starting at  *
      * SCAN-POINTER, adjusting MERGE-LENGTH to match.  The shift is  *
      * done through WORK-TAIL as scratch space, since COBOL MOVE of  *
      * overlapping reference-modified fields is not reliable.        *
      *****************************************************************
       6080-SHIFT-MERGE-BUFFER.
           COMPUTE SHIFT-AMOUNT = REPLACE-LENGTH - OLD-VALUE-LENGTH.

           IF  MERGE-LENGTH + SHIFT-AMOUNT GREATER THAN THIRTY-TWO-KB
               MOVE HTTP-PATCH-PLUS      TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400 THRU 9400-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  SHIFT-AMOUNT NOT EQUAL ZEROES
           AND SCAN-POINTER + OLD-VALUE-LENGTH LESS THAN
                                              OR EQUAL MERGE-LENGTH
               COMPUTE TAIL-LENGTH = MERGE-LENGTH - SCAN-POINTER -
                                     OLD-VALUE-LENGTH + 1
               MOVE MERGE-MESSAGE(SCAN-POINTER + OLD-VALUE-LENGTH:
                                   TAIL-LENGTH)
                                   TO WORK-TAIL(1:TAIL-LENGTH)
               MOVE WORK-TAIL(1:TAIL-LENGTH)
                                   TO MERGE-MESSAGE(SCAN-POINTER +
                                                     REPLACE-LENGTH:
                                                     TAIL-LENGTH).

           COMPUTE MERGE-LENGTH = MERGE-LENGTH + SHIFT-AMOUNT.

       6080-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH.                                                    *
      * Stage the merged document as though it had just been          *
      * received on a PUT, then reuse the normal POST/PUT write and   *
      * response paragraphs unchanged.                                *
      *****************************************************************
       6090-WRITE-MERGED.
           SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF MERGE-MESSAGE.
           MOVE MERGE-LENGTH            TO RECEIVE-LENGTH.

           PERFORM 4200-PROCESS-FILE    THRU 4200-EXIT.
           PERFORM 4300-SEND-RESPONSE   THRU 4300-EXIT.

       6090-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH ?ttl=N.                                             *
      * Renew a key's TTL in place without touching the stored value, *
      * the same READ-then-REWRITE sequence POST/PUT use, but reading *
      * with 3200-READ-KEY/3300-READ-FILE instead of 4100-READ-KEY so *
      * a key that was never written is rejected with 204 rather than *
      * being created by this request.  Not replicated to partner     *
      * Data Centers -- the existing JSON merge-patch path above is   *
      * not replicated either, so a bare TTL touch stays consistent   *
      * with that precedent.                                          *
      *****************************************************************
       6500-RENEW-TTL.
           PERFORM 4050-READ-IF-MATCH     THRU 4050-EXIT.
           PERFORM 3200-READ-KEY          THRU 3200-EXIT.
           PERFORM 3300-READ-FILE         THRU 3300-EXIT.

           IF  ZF-SUCCESSFUL NOT EQUAL 'Y'
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           PERFORM 4105-IF-MATCH          THRU 4105-EXIT.

           PERFORM 6510-TOUCH-TTL         THRU 6510-EXIT.
           PERFORM 6520-RENEW-RESPONSE    THRU 6520-EXIT.

       6500-EXIT.
           EXIT.

      *****************************************************************
      * Overwrite ZF-TTL with the renewed value and refresh ZF-ABS,   *
      * the same READ UPDATE/9950-ABS/REWRITE shape 3320-TOUCH-       *
      * SLIDING uses for its own TTL-window refresh, against the      *
      * ZF-KEY-16 already positioned by 3300-READ-FILE.               *
      *****************************************************************
       6510-TOUCH-TTL.
           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE RENEW-TTL-SECONDS    TO ZF-TTL
               PERFORM 9950-ABS          THRU 9950-EXIT
               MOVE 'Y'                  TO REORG-WROTE

               EXEC CICS REWRITE FILE(ZF-FCT)
                    FROM(ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    NOHANDLE
               END-EXEC.

       6510-EXIT.
           EXIT.

      *****************************************************************
      * Audit the renewal and send back a simple 200 OK acknowledge-  *
      * ment, the same CRLF body DELETE's 5300-SEND-RESPONSE sends.   *
      *****************************************************************
       6520-RENEW-RESPONSE.
           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           MOVE WEB-HTTPMETHOD(1:8)    TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       6520-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH ?incr=N.                                           *
      * Atomically add the signed delta to a numeric cache entry and  *
      * return the new value.  The READ UPDATE lock serializes        *
      * concurrent increments the same way 4000-GET-COUNTER's named   *
      * counter serializes internal key numbering -- no If-Match      *
      * retry loop needed.  Only a single-segment value holding an    *
      * optionally signed integer of up to fifteen digits qualifies;  *
      * anything else is rejected with a 400.  Like the TTL renewal   *
      * this is not replicated to partner Data Centers.               *
      *****************************************************************
       6700-INCREMENT-VALUE.
           PERFORM 3200-READ-KEY          THRU 3200-EXIT.
           PERFORM 3300-READ-FILE         THRU 3300-EXIT.

           IF  ZF-SUCCESSFUL NOT EQUAL 'Y'
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  ZF-SEGMENTS NOT EQUAL ONE
               MOVE HTTP-NOT-NUMERIC        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '6700'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           SUBTRACT ZF-PREFIX             FROM ZF-LENGTH.

           IF  ZF-DATA-ENCRYPTED
               MOVE ZF-LENGTH               TO ENC-DATA-LENGTH
               PERFORM 4436-DECIPHER-SEGMENT THRU 4436-EXIT.

           IF  ZF-DATA-COMPRESSED
               SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF APPEND-WORK
               MOVE ZF-LENGTH                TO DECOMPRESS-SRC-LENGTH
               PERFORM 3520-DECOMPRESS-SEGMENT THRU 3520-EXIT
               MOVE DECOMPRESS-DST-INDEX     TO APPEND-BASE-LENGTH
           ELSE
               MOVE ZF-LENGTH                TO APPEND-BASE-LENGTH
               IF  APPEND-BASE-LENGTH GREATER THAN ZEROES
                   MOVE ZF-DATA(1:APPEND-BASE-LENGTH)
                        TO APPEND-WORK(1:APPEND-BASE-LENGTH)
               END-IF
           END-IF.

           PERFORM 6715-TRIM-CURRENT      THRU 6715-EXIT
               WITH TEST AFTER
               UNTIL APPEND-BASE-LENGTH EQUAL ZEROES
               OR    APPEND-WORK(APPEND-BASE-LENGTH:1) NOT EQUAL SPACE.

           PERFORM 6710-PARSE-CURRENT     THRU 6710-EXIT.

           COMPUTE INCR-RESULT = INCR-CURRENT + INCR-DELTA
               ON SIZE ERROR
                   MOVE HTTP-NOT-NUMERIC    TO HTTP-400-TEXT
                   PERFORM 9400-STATUS-400 THRU 9400-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT
           END-COMPUTE.

           PERFORM 6720-FORMAT-RESULT     THRU 6720-EXIT.

           MOVE 'N'                         TO APPEND-SLIDING.
           IF  ZF-POLICY-SLIDING
               MOVE 'Y'                     TO APPEND-SLIDING.

           MOVE SPACES                      TO ZF-FLAGS.

           MOVE SPACES                      TO ZF-KEYGEN.
           IF  APPEND-SLIDING EQUAL 'Y'
               MOVE 'S'                     TO ZF-FLAGS.

           MOVE LOW-VALUES                  TO ZF-DATA.
           MOVE INCR-OUT-TEXT(1:INCR-OUT-LENGTH)
                TO ZF-DATA(1:INCR-OUT-LENGTH).
           MOVE INCR-OUT-LENGTH             TO ZF-RAW-LENGTH.
           PERFORM 4425-CHECKSUM-ZF-DATA  THRU 4425-EXIT.

           PERFORM 4430-CHECK-ENCRYPTION  THRU 4430-EXIT.

           IF  ENCR-ENABLED EQUAL 'Y'
               MOVE INCR-OUT-LENGTH         TO ENC-DATA-LENGTH
               PERFORM 4435-ENCIPHER-SEGMENT THRU 4435-EXIT
               PERFORM 4439-MARK-ENCRYPTED THRU 4439-EXIT.

           ADD  ONE                         TO ZF-VERSION.

           PERFORM 9950-ABS               THRU 9950-EXIT.

           COMPUTE ZF-LENGTH = INCR-OUT-LENGTH + ZF-PREFIX.

           EXEC CICS REWRITE FILE(ZF-FCT)
                FROM(ZF-RECORD)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-REWRITE              TO FE-FN
               MOVE '6700'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           PERFORM 6730-INCREMENT-RESPONSE THRU 6730-EXIT.

       6700-EXIT.
           EXIT.

       6715-TRIM-CURRENT.
           IF  APPEND-BASE-LENGTH GREATER THAN ZEROES
           AND APPEND-WORK(APPEND-BASE-LENGTH:1) EQUAL SPACE
               SUBTRACT ONE               FROM APPEND-BASE-LENGTH.

       6715-EXIT.
           EXIT.

      *****************************************************************
      * Parse the stored value as an optionally signed integer of up  *
      * to fifteen digits; anything else gets the 400 the caller      *
      * promised.                                                     *
      *****************************************************************
       6710-PARSE-CURRENT.
           MOVE 'N'                         TO INCR-NEGATIVE.
           MOVE ONE                         TO INCR-SCAN.

           IF  APPEND-BASE-LENGTH GREATER THAN ZEROES
           AND APPEND-WORK(1:1) EQUAL '-'
               MOVE 'Y'                     TO INCR-NEGATIVE
               MOVE TWO                     TO INCR-SCAN.

           COMPUTE INCR-DIGIT-COUNT =
                   APPEND-BASE-LENGTH - INCR-SCAN + 1.

           IF  INCR-DIGIT-COUNT LESS THAN ONE
           OR  INCR-DIGIT-COUNT GREATER THAN FIFTEEN
               MOVE HTTP-NOT-NUMERIC        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE ZEROES                      TO INCR-DIGITS.
           MOVE APPEND-WORK(INCR-SCAN:INCR-DIGIT-COUNT)
                TO INCR-DIGITS(16 - INCR-DIGIT-COUNT:
                                INCR-DIGIT-COUNT).

           IF  INCR-DIGITS NOT NUMERIC
               MOVE HTTP-NOT-NUMERIC        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE INCR-DIGITS                 TO INCR-CURRENT.
           IF  INCR-NEGATIVE EQUAL 'Y'
               COMPUTE INCR-CURRENT = ZEROES - INCR-CURRENT.

       6710-EXIT.
           EXIT.

      *****************************************************************
      * Format the result back to text, sign first, leading zeroes    *
      * suppressed (a plain zero keeps its one digit).                *
      *****************************************************************
       6720-FORMAT-RESULT.
           IF  INCR-RESULT LESS THAN ZEROES
               MOVE 'Y'                     TO INCR-NEGATIVE
               COMPUTE INCR-ABS-VALUE = ZEROES - INCR-RESULT
           ELSE
               MOVE 'N'                     TO INCR-NEGATIVE
               MOVE INCR-RESULT             TO INCR-ABS-VALUE.

           MOVE INCR-ABS-VALUE              TO INCR-DIGITS.

           MOVE ONE                         TO INCR-SCAN.
           PERFORM 6725-SKIP-ZERO         THRU 6725-EXIT
               UNTIL INCR-SCAN EQUAL FIFTEEN
               OR    INCR-DIGITS(INCR-SCAN:1) NOT EQUAL '0'.

           MOVE SPACES                      TO INCR-OUT-TEXT.
           MOVE ZEROES                      TO INCR-OUT-LENGTH.

           IF  INCR-NEGATIVE EQUAL 'Y'
               MOVE '-'                     TO INCR-OUT-TEXT(1:1)
               MOVE ONE                     TO INCR-OUT-LENGTH.

           COMPUTE INCR-DIGIT-COUNT = 16 - INCR-SCAN.
           MOVE INCR-DIGITS(INCR-SCAN:INCR-DIGIT-COUNT)
                TO INCR-OUT-TEXT(INCR-OUT-LENGTH + 1:
                                  INCR-DIGIT-COUNT).
           ADD  INCR-DIGIT-COUNT            TO INCR-OUT-LENGTH.

       6720-EXIT.
           EXIT.

       6725-SKIP-ZERO.
           ADD  ONE                         TO INCR-SCAN.

       6725-EXIT.
           EXIT.

      *****************************************************************
      * Audit the increment and send the new value back as the        *
      * response body, with the bumped version as the ETag.           *
      *****************************************************************
       6730-INCREMENT-RESPONSE.
           MOVE 'PUT'                  TO OW-VERB.
           MOVE INCR-OUT-LENGTH        TO OW-BODY-LENGTH.
           SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF INCR-OUT-TEXT.
           PERFORM 4800-ORIGIN-WRITE  THRU 4800-EXIT.

           IF  OW-REFUSED EQUAL 'Y'
               PERFORM 9999-ROLLBACK       THRU 9999-EXIT
               PERFORM 4830-ORIGIN-REFUSED THRU 4830-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE URI-KEY-LENGTH         TO DX-KEY-LENGTH.
           MOVE URI-KEY                TO DX-KEY.
           PERFORM 4900-CASCADE        THRU 4900-EXIT.

           MOVE 'W'                    TO XI-ACTION.
           MOVE URI-KEY-LENGTH         TO XI-KEY-LENGTH.
           MOVE URI-KEY                TO XI-KEY.
           PERFORM 4950-INDEX-KEY      THRU 4950-EXIT.

           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           MOVE 'INCR'                 TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE ZF-VERSION             TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NAMELENGTH (HEADER-ETAG-LENGTH)
                VALUE      (ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB SEND
                FROM      (INCR-OUT-TEXT)
                FROMLENGTH(INCR-OUT-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       6730-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH ?undelete=true.                                    *
      * Revive a tombstoned key while its recovery window is still    *
      * open; a key never tombstoned, already revived, or past its    *
      * window answers 204 or 409 instead.                            *
      *****************************************************************
       6800-UNDELETE-KEY.
           MOVE URI-KEY                     TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-DELETED-ABS NOT NUMERIC
           OR  ZK-DELETED-ABS EQUAL ZEROES
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           PERFORM 8970-GET-GRACE         THRU 8970-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT ZK-DELETED-ABS FROM CURRENT-ABS
               GIVING RELATIVE-TIME.

           IF  GR-SECONDS EQUAL ZEROES
           OR  RELATIVE-TIME GREATER THAN GR-WINDOW-MS
               MOVE HTTP-GRACE-ERROR         TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409     THRU 9500-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE ZEROES                      TO ZK-DELETED-ABS.

           EXEC CICS REWRITE FILE(ZK-FCT)
                FROM(ZK-RECORD)
                LENGTH(ZK-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           MOVE 'W'                    TO XI-ACTION.
           MOVE URI-KEY-LENGTH         TO XI-KEY-LENGTH.
           MOVE URI-KEY                TO XI-KEY.
           PERFORM 4950-INDEX-KEY      THRU 4950-EXIT.

           MOVE 'UNDELETE'             TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       6800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT ?alias=<key>.                                   *
      * Create the path's key as an additional KEY record pointing    *
      * at the alias target's existing chain.  The new name carries   *
      * no version history of its own -- the history belongs to the   *
      * name that wrote the generations.  Replicated like any other   *
      * write; each partner resolves the target against its own       *
      * KEY file.                                                     *
      *****************************************************************
       6900-CREATE-ALIAS.
      *    *--------------------------------------------------------*
      *    * The replicate converse sends the received body from    *
      *    * SAVE-ADDRESS with ZF-MEDIA as its media type -- prime  *
      *    * both, since the alias path bypasses 4200-PROCESS-FILE. *
      *    *--------------------------------------------------------*
           MOVE CACHE-ADDRESS-X             TO SAVE-ADDRESS-X.
           MOVE TEXT-PLAIN                  TO ZF-MEDIA.

           MOVE LOW-VALUES                  TO ALIAS-KEY.
           MOVE ALIAS-TEXT(1:ALIAS-LENGTH)
                TO ALIAS-KEY(1:ALIAS-LENGTH).

           MOVE ALIAS-KEY                   TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

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
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

      *    *--------------------------------------------------------*
      *    * Same internal chain, new external name; the alias has  *
      *    * no retained history or tombstone of its own.           *
      *    *--------------------------------------------------------*
           MOVE URI-KEY                     TO ZK-KEY.
           MOVE ZEROES                      TO ZK-VER-COUNT.
           MOVE ZEROES                      TO ZK-NEG-ABS.
           MOVE ZEROES                      TO ZK-DELETED-ABS.
           MOVE ZEROES                      TO ZK-READ-ABS.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS WRITE
                FILE  (ZK-FCT)
                FROM  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
               MOVE HTTP-CONFLICT            TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409     THRU 9500-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '6900'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE ALIAS-KEY              TO RG-KEY.
           PERFORM 4960-REORG-TRACK  THRU 4960-EXIT.

           MOVE 'ALIAS'                TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.

           MOVE ZEROES                 TO QUOTA-BYTE-DELTA.
           PERFORM 1710-UPDATE-USAGE  THRU 1710-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

       6900-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT ?rename=<key>.                                  *
      * Rename <key> to the path's key.  ZECS058 does the work in     *
      * this unit of work -- KEY record, current and retained chains, *
      * index and audit -- or backs it all out.  A name not found is  *
      * a 204, a new name already in use or an old one under a legal  *
      * hold a 409.  Replicated like any other write: each partner    *
      * renames its own copy, and one that cannot is brought level    *
      * from this Data Center's state by the RPLQ drainer.            *
      *****************************************************************
       6950-RENAME-KEY.
      *    *--------------------------------------------------------*
      *    * The replicate converse sends the received body from    *
      *    * SAVE-ADDRESS with ZF-MEDIA as its media type -- prime  *
      *    * both, since the rename path bypasses                   *
      *    * 4200-PROCESS-FILE.                                     *
      *    *--------------------------------------------------------*
           MOVE CACHE-ADDRESS-X             TO SAVE-ADDRESS-X.
           MOVE TEXT-PLAIN                  TO ZF-MEDIA.

           MOVE EIBTRNID                    TO RN-TRANID.
           MOVE SPACES                      TO RN-RESULT.
           MOVE RENAME-LENGTH               TO RN-OLD-LENGTH.
           MOVE LOW-VALUES                  TO RN-OLD-KEY.
           MOVE RENAME-TEXT(1:RENAME-LENGTH)
                TO RN-OLD-KEY(1:RENAME-LENGTH).
           MOVE URI-KEY-LENGTH              TO RN-NEW-LENGTH.
           MOVE URI-KEY                     TO RN-NEW-KEY.
           MOVE CA-USERID                   TO RN-USERID.
           MOVE RID-VALUE                   TO RN-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS058)
                COMMAREA(ZECS058-COMM-AREA)
                LENGTH  (LENGTH OF ZECS058-COMM-AREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                     TO RN-RESULT.

           IF  RN-RESULT EQUAL 'N'
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  RN-RESULT EQUAL 'H'
               MOVE HTTP-HOLD-ERROR         TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409    THRU 9500-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  RN-RESULT EQUAL 'C'
           OR  RN-RESULT EQUAL 'S'
               MOVE HTTP-RENAME-CONFLICT    TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409    THRU 9500-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  RN-RESULT NOT EQUAL 'R'
               MOVE '6950'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
               MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
               MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE RN-OLD-KEY                  TO RG-KEY.
           PERFORM 4960-REORG-TRACK       THRU 4960-EXIT.
           MOVE URI-KEY                     TO RG-KEY.
           PERFORM 4960-REORG-TRACK       THRU 4960-EXIT.

           MOVE RN-OLD-KEY                  TO ZK-KEY.
           PERFORM 7750-L1-INVALIDATE     THRU 7750-EXIT.
           MOVE URI-KEY                     TO ZK-KEY.
           PERFORM 7750-L1-INVALIDATE     THRU 7750-EXIT.

      *    *--------------------------------------------------------*
      *    * ZECS058 wrote the audit record; publish the change     *
      *    * feed entry to match, the former name alongside.        *
      *    *--------------------------------------------------------*
           MOVE 'RENAME'                    TO ZA-OPERATION.
           MOVE CA-USERID                   TO ZA-USERID.
           MOVE URI-KEY-LENGTH              TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                     TO ZA-CACHE-KEY.
           MOVE RID-VALUE                   TO ZA-REQUEST-ID.
           MOVE RN-OLD-LENGTH               TO ZA-RELATED-KEY-LEN.
           MOVE RN-OLD-KEY                  TO ZA-RELATED-KEY.

           EXEC CICS ASKTIME ABSTIME(ZA-ABS) NOHANDLE
           END-EXEC.

           PERFORM 9970-PUBLISH-CDC       THRU 9970-EXIT.

           MOVE ZEROES                      TO ZA-RELATED-KEY-LEN.
           MOVE SPACES                      TO ZA-RELATED-KEY.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

       6950-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT/POST ?append=true.                                   *
      * Extend the stored value in place: fill the last ZF-DATA       *
      * segment, add segments as needed, bump ZF-SEGMENTS and the     *
      * version, and return the new total length.  A key that does    *
      * not exist yet (or is only a remembered miss) falls through    *
      * to the ordinary create path, so append is usable as the       *
      * only write verb for log-style keys.                           *
      *****************************************************************
       6600-APPEND-CACHE.
           MOVE CACHE-ADDRESS-X             TO SAVE-ADDRESS-X.

           PERFORM 4050-READ-IF-MATCH     THRU 4050-EXIT.

           MOVE URI-KEY                     TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
           OR (READ-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY EQUAL NEG-MARKER)
               PERFORM 4000-GET-COUNTER    THRU 4000-EXIT
               PERFORM 4100-READ-KEY       THRU 4100-EXIT
               PERFORM 4200-PROCESS-FILE   THRU 4200-EXIT
               PERFORM 4300-SEND-RESPONSE  THRU 4300-EXIT
           ELSE
               IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE '6600'                  TO KE-PARAGRAPH
                   MOVE FC-READ                 TO KE-FN
                   PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
                   MOVE EIBDS(1:8)              TO HTTP-KEY-ERROR(1:8)
                   MOVE HTTP-KEY-ERROR          TO HTTP-507-TEXT
                   MOVE HTTP-KEY-LENGTH         TO HTTP-507-LENGTH
                   PERFORM 9800-STATUS-507    THRU 9800-EXIT
                   PERFORM 9000-RETURN        THRU 9000-EXIT
               END-IF
               IF  ZK-ON-COLD-TIER
                   MOVE COLD-SUFFIX         TO ZF-FCT(5:4)
               ELSE
                   MOVE FILE-SUFFIX         TO ZF-FCT(5:4)
               END-IF
               PERFORM 6610-APPEND-LOAD-TAIL THRU 6610-EXIT
               PERFORM 6630-APPEND-WRITE-NEW THRU 6630-EXIT
               IF  APPEND-SEG-COUNT GREATER THAN ONE
                   PERFORM 6640-APPEND-TOUCH-FIRST THRU 6640-EXIT
               END-IF
               PERFORM 6650-APPEND-RESPONSE  THRU 6650-EXIT
           END-IF.

       6600-EXIT.
           EXIT.

      *****************************************************************
      * Read the chain's first segment for its metadata (segment      *
      * count, version, If-Match enforcement), then the last segment  *
      * for update; stage the last segment's raw bytes into the work  *
      * area, splice on as much of the received body as fits, and     *
      * rewrite it.                                                   *
      *****************************************************************
       6610-APPEND-LOAD-TAIL.
           MOVE ZK-ZF-KEY                   TO ZF-KEY.
           MOVE ZEROES                      TO ZF-ZEROES.
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.

           IF  ZK-IS-SEGMENTED
               MOVE ONE                     TO ZF-SEGMENT.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(VERSION-RESP)
                NOHANDLE
           END-EXEC.

           IF  VERSION-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE ZF-VERSION                  TO CURRENT-VERSION.

           IF  IF-MATCH-PRESENT EQUAL 'Y'
           AND CURRENT-VERSION NOT EQUAL IF-MATCH-VERSION
               MOVE HTTP-CONFLICT            TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409     THRU 9500-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE ZF-SEGMENTS                 TO APPEND-SEG-COUNT.
           MOVE APPEND-SEG-COUNT            TO ZF-SEGMENT.
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '6610'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE 'N'                         TO APPEND-SLIDING.
           IF  ZF-POLICY-SLIDING
               MOVE 'Y'                     TO APPEND-SLIDING.

           SUBTRACT ZF-PREFIX             FROM ZF-LENGTH.

           IF  ZF-DATA-ENCRYPTED
               END-IF
           END-IF.

           SET ADDRESS OF CACHE-MESSAGE     TO SAVE-ADDRESS.

           COMPUTE APPEND-ROOM =
                   THIRTY-TWO-KB - APPEND-BASE-LENGTH.

           IF  RECEIVE-LENGTH LESS THAN APPEND-ROOM
               MOVE RECEIVE-LENGTH          TO APPEND-PART-A
           ELSE
               MOVE APPEND-ROOM             TO APPEND-PART-A.

           IF  APPEND-PART-A GREATER THAN ZEROES
               MOVE CACHE-MESSAGE(1:APPEND-PART-A)
                    TO APPEND-WORK(APPEND-BASE-LENGTH + 1:
                                    APPEND-PART-A).

           COMPUTE APPEND-REMAINING =
                   RECEIVE-LENGTH - APPEND-PART-A.

           COMPUTE APPEND-NEW-SEGS = APPEND-SEG-COUNT +
                   (APPEND-REMAINING + THIRTY-TWO-KB - 1)
                    / THIRTY-TWO-KB.

           ADD  ONE TO CURRENT-VERSION  GIVING APPEND-NEW-VERSION.

           MOVE APPEND-NEW-SEGS             TO ZF-SEGMENTS.
           MOVE APPEND-NEW-VERSION          TO ZF-VERSION.

           PERFORM 9950-ABS               THRU 9950-EXIT.

           SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF APPEND-WORK.
           COMPUTE ZF-LENGTH =
                   APPEND-BASE-LENGTH + APPEND-PART-A.
           PERFORM 6620-APPEND-FILL-DATA  THRU 6620-EXIT.
           SET ADDRESS OF CACHE-MESSAGE     TO SAVE-ADDRESS.

           EXEC CICS REWRITE FILE(ZF-FCT)
                FROM(ZF-RECORD)

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-REWRITE              TO FE-FN
               MOVE '6610'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       6610-EXIT.
           EXIT.

      *****************************************************************
      * Fill ZF-DATA/ZF-FLAGS/ZF-RAW-LENGTH/ZF-LENGTH from the bytes  *
      * CACHE-MESSAGE currently addresses (ZF-LENGTH holds the raw    *
      * length on entry), compressing when worthwhile -- the same     *
      * decisions 4400-WRITE-FILE makes, preserving the chain's       *
      * sliding-expiration policy bit.                                *
      *****************************************************************
       6620-APPEND-FILL-DATA.
           MOVE LOW-VALUES                      TO ZF-DATA.
           MOVE ZF-LENGTH                       TO ZF-RAW-LENGTH.
           MOVE ZF-LENGTH                       TO CHECKSUM-LENGTH.
           PERFORM 4420-CHECKSUM-SEGMENT      THRU 4420-EXIT.
           MOVE CHECKSUM-VALUE                  TO ZF-CHECKSUM.
           MOVE SPACES                          TO ZF-FLAGS.
           MOVE SPACES                          TO ZF-KEYGEN.
           IF  APPEND-SLIDING EQUAL 'Y'
               MOVE 'S'                         TO ZF-FLAGS.

           IF  ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH                   TO COMPRESS-SRC-LENGTH
               PERFORM 4410-COMPRESS-SEGMENT  THRU 4410-EXIT
               IF  COMPRESS-DST-INDEX LESS THAN ZF-LENGTH
                   IF  APPEND-SLIDING EQUAL 'Y'
                       MOVE 'B'                 TO ZF-FLAGS
                   ELSE
                       MOVE 'C'                 TO ZF-FLAGS
                   END-IF
                   MOVE COMPRESS-BUFFER(1:COMPRESS-DST-INDEX)
                           TO ZF-DATA(1:COMPRESS-DST-INDEX)
                   MOVE COMPRESS-DST-INDEX      TO ZF-LENGTH
               ELSE
                   MOVE CACHE-MESSAGE(1:ZF-LENGTH) TO ZF-DATA
               END-IF
           END-IF.

           PERFORM 4430-CHECK-ENCRYPTION      THRU 4430-EXIT.

           IF  ENCR-ENABLED EQUAL 'Y'
           AND ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH                   TO ENC-DATA-LENGTH
               PERFORM 4435-ENCIPHER-SEGMENT  THRU 4435-EXIT
               PERFORM 4439-MARK-ENCRYPTED    THRU 4439-EXIT
           END-IF.

           ADD  ZF-PREFIX TO ZF-LENGTH.

       6620-EXIT.
           EXIT.

      *****************************************************************
      * Write the overflow -- whatever did not fit in the last        *
      * segment -- as brand-new segments on the same chain.           *
      *****************************************************************
       6630-APPEND-WRITE-NEW.
           IF  APPEND-REMAINING GREATER THAN ZEROES
               COMPUTE CACHE-ADDRESS-X =
                       SAVE-ADDRESS-X + APPEND-PART-A
               MOVE APPEND-SEG-COUNT            TO ZF-SEGMENT
               PERFORM 6635-APPEND-ONE-SEGMENT THRU 6635-EXIT
                   WITH TEST AFTER
                   UNTIL APPEND-REMAINING EQUAL ZEROES
               SET ADDRESS OF CACHE-MESSAGE     TO SAVE-ADDRESS.

       6630-EXIT.
           EXIT.

       6635-APPEND-ONE-SEGMENT.
           SET ADDRESS OF CACHE-MESSAGE         TO CACHE-ADDRESS.
           ADD  ONE                             TO ZF-SEGMENT.

           IF  APPEND-REMAINING LESS THAN THIRTY-TWO-KB
               MOVE APPEND-REMAINING            TO APPEND-CHUNK
           ELSE
               MOVE THIRTY-TWO-KB               TO APPEND-CHUNK.

           MOVE APPEND-CHUNK                    TO ZF-LENGTH.
           PERFORM 6620-APPEND-FILL-DATA      THRU 6620-EXIT.

           EXEC CICS WRITE FILE(ZF-FCT)
                FROM(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '6635'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH
               PERFORM 9800-STATUS-507    THRU 9800-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           ADD  APPEND-CHUNK                    TO CACHE-ADDRESS-X.
           SUBTRACT APPEND-CHUNK              FROM APPEND-REMAINING.

       6635-EXIT.
           EXIT.

      *****************************************************************
      * The chain's first segment is where readers pick up the        *
      * segment count and version -- bring it in step with the        *
      * extended chain (when it was not itself the rewritten tail).   *
      *****************************************************************
       6640-APPEND-TOUCH-FIRST.
           MOVE ONE                         TO ZF-SEGMENT.
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE APPEND-NEW-SEGS         TO ZF-SEGMENTS
               MOVE APPEND-NEW-VERSION      TO ZF-VERSION
               PERFORM 9950-ABS           THRU 9950-EXIT

               EXEC CICS REWRITE FILE(ZF-FCT)
                    FROM(ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    NOHANDLE
               END-EXEC.

       6640-EXIT.
           EXIT.

      *****************************************************************
      * Audit the append, commit, replicate the same append request   *
      * (body is just the delta, so partners append the same bytes),  *
      * and answer with the new total length and ETag.                *
      *****************************************************************
       6650-APPEND-RESPONSE.
           MOVE URI-KEY-LENGTH         TO DX-KEY-LENGTH.
           MOVE URI-KEY                TO DX-KEY.
           PERFORM 4900-CASCADE        THRU 4900-EXIT.

           MOVE 'W'                    TO XI-ACTION.
           MOVE URI-KEY-LENGTH         TO XI-KEY-LENGTH.
           MOVE URI-KEY                TO XI-KEY.
           PERFORM 4950-INDEX-KEY      THRU 4950-EXIT.

           PERFORM 7750-L1-INVALIDATE THRU 7750-EXIT.

           COMPUTE APPEND-TOTAL-LENGTH =
                   (APPEND-SEG-COUNT - 1) * THIRTY-TWO-KB
                   + APPEND-BASE-LENGTH + RECEIVE-LENGTH.

           MOVE 'APPEND'               TO ZA-OPERATION.
           MOVE CA-USERID              TO ZA-USERID.
           MOVE URI-KEY-LENGTH         TO ZA-CACHE-KEY-LEN.
           MOVE URI-KEY                TO ZA-CACHE-KEY.
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.
           PERFORM 1710-UPDATE-USAGE  THRU 1710-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE APPEND-NEW-VERSION     TO ETAG-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ETAG)
                NOHANDLE
           END-EXEC.

           MOVE APPEND-TOTAL-LENGTH    TO APPEND-TOTAL-D.
           MOVE ONE                    TO SCAN-POINTER.

           STRING '{"length":'           DELIMITED BY SIZE
                  APPEND-TOTAL-D          DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO APPEND-RESPONSE-TEXT
               WITH POINTER SCAN-POINTER
           END-STRING.

           COMPUTE APPEND-RESPONSE-LENGTH = SCAN-POINTER - 1.

           EXEC CICS WEB SEND
                FROM      (APPEND-RESPONSE-TEXT)
                FROMLENGTH(APPEND-RESPONSE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY AND
               WEB-PATH(1:10) EQUAL RESOURCES
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.

       6650-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /resources/zLease and /replicate/zLease.            *
      * A client request is decided and committed here first, so the  *
      * lease row is never locked across the partner conversations,   *
      * then sent to each partner Data Center and answered only once  *
      * they have replied.  A request arriving on /replicate is a     *
      * partner's change to apply, and is never sent on again.        *
      *****************************************************************
       7300-LEASE.
           IF  WEB-PATH(1:10) EQUAL REPLICATE
               PERFORM 7350-LEASE-APPLY   THRU 7350-EXIT
               GO TO 7300-EXIT.

           PERFORM 7310-LEASE-PARMS      THRU 7310-EXIT.

           IF  NOT LE-ACQUIRE
           AND NOT LE-RENEW
           AND NOT LE-RELEASE
               MOVE 'N'                     TO LE-VALID.

           IF  LE-NAME  EQUAL SPACES
           OR  LE-OWNER EQUAL SPACES
               MOVE 'N'                     TO LE-VALID.

           IF  LE-VALID NOT EQUAL 'Y'
               MOVE HTTP-ZLEASE-PARMS       TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 7300-EXIT.

           IF  LE-TTL EQUAL ZEROES
               MOVE LE-TTL-DEFAULT          TO LE-TTL.

           MOVE ZEROES                     TO LE-ACK-COUNT.
           MOVE 'N'                        TO LE-PARTNER-CONFLICT.
           MOVE 'N'                        TO LE-WITHDRAWING.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 7320-LEASE-READ       THRU 7320-EXIT.
           PERFORM 7322-LEASE-LIVE       THRU 7322-EXIT.
           PERFORM 7325-LEASE-DECIDE     THRU 7325-EXIT.

           IF  LE-GRANTED NOT EQUAL 'Y'
               IF  LE-ON-FILE EQUAL 'Y'
                   EXEC CICS UNLOCK FILE(LS-FCT) NOHANDLE
                   END-EXEC
               END-IF
               PERFORM 7345-LEASE-REFUSE  THRU 7345-EXIT
               GO TO 7300-EXIT.

           MOVE LENGTH OF LS-RECORD        TO LS-LENGTH.

           IF  LE-ON-FILE EQUAL 'Y'
               EXEC CICS REWRITE FILE(LS-FCT)
                    FROM(LS-RECORD)
                    LENGTH(LS-LENGTH)
                    RESP(LS-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(LS-FCT)
                    FROM(LS-RECORD)
                    RIDFLD(LS-KEY)
                    LENGTH(LS-LENGTH)
                    RESP(LS-RESP)
                    NOHANDLE
               END-EXEC.

      *    *--------------------------------------------------------*
      *    * A first acquire can lose the WRITE to another task     *
      *    * acquiring the same new name; it gets that one's state. *
      *    *--------------------------------------------------------*
           IF  LS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 7320-LEASE-READ    THRU 7320-EXIT
               IF  LE-ON-FILE EQUAL 'Y'
                   EXEC CICS UNLOCK FILE(LS-FCT) NOHANDLE
                   END-EXEC
               END-IF
               PERFORM 7322-LEASE-LIVE    THRU 7322-EXIT
               PERFORM 7345-LEASE-REFUSE  THRU 7345-EXIT
               GO TO 7300-EXIT.

           MOVE LS-TOKEN                   TO LE-GRANTED-TOKEN.
           MOVE LS-TOKEN                   TO LE-HIGH-TOKEN.

           MOVE 'LEASE'                    TO ZA-OPERATION.
           MOVE CA-USERID                  TO ZA-USERID.
           MOVE LE-NAME-LENGTH             TO ZA-CACHE-KEY-LEN.
           MOVE SPACES                     TO ZA-CACHE-KEY.
           MOVE LE-NAME                    TO ZA-CACHE-KEY(1:64).
           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 8000-GET-URL          THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  DC-TYPE EQUAL ACTIVE-STANDBY
               PERFORM 7330-LEASE-MESSAGE THRU 7330-EXIT
               PERFORM 7335-LEASE-PARTNER THRU 7335-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

           IF  LE-PARTNER-CONFLICT EQUAL 'Y'
               PERFORM 7340-LEASE-WITHDRAW THRU 7340-EXIT
               GO TO 7300-EXIT.

      *    *--------------------------------------------------------*
      *    * As with a sync write, a cache with partners that none  *
      *    * of them acknowledged gets the distinct status.         *
      *    *--------------------------------------------------------*
           MOVE LE-OWNER                   TO LE-REPLY-OWNER.
           MOVE HTTP-STATUS-200            TO LE-REPLY-STATUS.

           IF (DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  DC-TYPE EQUAL ACTIVE-STANDBY)
           AND LE-ACK-COUNT EQUAL ZEROES
               MOVE HTTP-STATUS-202         TO LE-REPLY-STATUS.

           PERFORM 7348-LEASE-REPLY      THRU 7348-EXIT.

       7300-EXIT.
           EXIT.

      *****************************************************************
      * Pull action=, name=, owner=, ttl= and token= off the query    *
      * string, ampersand by ampersand as the zIndex parameters are.  *
      * A name or owner too long for its field, or a ttl or token     *
      * that is not a number, marks the request not valid.            *
      *****************************************************************
       7310-LEASE-PARMS.
           MOVE SPACES                  TO LE-ACTION.
           MOVE SPACES                  TO LE-NAME.
           MOVE ZEROES                  TO LE-NAME-LENGTH.
           MOVE SPACES                  TO LE-OWNER.
           MOVE ZEROES                  TO LE-TTL.
           MOVE ZEROES                  TO LE-TOKEN.
           MOVE 'N'                     TO LE-TOKEN-PRESENT.
           MOVE 'Y'                     TO LE-VALID.
           MOVE ONE                     TO LE-PAIR-POINTER.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               PERFORM 7315-LEASE-PAIR  THRU 7315-EXIT
                   WITH TEST AFTER
                   UNTIL LE-PAIR-POINTER NOT LESS THAN
                         WEB-QUERYSTRING-LENGTH.

       7310-EXIT.
           EXIT.

       7315-LEASE-PAIR.
           MOVE SPACES                  TO LE-PAIR-TEXT.

           UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
                DELIMITED BY ALL '&'
                INTO LE-PAIR-TEXT
                WITH POINTER LE-PAIR-POINTER
           END-UNSTRING.

           MOVE SPACES                  TO LE-PAIR-NAME.
           MOVE SPACES                  TO LE-PAIR-VALUE.

           UNSTRING LE-PAIR-TEXT
                DELIMITED BY '='
                INTO LE-PAIR-NAME
                     LE-PAIR-VALUE
           END-UNSTRING.

           MOVE ZEROES                  TO LE-PAIR-LENGTH.
           INSPECT LE-PAIR-VALUE TALLYING LE-PAIR-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  LE-PAIR-NAME EQUAL 'action'
               MOVE LE-PAIR-VALUE(1:8)  TO LE-ACTION.

           IF  LE-PAIR-NAME EQUAL 'name'
               IF  LE-PAIR-LENGTH GREATER THAN LENGTH OF LE-NAME
                   MOVE 'N'             TO LE-VALID
               ELSE
                   MOVE LE-PAIR-VALUE   TO LE-NAME
                   MOVE LE-PAIR-LENGTH  TO LE-NAME-LENGTH.

           IF  LE-PAIR-NAME EQUAL 'owner'
               IF  LE-PAIR-LENGTH GREATER THAN LENGTH OF LE-OWNER
                   MOVE 'N'             TO LE-VALID
               ELSE
                   MOVE LE-PAIR-VALUE   TO LE-OWNER.

           IF  LE-PAIR-NAME EQUAL 'ttl'
               IF  LE-PAIR-LENGTH EQUAL ZEROES
               OR  LE-PAIR-LENGTH GREATER THAN LENGTH OF LE-TTL
                   MOVE 'N'             TO LE-VALID
               ELSE
               IF  LE-PAIR-VALUE(1:LE-PAIR-LENGTH) NOT NUMERIC
                   MOVE 'N'             TO LE-VALID
               ELSE
                   MOVE LE-PAIR-VALUE(1:LE-PAIR-LENGTH) TO LE-TTL.

           IF  LE-PAIR-NAME EQUAL 'token'
               IF  LE-PAIR-LENGTH EQUAL ZEROES
               OR  LE-PAIR-LENGTH GREATER THAN LENGTH OF LE-TOKEN
                   MOVE 'N'             TO LE-VALID
               ELSE
               IF  LE-PAIR-VALUE(1:LE-PAIR-LENGTH) NOT NUMERIC
                   MOVE 'N'             TO LE-VALID
               ELSE
                   MOVE 'Y'             TO LE-TOKEN-PRESENT
                   MOVE LE-PAIR-VALUE(1:LE-PAIR-LENGTH) TO LE-TOKEN.

       7315-EXIT.
           EXIT.

      *****************************************************************
      * Read the lease row for update.  A name never leased before    *
      * starts from an empty row, token zero, not yet on file.        *
      *****************************************************************
       7320-LEASE-READ.
           MOVE LE-NAME                    TO LS-NAME.
           MOVE LENGTH OF LS-RECORD        TO LS-LENGTH.
           MOVE 'Y'                        TO LE-ON-FILE.

           EXEC CICS READ FILE(LS-FCT)
                INTO(LS-RECORD)
                RIDFLD(LS-KEY)
                LENGTH(LS-LENGTH)
                RESP(LS-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  LS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                     TO LE-ON-FILE
               MOVE LE-NAME                 TO LS-NAME
               MOVE SPACES                  TO LS-OWNER
               MOVE ZEROES                  TO LS-TOKEN
               MOVE ZEROES                  TO LS-ACQUIRED-ABS
               MOVE ZEROES                  TO LS-EXPIRES-ABS
               MOVE ZEROES                  TO LS-TTL
               MOVE SPACES                  TO LS-USERID
               MOVE SPACES                  TO LS-APPLID.

       7320-EXIT.
           EXIT.

      *****************************************************************
      * A lease is live while it has an owner and has not expired.    *
      *****************************************************************
       7322-LEASE-LIVE.
           MOVE 'N'                        TO LE-LIVE.

           IF  LS-OWNER NOT EQUAL SPACES
           AND LS-EXPIRES-ABS GREATER THAN CURRENT-ABS
               MOVE 'Y'                     TO LE-LIVE.

       7322-EXIT.
           EXIT.

      *****************************************************************
      * Acquire takes a free name with the next fencing token; renew  *
      * and release are for the live holder only, and for the         *
      * holder's own token when the caller names one.                 *
      *****************************************************************
       7325-LEASE-DECIDE.
           MOVE 'N'                        TO LE-GRANTED.

           IF  LE-ACQUIRE
               IF  LE-LIVE EQUAL 'Y'
                   GO TO 7325-EXIT
               ELSE
                   ADD  ONE                 TO LS-TOKEN
                   MOVE LE-OWNER            TO LS-OWNER
                   MOVE CURRENT-ABS         TO LS-ACQUIRED-ABS
                   MOVE LE-TTL              TO LS-TTL
                   COMPUTE LS-EXPIRES-ABS =
                           CURRENT-ABS + (LE-TTL * 1000)
                   PERFORM 7327-LEASE-STAMP THRU 7327-EXIT
                   MOVE 'Y'                 TO LE-GRANTED
                   GO TO 7325-EXIT.

           IF  LE-LIVE  NOT EQUAL 'Y'
           OR  LS-OWNER NOT EQUAL LE-OWNER
               GO TO 7325-EXIT.

           IF  LE-TOKEN-PRESENT EQUAL 'Y'
           AND LE-TOKEN NOT EQUAL LS-TOKEN
               GO TO 7325-EXIT.

           IF  LE-RENEW
               MOVE LE-TTL                  TO LS-TTL
               COMPUTE LS-EXPIRES-ABS =
                       CURRENT-ABS + (LE-TTL * 1000).

           IF  LE-RELEASE
               MOVE SPACES                  TO LS-OWNER
               MOVE ZEROES                  TO LS-EXPIRES-ABS.

           PERFORM 7327-LEASE-STAMP      THRU 7327-EXIT.
           MOVE 'Y'                        TO LE-GRANTED.

       7325-EXIT.
           EXIT.

       7327-LEASE-STAMP.
           EXEC CICS ASSIGN APPLID(APPLID) NOHANDLE
           END-EXEC.

           MOVE CA-USERID                  TO LS-USERID.
           MOVE APPLID                     TO LS-APPLID.

       7327-EXIT.
           EXIT.

      *****************************************************************
      * What goes to the partners is the state the change left.       *
      *****************************************************************
       7330-LEASE-MESSAGE.
           IF  LE-ACQUIRE
               MOVE 'A'                     TO LR-ACTION.
           IF  LE-RENEW
               MOVE 'N'                     TO LR-ACTION.
           IF  LE-RELEASE
               MOVE 'R'                     TO LR-ACTION.

           MOVE LS-NAME                    TO LR-NAME.
           MOVE LE-OWNER                   TO LR-OWNER.
           MOVE LS-TOKEN                   TO LR-TOKEN.
           MOVE LS-ACQUIRED-ABS            TO LR-ACQUIRED-ABS.
           MOVE LS-EXPIRES-ABS             TO LR-EXPIRES-ABS.
           MOVE LS-TTL                     TO LR-TTL.
           MOVE LS-USERID                  TO LR-USERID.
           MOVE LS-APPLID                  TO LR-APPLID.
           MOVE LENGTH OF LR-MESSAGE       TO LR-LENGTH.

       7330-EXIT.
           EXIT.

      *****************************************************************
      * Send the lease change to one partner Data Center on           *
      * /replicate/zLease.  A 200 is an acknowledgment; a 409 means   *
      * the partner holds the name for someone else, and carries the  *
      * partner's token so ours can be moved past it.  While a change *
      * is being withdrawn only the partners that took it are told.   *
      *****************************************************************
       7335-LEASE-PARTNER.
           IF  LE-WITHDRAWING EQUAL 'Y'
           AND LE-PARTNER-ACKED(DC-PARTNER-INDEX) NOT EQUAL 'Y'
               GO TO 7335-EXIT.

           IF  LE-WITHDRAWING NOT EQUAL 'Y'
               MOVE 'N'
                    TO LE-PARTNER-ACKED(DC-PARTNER-INDEX).

           PERFORM 8105-CHECK-PARTNER     THRU 8105-EXIT.

           IF  PARTNER-SKIP EQUAL 'Y'
               GO TO 7335-EXIT.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT
               GO TO 7335-EXIT.

           MOVE REPLICATE                   TO WEB-PATH(1:10).
           MOVE DFHVALUE(POST)              TO WEB-METHOD.
           MOVE ZEROES                      TO WEB-STATUS-CODE.
           MOVE SPACES                      TO CONVERSE-RESPONSE.
           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                FROM      (LR-MESSAGE)
                FROMLENGTH(LR-LENGTH)
                INTO      (CONVERSE-RESPONSE)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT
               GO TO 7335-EXIT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-200
           AND LE-WITHDRAWING  NOT EQUAL 'Y'
               MOVE 'Y'
                    TO LE-PARTNER-ACKED(DC-PARTNER-INDEX)
               ADD  ONE                     TO LE-ACK-COUNT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-409
               MOVE 'Y'                     TO LE-PARTNER-CONFLICT
               IF  CONVERSE-RESPONSE(1:15) NUMERIC
                   MOVE CONVERSE-RESPONSE(1:15) TO LE-TOKEN-D
                   IF  LE-TOKEN-D GREATER THAN LE-HIGH-TOKEN
                       MOVE LE-TOKEN-D      TO LE-HIGH-TOKEN.

           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.

       7335-EXIT.
           EXIT.

      *****************************************************************
      * A partner refused the change.  Release what this Data Center  *
      * committed -- if the row is still ours -- with the token moved *
      * past the partner's so the next acquire cannot reuse it, tell  *
      * the partners that took the change to release it too, and give *
      * the caller the 409.                                           *
      *****************************************************************
       7340-LEASE-WITHDRAW.
           PERFORM 7320-LEASE-READ       THRU 7320-EXIT.

           IF  LE-ON-FILE EQUAL 'Y'
               IF  LS-OWNER EQUAL LE-OWNER
               AND LS-TOKEN EQUAL LE-GRANTED-TOKEN
                   MOVE SPACES              TO LS-OWNER
                   MOVE ZEROES              TO LS-EXPIRES-ABS
               END-IF

               IF  LE-HIGH-TOKEN GREATER THAN LS-TOKEN
                   MOVE LE-HIGH-TOKEN       TO LS-TOKEN
               END-IF

               MOVE LENGTH OF LS-RECORD     TO LS-LENGTH

               EXEC CICS REWRITE FILE(LS-FCT)
                    FROM(LS-RECORD)
                    LENGTH(LS-LENGTH)
                    NOHANDLE
               END-EXEC

               EXEC CICS SYNCPOINT NOHANDLE
               END-EXEC.

           MOVE LE-GRANTED-TOKEN           TO LE-TOKEN-D.
           MOVE SPACES                     TO TD-MESSAGE.
           STRING 'LEASE WITHDRAWN NAME='     DELIMITED BY SIZE
                  LE-NAME                     DELIMITED BY SPACE
                  ' OWNER='                   DELIMITED BY SIZE
                  LE-OWNER                    DELIMITED BY SPACE
                  ' TOKEN='                   DELIMITED BY SIZE
                  LE-TOKEN-D                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9900-WRITE-CSSL       THRU 9900-EXIT.

           IF  LE-ACK-COUNT GREATER THAN ZEROES
               MOVE 'Y'                     TO LE-WITHDRAWING
               MOVE 'R'                     TO LR-ACTION
               MOVE LE-GRANTED-TOKEN        TO LR-TOKEN
               MOVE ZEROES                  TO LR-EXPIRES-ABS
               PERFORM 7335-LEASE-PARTNER THRU 7335-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

           MOVE SPACES                     TO LE-REPLY-OWNER.
           MOVE HTTP-ZLEASE-HELD           TO HTTP-409-TEXT.
           MOVE HTTP-STATUS-409            TO LE-REPLY-STATUS.
           PERFORM 7348-LEASE-REPLY      THRU 7348-EXIT.

       7340-EXIT.
           EXIT.

      *****************************************************************
      * Refuse the request with a 409 showing who holds the name.     *
      *****************************************************************
       7345-LEASE-REFUSE.
           IF  LE-ACQUIRE
               MOVE HTTP-ZLEASE-HELD        TO HTTP-409-TEXT
           ELSE
               MOVE HTTP-ZLEASE-NOT-HOLDER  TO HTTP-409-TEXT.

           MOVE SPACES                     TO LE-REPLY-OWNER.

           IF  LE-LIVE EQUAL 'Y'
               MOVE LS-OWNER                TO LE-REPLY-OWNER.

           MOVE HTTP-STATUS-409            TO LE-REPLY-STATUS.
           PERFORM 7348-LEASE-REPLY      THRU 7348-EXIT.

       7345-EXIT.
           EXIT.

      *****************************************************************
      * Answer with the lease as it now stands:                       *
      * {"lease":"...","owner":"...","token":n,"remaining":s,         *
      * "partnersAcked":n}, remaining in whole seconds.               *
      *****************************************************************
       7348-LEASE-REPLY.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES                     TO LE-REMAINING.

           IF  LE-REPLY-OWNER NOT EQUAL SPACES
           AND LS-EXPIRES-ABS GREATER THAN CURRENT-ABS
               COMPUTE LE-REMAINING =
                       (LS-EXPIRES-ABS - CURRENT-ABS + 999) / 1000.

           MOVE LE-REMAINING               TO LE-REMAINING-D.
           MOVE LS-TOKEN                   TO LE-TOKEN-D.
           MOVE LE-ACK-COUNT               TO LE-ACKED-D.

           MOVE SPACES                     TO LE-RESPONSE.
           MOVE ONE                        TO SCAN-POINTER.
           STRING '{"lease":"'            DELIMITED BY SIZE
                  LS-NAME                 DELIMITED BY SPACE
                  '","owner":"'           DELIMITED BY SIZE
                  LE-REPLY-OWNER          DELIMITED BY SPACE
                  '","token":'            DELIMITED BY SIZE
                  LE-TOKEN-D              DELIMITED BY SIZE
                  ',"remaining":'         DELIMITED BY SIZE
                  LE-REMAINING-D          DELIMITED BY SIZE
                  ',"partnersAcked":'     DELIMITED BY SIZE
                  LE-ACKED-D              DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO LE-RESPONSE
               WITH POINTER SCAN-POINTER
           END-STRING.
           COMPUTE LE-RESPONSE-LENGTH = SCAN-POINTER - 1.

           PERFORM 9001-ACAO         THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           IF  LE-REPLY-STATUS EQUAL HTTP-STATUS-409
               MOVE 409                     TO RS-STATUS
               EXEC CICS WEB SEND
                    FROM      (LE-RESPONSE)
                    FROMLENGTH(LE-RESPONSE-LENGTH)
                    MEDIATYPE (APPLICATION-JSON)
                    STATUSCODE(HTTP-STATUS-409)
                    STATUSTEXT(HTTP-409-TEXT)
                    STATUSLEN (HTTP-409-LENGTH)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
               GO TO 7348-EXIT.

           IF  LE-REPLY-STATUS EQUAL HTTP-STATUS-202
               EXEC CICS WEB SEND
                    FROM      (LE-RESPONSE)
                    FROMLENGTH(LE-RESPONSE-LENGTH)
                    MEDIATYPE (APPLICATION-JSON)
                    STATUSCODE(HTTP-STATUS-202)
                    STATUSTEXT(HTTP-202-TEXT)
                    STATUSLEN (HTTP-202-LENGTH)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
               GO TO 7348-EXIT.

           EXEC CICS WEB SEND
                FROM      (LE-RESPONSE)
                FROMLENGTH(LE-RESPONSE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       7348-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /replicate/zLease.                                  *
      * Apply a partner's lease change.  An acquire or renew is       *
      * refused while this Data Center holds the name live for        *
      * another owner, or holds a newer token; otherwise its state    *
      * replaces ours.  A release clears the holder it names, or any  *
      * older holder, and is never refused.  The reply is our token   *
      * for the name either way.                                      *
      *****************************************************************
       7350-LEASE-APPLY.
           EXEC CICS WEB RECEIVE
                SET(CACHE-ADDRESS)
                LENGTH(RECEIVE-LENGTH)
                MAXLENGTH(MAXIMUM-LENGTH)
                NOSRVCONVERT
                MEDIATYPE(WEB-MEDIA-TYPE)
                RESP(WEBRESP)
                NOHANDLE
           END-EXEC.

           IF  WEBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9300-WEB-ERROR     THRU 9300-EXIT
               MOVE HTTP-WEB-ERROR          TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 7350-EXIT.

           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.

           MOVE 'Y'                        TO LE-VALID.
           MOVE SPACES                     TO LR-MESSAGE.

           IF  RECEIVE-LENGTH EQUAL LENGTH OF LR-MESSAGE
               MOVE CACHE-MESSAGE(1:RECEIVE-LENGTH) TO LR-MESSAGE
           ELSE
               MOVE 'N'                     TO LE-VALID.

           IF  NOT LR-ACQUIRE
           AND NOT LR-RENEW
           AND NOT LR-RELEASE
               MOVE 'N'                     TO LE-VALID.

           IF  LR-NAME EQUAL SPACES
           OR  LR-TOKEN          NOT NUMERIC
           OR  LR-ACQUIRED-ABS   NOT NUMERIC
           OR  LR-EXPIRES-ABS    NOT NUMERIC
           OR  LR-TTL            NOT NUMERIC
               MOVE 'N'                     TO LE-VALID.

           IF  LE-VALID NOT EQUAL 'Y'
               MOVE HTTP-ZLEASE-PARMS       TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 7350-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE LR-NAME                    TO LE-NAME.
           PERFORM 7320-LEASE-READ       THRU 7320-EXIT.
           PERFORM 7322-LEASE-LIVE       THRU 7322-EXIT.

           MOVE 'N'                        TO LE-GRANTED.
           MOVE 'N'                        TO LE-PARTNER-CONFLICT.

           IF  LR-RELEASE
               PERFORM 7352-APPLY-RELEASE THRU 7352-EXIT
           ELSE
               PERFORM 7354-APPLY-STATE   THRU 7354-EXIT.

           MOVE LENGTH OF LS-RECORD        TO LS-LENGTH.
           MOVE DFHRESP(NORMAL)            TO LS-RESP.

           IF  LE-GRANTED EQUAL 'Y'
           AND LE-ON-FILE EQUAL 'Y'
               EXEC CICS REWRITE FILE(LS-FCT)
                    FROM(LS-RECORD)
                    LENGTH(LS-LENGTH)
                    RESP(LS-RESP)
                    NOHANDLE
               END-EXEC.

           IF  LE-GRANTED EQUAL 'Y'
           AND LE-ON-FILE NOT EQUAL 'Y'
               EXEC CICS WRITE FILE(LS-FCT)
                    FROM(LS-RECORD)
                    RIDFLD(LS-KEY)
                    LENGTH(LS-LENGTH)
                    RESP(LS-RESP)
                    NOHANDLE
               END-EXEC.

           IF  LE-GRANTED NOT EQUAL 'Y'
           AND LE-ON-FILE EQUAL 'Y'
               EXEC CICS UNLOCK FILE(LS-FCT) NOHANDLE
               END-EXEC.

           IF  LS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO LE-PARTNER-CONFLICT.

           MOVE LS-TOKEN                   TO LE-TOKEN-D.
           MOVE LENGTH OF LE-TOKEN-D       TO LE-RESPONSE-LENGTH.

           PERFORM 9001-ACAO         THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           IF  LE-PARTNER-CONFLICT EQUAL 'Y'
               MOVE 409                     TO RS-STATUS
               MOVE HTTP-ZLEASE-HELD        TO HTTP-409-TEXT
               EXEC CICS WEB SEND
                    FROM      (LE-TOKEN-D)
                    FROMLENGTH(LE-RESPONSE-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-409)
                    STATUSTEXT(HTTP-409-TEXT)
                    STATUSLEN (HTTP-409-LENGTH)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (LE-TOKEN-D)
                    FROMLENGTH(LE-RESPONSE-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC.

       7350-EXIT.
           EXIT.

       7352-APPLY-RELEASE.
           IF (LS-OWNER EQUAL LR-OWNER
           AND LS-TOKEN EQUAL LR-TOKEN)
           OR  LR-TOKEN GREATER THAN LS-TOKEN
               MOVE SPACES                  TO LS-OWNER
               MOVE ZEROES                  TO LS-EXPIRES-ABS
               MOVE LR-TOKEN                TO LS-TOKEN
               MOVE LR-USERID               TO LS-USERID
               MOVE LR-APPLID               TO LS-APPLID
               MOVE 'Y'                     TO LE-GRANTED.

       7352-EXIT.
           EXIT.

       7354-APPLY-STATE.
           IF  LR-TOKEN LESS THAN LS-TOKEN
               MOVE 'Y'                     TO LE-PARTNER-CONFLICT
               GO TO 7354-EXIT.

           IF  LE-LIVE EQUAL 'Y'
           AND LS-OWNER NOT EQUAL LR-OWNER
               MOVE 'Y'                     TO LE-PARTNER-CONFLICT
               GO TO 7354-EXIT.

           MOVE LR-OWNER                   TO LS-OWNER.
           MOVE LR-TOKEN                   TO LS-TOKEN.
           MOVE LR-ACQUIRED-ABS            TO LS-ACQUIRED-ABS.
           MOVE LR-EXPIRES-ABS             TO LS-EXPIRES-ABS.
           MOVE LR-TTL                     TO LS-TTL.
           MOVE LR-USERID                  TO LS-USERID.
           MOVE LR-APPLID                  TO LS-APPLID.
           MOVE 'Y'                        TO LE-GRANTED.

       7354-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zLease[?name=<n>].                        *
      * One JSON line per live lease -- {"lease":"...","owner":"...", *
      * "token":n,"remaining":s} -- in name order, or just the named  *
      * one.  No live lease is a 204 like any other miss.             *
      *****************************************************************
       7360-LEASE-VIEW.
           PERFORM 7310-LEASE-PARMS      THRU 7310-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES              TO BULK-MESSAGE.
           MOVE ONE                     TO BULK-OUT-POINTER.
           MOVE 'N'                     TO PROCESS-COMPLETE.

           MOVE LOW-VALUES              TO LS-KEY.
           IF  LE-NAME NOT EQUAL SPACES
               MOVE LE-NAME             TO LS-NAME.

           EXEC CICS STARTBR FILE(LS-FCT)
                RIDFLD(LS-KEY)
                GTEQ
                RESP(LS-RESP)
                NOHANDLE
           END-EXEC.

           IF  LS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7365-LEASE-NEXT  THRU 7365-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(LS-FCT) NOHANDLE
               END-EXEC.

           IF  BULK-OUT-POINTER EQUAL ONE
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               GO TO 7360-EXIT.

           COMPUTE BULK-OUT-NEEDED = BULK-OUT-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (BULK-MESSAGE)
                FROMLENGTH(BULK-OUT-NEEDED)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       7360-EXIT.
           EXIT.

      *****************************************************************
      * Read the next lease row and list it if it is live.  The       *
      * browse ends at end of file, past the one name asked for, or   *
      * when the response buffer is full.                             *
      *****************************************************************
       7365-LEASE-NEXT.
           MOVE LENGTH OF LS-RECORD     TO LS-LENGTH.

           EXEC CICS READNEXT FILE(LS-FCT)
                INTO(LS-RECORD)
                RIDFLD(LS-KEY)
                LENGTH(LS-LENGTH)
                RESP(LS-RESP)
                NOHANDLE
           END-EXEC.

           IF  LS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7365-EXIT.

           IF  LE-NAME NOT EQUAL SPACES
           AND LS-NAME NOT EQUAL LE-NAME
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7365-EXIT.

           PERFORM 7322-LEASE-LIVE      THRU 7322-EXIT.

           IF  LE-LIVE NOT EQUAL 'Y'
               GO TO 7365-EXIT.

           COMPUTE LE-REMAINING =
                   (LS-EXPIRES-ABS - CURRENT-ABS + 999) / 1000.
           MOVE LE-REMAINING            TO LE-REMAINING-D.
           MOVE LS-TOKEN                TO LE-TOKEN-D.

           COMPUTE BULK-OUT-NEEDED = BULK-OUT-POINTER + 200.

           IF  BULK-OUT-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7365-EXIT.

           STRING '{"lease":"'            DELIMITED BY SIZE
                  LS-NAME                 DELIMITED BY SPACE
                  '","owner":"'           DELIMITED BY SIZE
                  LS-OWNER                DELIMITED BY SPACE
                  '","token":'            DELIMITED BY SIZE
                  LE-TOKEN-D              DELIMITED BY SIZE
                  ',"remaining":'         DELIMITED BY SIZE
                  LE-REMAINING-D          DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  CRLF                    DELIMITED BY SIZE
                  INTO BULK-MESSAGE
              WITH POINTER BULK-OUT-POINTER
           END-STRING.

       7365-EXIT.
           EXIT.

      *****************************************************************

           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.

           PERFORM 4062-READ-CHARSET     THRU 4062-EXIT.

           MOVE ZEROES                     TO BULK-ITEM-COUNT.
           MOVE ZEROES                     TO BULK-DONE-COUNT.
           MOVE ZEROES                     TO BULK-FAIL-COUNT.
           MOVE ZECS-NC-HW                 TO ZK-ZF-NC.
           MOVE 'Y'                        TO ZK-SEGMENTS.
           MOVE ZEROES                     TO ZK-VER-COUNT.
           MOVE CS-WRITE-CHARSET           TO ZK-CHARSET.
           MOVE LENGTH OF ZK-RECORD        TO ZK-LENGTH.

           EXEC CICS WRITE
               ADD  ONE                    TO BULK-FAIL-COUNT
               GO TO 7615-EXIT.

           MOVE ZK-KEY                     TO RG-KEY.
           PERFORM 4960-REORG-TRACK      THRU 4960-EXIT.

           MOVE ZK-KEY                     TO ZF-ZK-KEY.
           MOVE ZK-ZF-KEY                  TO ZF-KEY.
           MOVE ZEROES                     TO ZF-ZEROES.
               MOVE 'Y'                    TO TXN-DONE
               GO TO 7640-EXIT.

      *    *--------------------------------------------------------*
      *    * The staged line keeps the character set it was staged  *
      *    * under; the committed key is tagged with it.            *
      *    *--------------------------------------------------------*
           MOVE ZK-CHARSET                 TO CS-WRITE-CHARSET.

           MOVE ZK-ZF-KEY                  TO ZF-KEY.
           MOVE ZEROES                     TO ZF-ZEROES.
           MOVE ONE                        TO ZF-SEGMENT.
           MOVE ZK-ZF-KEY                  TO DELETE-KEY.
           MOVE ZEROES                     TO DELETE-ZEROES.

           MOVE ZK-KEY                     TO RG-KEY.
           PERFORM 4960-REORG-TRACK      THRU 4960-EXIT.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                NOHANDLE
                NOHANDLE
           END-EXEC.

           MOVE L1-CHARSET             TO CS-READ-CHARSET.
           PERFORM 3605-CHOOSE-CHARSET THRU 3605-EXIT.

           IF  CS-CONVERT-READ EQUAL 'Y'
               EXEC CICS WEB SEND
                    FROM      (L1-DATA)
                    FROMLENGTH(L1-DATA-LEN)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    CHARACTERSET(CS-CHARACTERSET)
                    HOSTCODEPAGE(CS-HOSTCODEPAGE)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING      OR
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
               EXEC CICS WEB SEND
      * examined -- a sick shadow must never be felt by the client.   *
      * The converse rides the /replicate path so the shadow cache    *
      * takes the mirrored write without credentials, exactly as a    *
      * replication partner would.  A key whose data class forbids    *
      * shadow traffic is never mirrored.                             *
      *****************************************************************
       7800-SHADOW-MIRROR.
           IF  SHADOW-ELIGIBLE NOT EQUAL 'Y'
           IF  SH-SAMPLE-REM NOT EQUAL ZEROES
               GO TO 7800-EXIT.

           PERFORM 1761-CLASSIFY-KEY     THRU 1761-EXIT.

           IF  CL-SHADOW-DENIED
               GO TO 7800-EXIT.

           PERFORM 7810-GET-SHADOW       THRU 7810-EXIT.

           IF  SH-ENABLED NOT EQUAL 'Y'
               END-EXEC
           END-IF.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SH-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       7800-EXIT.
           EXIT.

      *****************************************************************
      * Get the shadow cache URL from the ZC##SH document, the same   *
      * single-URL way 8400-GET-WEBHOOK gets the webhook's.  A short  *
      * or missing document means no shadow is configured.            *
      *****************************************************************
       7810-GET-SHADOW.
           MOVE LENGTH OF SH-URL     TO SH-URL-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(SH-TOKEN)
                TEMPLATE(ZECS-SH)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                  TO SH-ENABLED.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SH-TOKEN)
                    INTO     (SH-URL)
                    LENGTH   (SH-URL-LENGTH)
                    MAXLENGTH(SH-URL-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               SH-URL-LENGTH GREATER THAN TWO
               SUBTRACT TWO           FROM SH-URL-LENGTH
               MOVE 'Y'               TO SH-ENABLED

               EXEC CICS WEB PARSE
                    URL       (SH-URL)
                    URLLENGTH (SH-URL-LENGTH)
                    SCHEMENAME(SH-SCHEME-NAME)
                    HOST      (SH-HOST)
                    HOSTLENGTH(SH-HOST-LENGTH)
                    PORTNUMBER(SH-PORT)
                    NOHANDLE
               END-EXEC.

       7810-EXIT.
           EXIT.

      *****************************************************************
      * Get the shadow sampling rate (1 in N) from the ZC##SP         *
      * document, the same single-value-document way the negative-    *
      * cache window is read.  A short, missing, or non-numeric       *
      * document leaves the rate zero, which leaves mirroring off.    *
      *****************************************************************
       7820-GET-SHADOW-RATE.
           MOVE ZEROES               TO SP-RATE.

           MOVE 'SHADRATE'            TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG  THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN FOUR
                   MOVE FOUR            TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN)
                        TO SP-RATE(5 - CF-VALUE-LEN:CF-VALUE-LEN)
                   IF  SP-RATE NOT NUMERIC
                       MOVE ZEROES      TO SP-RATE
                   END-IF
               END-IF
               GO TO 7820-EXIT.

           MOVE SPACES                TO SP-TEXT.
           MOVE LENGTH OF SP-TEXT    TO SP-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(SP-TOKEN)
                TEMPLATE(ZECS-SP)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SP-TOKEN)
                    INTO     (SP-TEXT)
                    LENGTH   (SP-TEXT-LENGTH)
                    MAXLENGTH(SP-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               SP-TEXT-LENGTH GREATER THAN TWO
               SUBTRACT TWO           FROM SP-TEXT-LENGTH
               IF  SP-TEXT-LENGTH GREATER THAN FOUR
                   MOVE FOUR                TO SP-TEXT-LENGTH
               END-IF
               MOVE SP-TEXT(1:SP-TEXT-LENGTH)
                    TO SP-RATE(5 - SP-TEXT-LENGTH:SP-TEXT-LENGTH)
               IF  SP-RATE NOT NUMERIC
                   MOVE ZEROES              TO SP-RATE
               END-IF.

       7820-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST /resources/zHold.                                   *
      * Place or release a legal hold on this cache.  A place that    *
      * matches a hold the matter already has in force is answered as *
      * placed; a release that matches nothing is a 204.              *
      *****************************************************************
       7900-HOLD.
           PERFORM 7905-HOLD-AUTHORITY   THRU 7905-EXIT.
           PERFORM 7910-HOLD-PARMS       THRU 7910-EXIT.

           IF  NOT HD-PLACE
           AND NOT HD-RELEASE
               MOVE 'N'                     TO HD-VALID.

           IF  HD-MATTER EQUAL SPACES
               MOVE 'N'                     TO HD-VALID.

           IF  HD-PLACE
           AND (HD-SCOPE        EQUAL SPACES
           OR   HD-REQUESTED-BY EQUAL SPACES)
               MOVE 'N'                     TO HD-VALID.

           IF  HD-VALID NOT EQUAL 'Y'
               MOVE HTTP-ZHOLD-PARMS        TO HTTP-400-TEXT
               PERFORM 9400-STATUS-400    THRU 9400-EXIT
               GO TO 7900-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES                     TO HD-COUNT.

           IF  HD-PLACE
               PERFORM 7920-HOLD-PLACE    THRU 7920-EXIT
           ELSE
               PERFORM 7930-HOLD-RELEASE  THRU 7930-EXIT.

           IF  HD-COUNT EQUAL ZEROES
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               GO TO 7900-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE HD-COUNT                   TO HD-COUNT-D.
           MOVE SPACES                     TO HD-RESPONSE.
           MOVE ONE                        TO SCAN-POINTER.
           STRING '{"action":"'           DELIMITED BY SIZE
                  HD-ACTION               DELIMITED BY SPACE
                  '","matter":"'          DELIMITED BY SIZE
                  HD-MATTER               DELIMITED BY SPACE
                  '","holds":'            DELIMITED BY SIZE
                  HD-COUNT-D              DELIMITED BY SIZE
                  '}'                     DELIMITED BY SIZE
                  INTO HD-RESPONSE
               WITH POINTER SCAN-POINTER
           END-STRING.
           COMPUTE HD-RESPONSE-LENGTH = SCAN-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (HD-RESPONSE)
                FROMLENGTH(HD-RESPONSE-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       7900-EXIT.
           EXIT.

      *****************************************************************
      * Holds reach every key in the cache, so a UserID whose access  *
      * is scoped to key prefixes may neither see nor change them.    *
      *****************************************************************
       7905-HOLD-AUTHORITY.
           IF  AUTHENTICATE     EQUAL 'Y'
           AND SCOPE-ANY-PREFIX EQUAL 'Y'
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       7905-EXIT.
           EXIT.

      *****************************************************************
      * Pull action=, matter=, key= or prefix=, and requestedBy= off  *
      * the query string, ampersand by ampersand as the zLease        *
      * parameters are.  A value too long for its field, or both a    *
      * key and a prefix, marks the request not valid.                *
      *****************************************************************
       7910-HOLD-PARMS.
           MOVE SPACES                  TO HD-ACTION.
           MOVE SPACES                  TO HD-MATTER.
           MOVE SPACES                  TO HD-SCOPE.
           MOVE SPACES                  TO HD-TARGET.
           MOVE ZEROES                  TO HD-TARGET-LEN.
           MOVE SPACES                  TO HD-REQUESTED-BY.
           MOVE 'Y'                     TO HD-VALID.
           MOVE ONE                     TO LE-PAIR-POINTER.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               PERFORM 7915-HOLD-PAIR   THRU 7915-EXIT
                   WITH TEST AFTER
                   UNTIL LE-PAIR-POINTER NOT LESS THAN
                         WEB-QUERYSTRING-LENGTH.

       7910-EXIT.
           EXIT.

       7915-HOLD-PAIR.
           MOVE SPACES                  TO LE-PAIR-TEXT.

           UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
                DELIMITED BY ALL '&'
                INTO LE-PAIR-TEXT
                WITH POINTER LE-PAIR-POINTER
           END-UNSTRING.

           MOVE SPACES                  TO LE-PAIR-NAME.
           MOVE SPACES                  TO LE-PAIR-VALUE.

           UNSTRING LE-PAIR-TEXT
                DELIMITED BY '='
                INTO LE-PAIR-NAME
                     LE-PAIR-VALUE
           END-UNSTRING.

           MOVE ZEROES                  TO LE-PAIR-LENGTH.
           INSPECT LE-PAIR-VALUE TALLYING LE-PAIR-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  LE-PAIR-NAME EQUAL 'action'
               MOVE LE-PAIR-VALUE(1:8)  TO HD-ACTION.

           IF  LE-PAIR-NAME EQUAL 'matter'
               IF  LE-PAIR-LENGTH GREATER THAN LENGTH OF HD-MATTER
                   MOVE 'N'             TO HD-VALID
               ELSE
                   MOVE LE-PAIR-VALUE   TO HD-MATTER.

           IF  LE-PAIR-NAME EQUAL 'key'
           OR  LE-PAIR-NAME EQUAL 'prefix'
               IF  HD-SCOPE NOT EQUAL SPACES
               OR  LE-PAIR-LENGTH LESS THAN ONE
               OR  LE-PAIR-LENGTH GREATER THAN TWO-FIFTY-FIVE
                   MOVE 'N'             TO HD-VALID
               ELSE
                   MOVE 'K'             TO HD-SCOPE
                   IF  LE-PAIR-NAME EQUAL 'prefix'
                       MOVE 'P'         TO HD-SCOPE
                   END-IF
                   MOVE LE-PAIR-VALUE   TO HD-TARGET
                   MOVE LE-PAIR-LENGTH  TO HD-TARGET-LEN.

           IF  LE-PAIR-NAME EQUAL 'requestedBy'
               IF  LE-PAIR-LENGTH GREATER THAN LENGTH OF HD-REQUESTED-BY
                   MOVE 'N'             TO HD-VALID
               ELSE
                   MOVE LE-PAIR-VALUE   TO HD-REQUESTED-BY.

       7915-EXIT.
           EXIT.

      *****************************************************************
      * Place a hold.  The matter's rows are browsed for the highest  *
      * sequence in use and for a hold in force on the same target,   *
      * which makes a repeated place harmless.                        *
      *****************************************************************
       7920-HOLD-PLACE.
           MOVE ZEROES                     TO HD-LAST-SEQ.
           MOVE 'N'                        TO HD-DUPLICATE.

           MOVE EIBTRNID                   TO LH-KEY-TRANID.
           MOVE HD-MATTER                  TO LH-KEY-MATTER.
           MOVE ZEROES                     TO LH-KEY-SEQ.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                GTEQ
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                    TO PROCESS-COMPLETE
               PERFORM 7925-PLACE-NEXT   THRU 7925-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
               END-EXEC.

           IF  HD-DUPLICATE EQUAL 'Y'
               MOVE ONE                    TO HD-COUNT
               GO TO 7920-EXIT.

           IF  HD-LAST-SEQ NOT LESS THAN HD-SEQ-MAX
               MOVE HTTP-ZHOLD-FULL        TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409   THRU 9500-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE EIBTRNID                   TO LH-KEY-TRANID.
           MOVE HD-MATTER                  TO LH-KEY-MATTER.
           ADD  ONE HD-LAST-SEQ        GIVING LH-KEY-SEQ.
           MOVE HD-SCOPE                   TO LH-SCOPE.
           MOVE 'A'                        TO LH-STATUS.
           MOVE HD-TARGET-LEN              TO LH-TARGET-LEN.
           MOVE HD-TARGET                  TO LH-TARGET.
           MOVE HD-REQUESTED-BY            TO LH-REQUESTED-BY.
           MOVE CA-USERID                  TO LH-PLACED-BY.
           MOVE CURRENT-ABS                TO LH-PLACED-ABS.
           MOVE SPACES                     TO LH-RELEASED-BY.
           MOVE ZEROES                     TO LH-RELEASED-ABS.
           MOVE LENGTH OF LH-RECORD        TO LH-LENGTH.

           EXEC CICS WRITE FILE(LH-FCT)
                FROM(LH-RECORD)
                RIDFLD(LH-KEY)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * Another task placing a hold for the same matter can    *
      *    * take the sequence first; the caller simply retries.    *
      *    *--------------------------------------------------------*
           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HTTP-CONFLICT          TO HTTP-409-TEXT
               PERFORM 9500-STATUS-409   THRU 9500-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE 'HOLDADD'                  TO ZA-OPERATION.
           PERFORM 7940-HOLD-AUDIT       THRU 7940-EXIT.

           MOVE ONE                        TO HD-COUNT.

       7920-EXIT.
           EXIT.

       7925-PLACE-NEXT.
           MOVE LENGTH OF LH-RECORD        TO LH-LENGTH.

           EXEC CICS READNEXT FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LH-KEY-TRANID NOT EQUAL EIBTRNID
           OR  LH-KEY-MATTER NOT EQUAL HD-MATTER
               MOVE 'Y'                    TO PROCESS-COMPLETE
               GO TO 7925-EXIT.

           MOVE LH-KEY-SEQ                 TO HD-LAST-SEQ.

           IF  LH-ACTIVE
           AND LH-SCOPE      EQUAL HD-SCOPE
           AND LH-TARGET-LEN EQUAL HD-TARGET-LEN
           AND LH-TARGET(1:LH-TARGET-LEN)
                   EQUAL HD-TARGET(1:HD-TARGET-LEN)
               MOVE 'Y'                    TO HD-DUPLICATE
               MOVE 'Y'                    TO PROCESS-COMPLETE.

       7925-EXIT.
           EXIT.

      *****************************************************************
      * Release the matter's holds in force -- the one on the named   *
      * key or prefix, or all of them when none is named.  The rows   *
      * are gathered and the browse ended before any is updated, and  *
      * each is kept, stamped with who released it and when.          *
      *****************************************************************
       7930-HOLD-RELEASE.
           MOVE ZEROES                     TO HD-REL-COUNT.

           MOVE EIBTRNID                   TO LH-KEY-TRANID.
           MOVE HD-MATTER                  TO LH-KEY-MATTER.
           MOVE ZEROES                     TO LH-KEY-SEQ.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                GTEQ
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7930-EXIT.

           MOVE 'N'                        TO PROCESS-COMPLETE.
           PERFORM 7935-RELEASE-NEXT     THRU 7935-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
           END-EXEC.

           IF  HD-REL-COUNT GREATER THAN ZEROES
               PERFORM 7937-RELEASE-ONE  THRU 7937-EXIT
                   VARYING HD-INDEX FROM 1 BY 1
                   UNTIL HD-INDEX GREATER THAN HD-REL-COUNT.

       7930-EXIT.
           EXIT.

       7935-RELEASE-NEXT.
           MOVE LENGTH OF LH-RECORD        TO LH-LENGTH.

           EXEC CICS READNEXT FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LH-KEY-TRANID NOT EQUAL EIBTRNID
           OR  LH-KEY-MATTER NOT EQUAL HD-MATTER
               MOVE 'Y'                    TO PROCESS-COMPLETE
               GO TO 7935-EXIT.

           IF  NOT LH-ACTIVE
               GO TO 7935-EXIT.

           IF  HD-SCOPE NOT EQUAL SPACES
               IF  LH-SCOPE      NOT EQUAL HD-SCOPE
               OR  LH-TARGET-LEN NOT EQUAL HD-TARGET-LEN
                   GO TO 7935-EXIT
               END-IF
               IF  LH-TARGET(1:LH-TARGET-LEN)
                       NOT EQUAL HD-TARGET(1:HD-TARGET-LEN)
                   GO TO 7935-EXIT
               END-IF
           END-IF.

           ADD  ONE                        TO HD-REL-COUNT.
           MOVE LH-KEY-SEQ                 TO HD-REL-SEQ(HD-REL-COUNT).

           IF  HD-REL-COUNT NOT LESS THAN HD-REL-MAX
               MOVE 'Y'                    TO PROCESS-COMPLETE.

       7935-EXIT.
           EXIT.

       7937-RELEASE-ONE.
           MOVE EIBTRNID                   TO LH-KEY-TRANID.
           MOVE HD-MATTER                  TO LH-KEY-MATTER.
           MOVE HD-REL-SEQ(HD-INDEX)       TO LH-KEY-SEQ.
           MOVE LENGTH OF LH-RECORD        TO LH-LENGTH.

           EXEC CICS READ FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                LENGTH(LH-LENGTH)
                UPDATE
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7937-EXIT.

           IF  NOT LH-ACTIVE
               EXEC CICS UNLOCK FILE(LH-FCT) NOHANDLE
               END-EXEC
               GO TO 7937-EXIT.

           MOVE 'R'                        TO LH-STATUS.
           MOVE CA-USERID                  TO LH-RELEASED-BY.
           MOVE CURRENT-ABS                TO LH-RELEASED-ABS.

           EXEC CICS REWRITE FILE(LH-FCT)
                FROM(LH-RECORD)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7937-EXIT.

           MOVE 'HOLDREL'                  TO ZA-OPERATION.
           PERFORM 7940-HOLD-AUDIT       THRU 7940-EXIT.

           ADD  ONE                        TO HD-COUNT.

       7937-EXIT.
           EXIT.

      *****************************************************************
      * Audit a hold placed or released: the target held, with KEY or *
      * PREFIX in ZA-DETAIL.  The matter and requester are on the     *
      * registry row itself.                                          *
      *****************************************************************
       7940-HOLD-AUDIT.
           MOVE CA-USERID                  TO ZA-USERID.
           MOVE LH-TARGET-LEN              TO ZA-CACHE-KEY-LEN.
           MOVE SPACES                     TO ZA-CACHE-KEY.
           MOVE LH-TARGET(1:LH-TARGET-LEN) TO ZA-CACHE-KEY.

           MOVE 'KEY     '                 TO ZA-DETAIL.
           IF  LH-SCOPE-PREFIX
               MOVE 'PREFIX  '             TO ZA-DETAIL.

           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

           MOVE SPACES                     TO ZA-DETAIL.

       7940-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET /resources/zHold[?matter=<m>].                       *
      * One JSON line per hold in force -- {"matter":"...","seq":n,   *
      * "scope":"key","target":"...","requestedBy":"...",             *
      * "placedBy":"...","placed":"yyyy-mm-dd hh:mm:ss"} -- in matter *
      * order.  No hold in force is a 204 like any other miss.        *
      *****************************************************************
       7950-HOLD-VIEW.
           PERFORM 7905-HOLD-AUTHORITY   THRU 7905-EXIT.
           PERFORM 7910-HOLD-PARMS       THRU 7910-EXIT.

           MOVE LOW-VALUES              TO BULK-MESSAGE.
           MOVE ONE                     TO BULK-OUT-POINTER.
           MOVE 'N'                     TO PROCESS-COMPLETE.

           MOVE EIBTRNID                TO LH-KEY-TRANID.
           MOVE LOW-VALUES              TO LH-KEY-MATTER.
           MOVE ZEROES                  TO LH-KEY-SEQ.
           IF  HD-MATTER NOT EQUAL SPACES
               MOVE HD-MATTER           TO LH-KEY-MATTER.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                GTEQ
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7955-VIEW-NEXT   THRU 7955-EXIT
                   WITH TEST AFTER
                   UNTIL PROCESS-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
               END-EXEC.

           IF  BULK-OUT-POINTER EQUAL ONE
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               GO TO 7950-EXIT.

           COMPUTE BULK-OUT-NEEDED = BULK-OUT-POINTER - 1.

           PERFORM 9001-ACAO            THRU 9001-EXIT.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (BULK-MESSAGE)
                FROMLENGTH(BULK-OUT-NEEDED)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       7950-EXIT.
           EXIT.

      *****************************************************************
      * Read the next hold row and list it if it is in force.  The    *
      * browse ends at the end of this cache's rows, past the one     *
      * matter asked for, or when the response buffer is full.        *
      *****************************************************************
       7955-VIEW-NEXT.
           MOVE LENGTH OF LH-RECORD     TO LH-LENGTH.

           EXEC CICS READNEXT FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LH-KEY-TRANID NOT EQUAL EIBTRNID
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7955-EXIT.

           IF  HD-MATTER NOT EQUAL SPACES
           AND LH-KEY-MATTER NOT EQUAL HD-MATTER
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7955-EXIT.

           IF  NOT LH-ACTIVE
               GO TO 7955-EXIT.

           COMPUTE BULK-OUT-NEEDED = BULK-OUT-POINTER + 480.

           IF  BULK-OUT-NEEDED GREATER THAN THIRTY-TWO-KB
               MOVE 'Y'                 TO PROCESS-COMPLETE
               GO TO 7955-EXIT.

           EXEC CICS FORMATTIME ABSTIME(LH-PLACED-ABS)
                YYYYMMDD(HD-DATE)
                TIME(HD-TIME)
                DATESEP('-')
                TIMESEP(':')
                NOHANDLE
           END-EXEC.

           MOVE 'key   '                TO HD-SCOPE-TEXT.
           IF  LH-SCOPE-PREFIX
               MOVE 'prefix'            TO HD-SCOPE-TEXT.

           STRING '{"matter":"'           DELIMITED BY SIZE
                  LH-KEY-MATTER           DELIMITED BY SPACE
                  '","seq":'              DELIMITED BY SIZE
                  LH-KEY-SEQ              DELIMITED BY SIZE
                  ',"scope":"'            DELIMITED BY SIZE
                  HD-SCOPE-TEXT           DELIMITED BY SPACE
                  '","target":"'          DELIMITED BY SIZE
                  LH-TARGET(1:LH-TARGET-LEN)
                                          DELIMITED BY SIZE
                  '","requestedBy":"'     DELIMITED BY SIZE
                  LH-REQUESTED-BY         DELIMITED BY '  '
                  '","placedBy":"'        DELIMITED BY SIZE
                  LH-PLACED-BY            DELIMITED BY SPACE
                  '","placed":"'          DELIMITED BY SIZE
                  HD-DATE                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-TIME                 DELIMITED BY SIZE
                  '"}'                    DELIMITED BY SIZE
                  CRLF                    DELIMITED BY SIZE
                  INTO BULK-MESSAGE
              WITH POINTER BULK-OUT-POINTER
           END-STRING.

       7955-EXIT.
           EXIT.

      *****************************************************************
      * Ask ZECS053 whether the key about to be removed is under a    *
      * legal hold.  The caller sets HX-PATH, HX-SWEEP, HX-KEY-LENGTH *
      * and HX-KEY; HX-HELD comes back 'Y' when the removal must be   *
      * skipped.                                                      *
      *****************************************************************
       7990-CHECK-HOLD.
           MOVE EIBTRNID                TO HX-TRANID.
           MOVE 'N'                     TO HX-HELD.
           MOVE CA-USERID               TO HX-USERID.
           MOVE RID-VALUE               TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       7990-EXIT.
           EXIT.

      *****************************************************************
       8970-EXIT.
           EXIT.

      *****************************************************************
      * Get the lockout policy: AUTHFAIL consecutive failures (five   *
      * by default) lock a UserID or address out for AUTHLOCK seconds *
      * (900 by default).  A missing, zero, or non-numeric row keeps  *
      * the default.  Resolved once per task.                         *
      *****************************************************************
       8980-GET-AUTH-LOCKOUT.
           IF  AF-CONFIG-READY EQUAL 'Y'
               GO TO 8980-EXIT.

           MOVE 'Y'                   TO AF-CONFIG-READY.
           MOVE 5                     TO AF-LIMIT.
           MOVE 900                   TO AF-LOCK-SECONDS.

           MOVE 'AUTHFAIL'            TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG  THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN FOUR
                   MOVE FOUR            TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE ZEROES          TO AF-LIMIT
                   MOVE CF-VALUE(1:CF-VALUE-LEN)
                        TO AF-LIMIT(5 - CF-VALUE-LEN:CF-VALUE-LEN)
                   IF  AF-LIMIT NOT NUMERIC
                   OR  AF-LIMIT EQUAL ZEROES
                       MOVE 5           TO AF-LIMIT
                   END-IF
               END-IF
           END-IF.

           MOVE 'AUTHLOCK'            TO CF-KEY-NAME.
           PERFORM 8920-GET-CONFIG  THRU 8920-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN SIX
                   MOVE SIX             TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE ZEROES          TO AF-LOCK-SECONDS
                   MOVE CF-VALUE(1:CF-VALUE-LEN)
                        TO AF-LOCK-SECONDS(7 - CF-VALUE-LEN:
                                           CF-VALUE-LEN)
                   IF  AF-LOCK-SECONDS NOT NUMERIC
                   OR  AF-LOCK-SECONDS EQUAL ZEROES
                       MOVE 900         TO AF-LOCK-SECONDS
                   END-IF
               END-IF
           END-IF.

           COMPUTE AF-LOCK-MS = AF-LOCK-SECONDS * ONE-THOUSAND.

       8980-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           PERFORM 9985-REORG-URI      THRU 9985-EXIT.
           PERFORM 9975-RECORD-LATENCY THRU 9975-EXIT.
           PERFORM 9980-COUNT-STATUS   THRU 9980-EXIT.

           EXEC CICS RETURN
           END-EXEC.
      * HTTP status 400 messages.                                     *
      *****************************************************************
       9400-STATUS-400.
           MOVE 400                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

      * HTTP status 409 messages                                      *
      *****************************************************************
       9500-STATUS-409.
           MOVE 409                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

      * HTTP status 429 messages.                                     *
      *****************************************************************
       9550-STATUS-429.
           MOVE 429                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.


      *****************************************************************
      * Basic Authenticaion error.                                    *
      * A refusal not already audited as AUTHWIN, AUTHADDR or         *
      * AUTHLOCK is audited as AUTHFAIL, keyed by the client address, *
      * with ZA-DETAIL naming the credential that was refused (BASIC, *
      * TOKEN, CERT) or LOCKED for a subject already locked out.      *
      *****************************************************************
       9600-AUTH-ERROR.
           MOVE 401                      TO RS-STATUS.

           IF  ZA-OPERATION(1:4) NOT EQUAL 'AUTH'
               PERFORM 9610-AUTH-AUDIT   THRU 9610-EXIT.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

       9600-EXIT.
           EXIT.

      *****************************************************************
      * Audit a plain authentication refusal.                         *
      *****************************************************************
       9610-AUTH-AUDIT.
           IF  ADDR-CLIENT-READY EQUAL 'N'
               PERFORM 1636-GET-CLIENT   THRU 1636-EXIT.

           MOVE EIBTRNID(3:2)            TO ZA-TRANID(3:2).
           MOVE 'AUTHFAIL'               TO ZA-OPERATION.
           MOVE CA-USERID                TO ZA-USERID.
           MOVE SPACES                   TO ZA-CACHE-KEY.
           MOVE ADDR-CLIENT              TO ZA-CACHE-KEY(1:39).
           MOVE 39                       TO ZA-CACHE-KEY-LEN.
           MOVE ZEROES                   TO ZA-RELATED-KEY-LEN.

           IF  AUTH-FAIL-DETAIL GREATER THAN SPACES
               MOVE AUTH-FAIL-DETAIL     TO ZA-DETAIL
           ELSE
           IF  TOKEN-VALUE GREATER THAN SPACES
           AND TOKEN-AUTHENTICATED NOT EQUAL 'Y'
               MOVE 'TOKEN'              TO ZA-DETAIL
           ELSE
           IF  CERTIFICATE-AUTHENTICATED EQUAL 'Y'
               MOVE 'CERT'               TO ZA-DETAIL
           ELSE
               MOVE 'BASIC'              TO ZA-DETAIL.

           PERFORM 9960-WRITE-AUDIT      THRU 9960-EXIT.

       9610-EXIT.
           EXIT.

      *****************************************************************
      * Status 204 response.                                          *
      *****************************************************************
       9700-STATUS-204.
           MOVE 204                      TO RS-STATUS.
           IF  HTTP-204-TEXT(1:HTTP-NOT-FOUND-LENGTH)
                                     EQUAL HTTP-NOT-FOUND
               MOVE 'Y'                  TO RS-NOT-FOUND-SENT.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
      * come back, rather than failing the request raw.               *
      *****************************************************************
       9850-STATUS-503.
           MOVE 503                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB WRITE

           COMPUTE LOC-LENGTH = LOC-POINTER - 1.

           MOVE 307                      TO RS-STATUS.
           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB WRITE
       9860-EXIT.
           EXIT.

      *****************************************************************
      * The key's origin refused a write-through -- the cache did not *
      * keep the write either.                                        *
      *****************************************************************
       9870-STATUS-502.
           MOVE 502                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-502)
                STATUSTEXT(HTTP-502-TEXT)
                STATUSLEN (HTTP-502-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       9870-EXIT.
           EXIT.

      *****************************************************************
      * KEY or FILE structure I/O error.                              *
      *****************************************************************
       9800-STATUS-507.
           MOVE 507                      TO RS-STATUS.

           PERFORM 9001-ACAO         THRU 9001-EXIT.

           EXEC CICS WEB SEND
           MOVE ZA-CACHE-KEY-LEN            TO CD-KEY-LEN.
           MOVE ZA-CACHE-KEY                TO CD-KEY.
           MOVE ZA-REQUEST-ID               TO CD-REQUEST-ID.
           MOVE ZA-RELATED-KEY-LEN          TO CD-RELATED-KEY-LEN.
           MOVE ZA-RELATED-KEY              TO CD-RELATED-KEY.
           MOVE LENGTH OF CD-RECORD         TO CD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CDC-QUEUE)
           MOVE ZF-TTL                      TO L1-TTL.
           MOVE ZF-VERSION                  TO L1-VERSION.
           MOVE ZF-MEDIA                    TO L1-MEDIA.
           MOVE CS-READ-CHARSET             TO L1-CHARSET.
           MOVE CACHE-LENGTH                TO L1-DATA-LEN.
           MOVE CACHE-MESSAGE(1:CACHE-LENGTH)
                TO L1-DATA(1:CACHE-LENGTH).
       9977-EXIT.
           EXIT.

      *****************************************************************
      * Count this response on the ZCxxRS counter record for its      *
      * tenant and verb.  The tenant is the BU_SBU path segment, cut  *
      * from the path here rather than from URI-FIELD-03 because an   *
      * early 400 or 401 goes out before the request URI is parsed;   *
      * a path without one (the administrative resources) counts      *
      * under *NONE.  Successes and redirects are sampled like the    *
      * hot-key counter, bumped by the rate; 4xx and 5xx responses    *
      * are counted one for one -- they are too few to contend on the *
      * record lock and too important to estimate.  Everything is     *
      * NOHANDLE, so a cache without the ZCxxRS file defined simply   *
      * does not collect.                                             *
      *****************************************************************
       9980-COUNT-STATUS.
           IF  RS-COUNTED EQUAL 'Y'
               GO TO 9980-EXIT.

           MOVE 'Y'                         TO RS-COUNTED.

           DIVIDE RS-STATUS BY 100
               GIVING    RS-CLASS
               REMAINDER RS-CLASS-REM.

           IF  RS-CLASS LESS THAN 1
           OR  RS-CLASS GREATER THAN 5
               GO TO 9980-EXIT.

           MOVE ONE                         TO RS-INCREMENT.

           IF  RS-CLASS LESS THAN 4
               DIVIDE EIBTASKN BY HK-SAMPLE-RATE
                   GIVING    HK-SAMPLE-QUOT
                   REMAINDER HK-SAMPLE-REM
               IF  HK-SAMPLE-REM NOT EQUAL ZEROES
                   GO TO 9980-EXIT
               ELSE
                   MOVE HK-SAMPLE-RATE      TO RS-INCREMENT.

           MOVE SPACES                      TO RS-FIELD-01
                                               RS-FIELD-02
                                               RS-FIELD-03.

           IF  WEB-PATH-LENGTH GREATER THAN ZEROES
               UNSTRING WEB-PATH(1:WEB-PATH-LENGTH)
               DELIMITED BY ALL '/'
               INTO RS-FIELD-00
                    RS-FIELD-01
                    RS-FIELD-02
                    RS-FIELD-03.

           IF  RS-FIELD-03 GREATER THAN SPACES
               MOVE RS-FIELD-03             TO RS-WORK-BUSBU
           ELSE
               MOVE RS-NONE                 TO RS-WORK-BUSBU.

           MOVE RS-WORK-BUSBU               TO RS-BUSBU.
           MOVE WEB-HTTPMETHOD(1:8)         TO RS-VERB.
           IF  WEB-PATH-LENGTH EQUAL BULK-PATH-LENGTH
           AND WEB-PATH(11:5) EQUAL ZT-BULK-TAIL
               MOVE 'BULK'                  TO RS-VERB.

           MOVE LENGTH OF RS-RECORD         TO RS-LENGTH.

           EXEC CICS READ FILE(RS-FCT)
                INTO(RS-RECORD)
                RIDFLD(RS-KEY)
                LENGTH(RS-LENGTH)
                UPDATE
                RESP(RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9982-ADD-STATUS      THRU 9982-EXIT

               EXEC CICS REWRITE FILE(RS-FCT)
                    FROM(RS-RECORD)
                    LENGTH(RS-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               IF  RS-RESP EQUAL DFHRESP(NOTFND)
                   PERFORM 9981-ZERO-STATUS THRU 9981-EXIT
                   PERFORM 9982-ADD-STATUS  THRU 9982-EXIT
                   MOVE LENGTH OF RS-RECORD TO RS-LENGTH

                   EXEC CICS WRITE FILE(RS-FCT)
                        FROM(RS-RECORD)
                        RIDFLD(RS-KEY)
                        LENGTH(RS-LENGTH)
                        NOHANDLE
                   END-EXEC
               END-IF
           END-IF.

       9980-EXIT.
           EXIT.

      *****************************************************************
      * First sighting of a tenant and verb -- start from zero.       *
      *****************************************************************
       9981-ZERO-STATUS.
           MOVE SPACES                      TO RS-RECORD.
           MOVE RS-WORK-BUSBU               TO RS-BUSBU.
           MOVE WEB-HTTPMETHOD(1:8)         TO RS-VERB.
           IF  WEB-PATH-LENGTH EQUAL BULK-PATH-LENGTH
           AND WEB-PATH(11:5) EQUAL ZT-BULK-TAIL
               MOVE 'BULK'                  TO RS-VERB.

           MOVE ZEROES                      TO RS-CLASS-COUNT(1)
                                               RS-CLASS-COUNT(2)
                                               RS-CLASS-COUNT(3)
                                               RS-CLASS-COUNT(4)
                                               RS-CLASS-COUNT(5)
                                               RS-TOTAL-COUNT
                                               RS-NOT-FOUND
                                               RS-400-COUNT
                                               RS-401-COUNT
                                               RS-409-COUNT
                                               RS-416-COUNT
                                               RS-429-COUNT
                                               RS-502-COUNT
                                               RS-503-COUNT
                                               RS-507-COUNT.

       9981-EXIT.
           EXIT.

      *****************************************************************
      * Add the response into its class, and into its named counter   *
      * when it is one of the error statuses the cache sends.         *
      *****************************************************************
       9982-ADD-STATUS.
           ADD  RS-INCREMENT                TO RS-CLASS-COUNT(RS-CLASS)
                                               RS-TOTAL-COUNT.

           IF  RS-NOT-FOUND-SENT EQUAL 'Y'
               ADD  RS-INCREMENT            TO RS-NOT-FOUND.

           IF  RS-STATUS EQUAL 400
               ADD  RS-INCREMENT            TO RS-400-COUNT.
           IF  RS-STATUS EQUAL 401
               ADD  RS-INCREMENT            TO RS-401-COUNT.
           IF  RS-STATUS EQUAL 409
               ADD  RS-INCREMENT            TO RS-409-COUNT.
           IF  RS-STATUS EQUAL 416
               ADD  RS-INCREMENT            TO RS-416-COUNT.
           IF  RS-STATUS EQUAL 429
               ADD  RS-INCREMENT            TO RS-429-COUNT.
           IF  RS-STATUS EQUAL 502
               ADD  RS-INCREMENT            TO RS-502-COUNT.
           IF  RS-STATUS EQUAL 503
               ADD  RS-INCREMENT            TO RS-503-COUNT.
           IF  RS-STATUS EQUAL 507
               ADD  RS-INCREMENT            TO RS-507-COUNT.

       9982-EXIT.
           EXIT.

      *****************************************************************
      * A request that changed its own key while a reorganization     *
      * is tracking -- any mutating verb, or a GET that wrote on the  *
      * way through -- logs the key as it ends.                       *
      *****************************************************************
       9985-REORG-URI.
           IF  REORG-STATE NOT EQUAL 'T'
           OR  REORG-WROTE NOT EQUAL 'Y'
               GO TO 9985-EXIT.

           IF  URI-KEY EQUAL LOW-VALUES
           OR  URI-KEY EQUAL SPACES
               GO TO 9985-EXIT.

           MOVE 'N'                         TO REORG-WROTE.
           MOVE URI-KEY                     TO RG-KEY.
           PERFORM 4960-REORG-TRACK       THRU 4960-EXIT.

       9985-EXIT.
           EXIT.

      *****************************************************************
      * Issue SYNCPOINT ROLLBACK                                      *
      *****************************************************************
