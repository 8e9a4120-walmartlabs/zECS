      *****************************************************************
      * zECS LEGAL HOLD definitions.                                  *
      *                                                               *
      * LH-RECORD is the legal hold registry (ZCHOLDS file), one row  *
      * per hold, keyed by the cache tranid, the matter reference     *
      * Legal gave the hold, and a sequence within the matter, so a   *
      * STARTBR on the tranid returns every hold on the cache.  A     *
      * hold covers one key (LH-SCOPE 'K') or every key beginning     *
      * with a prefix (LH-SCOPE 'P').  Holds are placed and released  *
      * through the service's /resources/zHold resource; a released   *
      * row is kept, stamped with who released it and when, so the    *
      * registry is its own history.                                  *
      *                                                               *
      * While a hold is active no removal path -- client DELETE,      *
      * zErase, bulk delete, TTL expiration, cold eviction, ?clear=,  *
      * scheduled or dependent invalidation, migration, queued        *
      * operations -- removes a key it covers.  ZECS053 answers the   *
      * question for every path and logs each refusal.  Writes are    *
      * not removals: a held key can still be rewritten and its       *
      * prior generations retained as usual.                          *
      *                                                               *
      * LB-RECORD is the blocked removal log (ZCHOLDLG file), one row *
      * per hold, removal path and key, counting the removals that    *
      * hold refused.  LB-CACHE-KEY carries the first 200 bytes of    *
      * the key and LB-KEY-LEN its full length.  The sweeps meet a    *
      * held key again on every pass, so the row is audited to the    *
      * cache's ZCxxAU file the first time and then once a day        *
      * (LB-AUDIT-DATE); a removal a client asked for is audited      *
      * every time.  ZECS054 reports both files.                      *
      *                                                               *
      *   LB-PATH    'DELETE  '  client DELETE                        *
      *              'ERASE   '  zErase                               *
      *              'BULKDEL '  bulk and transactional delete        *
      *              'EXPIRED '  TTL or recovery window lapsed        *
      *              'EVICTED '  cold eviction (ZECS014)              *
      *              'CLEAR   '  ?clear= prefix delete (ZECS003)      *
      *              'INVALID '  scheduled invalidation (ZECS016)     *
      *              'CASCADE '  dependent invalidation (ZECS032)     *
      *              'MIGRATE '  prefix migration (ZECS021)           *
      *              'OPSQ    '  queued DELETE (ZECS023)              *
      *              'RENAME  '  key rename (ZECS058)                 *
      *              'STALE   '  staleness audit (ZECS060)            *
      *****************************************************************
       01  LH-RECORD.
           02  LH-KEY.
               05  LH-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  LH-KEY-MATTER  PIC  X(16) VALUE SPACES.
               05  LH-KEY-SEQ     PIC  9(03) VALUE ZEROES.
           02  LH-SCOPE           PIC  X(01) VALUE SPACES.
               88  LH-SCOPE-KEY               VALUE 'K'.
               88  LH-SCOPE-PREFIX            VALUE 'P'.
           02  LH-STATUS          PIC  X(01) VALUE SPACES.
               88  LH-ACTIVE                  VALUE 'A'.
               88  LH-RELEASED                VALUE 'R'.
           02  LH-TARGET-LEN      PIC S9(04) VALUE ZEROES COMP.
           02  LH-TARGET          PIC  X(255) VALUE SPACES.
           02  LH-REQUESTED-BY    PIC  X(32) VALUE SPACES.
           02  LH-PLACED-BY       PIC  X(08) VALUE SPACES.
           02  LH-PLACED-ABS      PIC S9(15) VALUE ZEROES COMP-3.
           02  LH-RELEASED-BY     PIC  X(08) VALUE SPACES.
           02  LH-RELEASED-ABS    PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(32) VALUE SPACES.

       01  LH-FCT                 PIC  X(08) VALUE 'ZCHOLDS '.

       01  LB-RECORD.
           02  LB-KEY.
               05  LB-HOLD-KEY    PIC  X(23) VALUE SPACES.
               05  LB-PATH        PIC  X(08) VALUE SPACES.
               05  LB-CACHE-KEY   PIC  X(200) VALUE SPACES.
           02  LB-KEY-LEN         PIC S9(04) VALUE ZEROES COMP.
           02  LB-COUNT           PIC S9(07) VALUE ZEROES COMP-3.
           02  LB-FIRST-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  LB-LAST-ABS        PIC S9(15) VALUE ZEROES COMP-3.
           02  LB-LAST-USERID     PIC  X(08) VALUE SPACES.
           02  LB-AUDIT-DATE      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(24) VALUE SPACES.

       01  LB-FCT                 PIC  X(08) VALUE 'ZCHOLDLG'.
