      *****************************************************************
      * zECS ARCHIVE definitions.                                     *
      *                                                               *
      * AP-RECORD is the per-prefix archive policy (ZCARCHIV file).   *
      * A row keyed by the cache tranid and a key prefix says whether *
      * keys under that prefix are copied to the archive before they  *
      * leave the cache by TTL expiration (the ZECS000 sweep, a GET   *
      * in ZECS001, or the ZECS018 cold-tier expiry phase), by cold   *
      * eviction (ZECS014), or both.  The longest matching prefix     *
      * wins, so a longer prefix with both flags N carves keys back   *
      * out of a broader archived one; a row with a blank prefix      *
      * covers the whole cache.  A cache with no rows archives        *
      * nothing.                                                      *
      *                                                               *
      * AR-RECORD is what ZECS042 writes to the ARCH extrapartition   *
      * TD queue.  It begins with the LD-KEY/LD-TTL/LD-VALUE extract  *
      * layout ZECS010 loads and ZECS020 unloads, followed by why and *
      * when the entry left the cache.  Only the first 3,000 bytes of *
      * a value fit AR-VALUE; AR-COMPLETE is N when the value was     *
      * longer (or spanned segments), and AR-VALUE-LENGTH carries the *
      * length of the value as it was staged.                         *
      *****************************************************************
       01  AP-RECORD.
           02  AP-KEY.
               05  AP-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  AP-KEY-PREFIX  PIC  X(40) VALUE SPACES.
           02  AP-ON-EXPIRE       PIC  X(01) VALUE 'Y'.
               88  AP-ARCHIVE-EXPIRED         VALUE 'Y'.
           02  AP-ON-EVICT        PIC  X(01) VALUE 'Y'.
               88  AP-ARCHIVE-EVICTED         VALUE 'Y'.
           02  AP-DESCRIPTION     PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE SPACES.

       01  AR-RECORD.
           02  AR-LOAD.
               05  AR-KEY         PIC  X(255).
               05  AR-TTL         PIC  9(07).
               05  AR-VALUE       PIC  X(3000).
           02  AR-REASON          PIC  X(08).
               88  AR-EXPIRED                 VALUE 'EXPIRED '.
               88  AR-EVICTED                 VALUE 'EVICTED '.
           02  AR-DATE            PIC  X(08).
           02  AR-TIME            PIC  X(06).
           02  AR-TRANID          PIC  X(04).
           02  AR-APPLID          PIC  X(08).
           02  AR-BUSBU           PIC  X(25).
           02  AR-MEDIA           PIC  X(56).
           02  AR-VALUE-LENGTH    PIC  9(07).
           02  AR-COMPLETE        PIC  X(01).
               88  AR-VALUE-TRUNCATED         VALUE 'N'.
           02  FILLER             PIC  X(15).
