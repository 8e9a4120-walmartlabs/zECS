      *****************************************************************
      * zECS SIEM FORWARDER control record definition (ZCSIEM).       *
      *                                                               *
      * One row per cache, keyed by the cache's own tranid, so the    *
      * service's /resources/metrics view and the ZECS008 audit       *
      * archive drain find it without knowing the forwarder's         *
      * transaction.  ZECS061 writes the row with its defaults the    *
      * first time it runs; forwarding starts once an operator puts   *
      * the collector's URL on it.                                    *
      *                                                               *
      *   SM-URL          the SIEM collector, scheme://host:port --   *
      *                   spaces means forwarding is not configured;  *
      *   SM-PATH         the path events are POSTed to;              *
      *   SM-BATCH        events per POST (at most 20);               *
      *   SM-MAX-POSTS    POSTs per cycle, so a long backlog drains   *
      *                   in steps rather than one endless task;      *
      *   SM-SETTLE       seconds an audit record must have been      *
      *                   written before it is forwarded, so a record *
      *                   another region is still committing cannot   *
      *                   land behind the high-water mark;            *
      *   SM-LAST-KEY     the high-water mark -- the ZA-KEY of the    *
      *                   last event the collector accepted.  The     *
      *                   first cycle with a URL starts it at the     *
      *                   current time-of-day; setting it back        *
      *                   replays from there.  ZECS008 does not       *
      *                   archive an audit record past it, so nothing *
      *                   leaves the online file unforwarded;         *
      *   SM-STATE        U the collector took the last POST;         *
      *                   D it refused or could not be reached,       *
      *                   SM-DOWN-ABS saying since when;              *
      *   SM-BACKLOG      audit records waiting past the mark at the  *
      *                   end of the cycle (counted to SM-BACKLOG-CAP *
      *                   at most) and SM-OLDEST-ABS the time the     *
      *                   oldest of them was written.                 *
      *                                                               *
      * The leading key, ABSTIME and INTERVAL are the common control  *
      * record prefix the ZECS025 watchdog reads.                     *
      *****************************************************************
       01  SM-RECORD.
           02  SM-KEY             PIC  X(04).
           02  SM-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SM-INTERVAL        PIC S9(07) COMP-3 VALUE 5.
           02  SM-URL             PIC  X(80) VALUE SPACES.
           02  SM-PATH            PIC  X(64) VALUE SPACES.
           02  SM-BATCH           PIC S9(07) COMP-3 VALUE 20.
           02  SM-MAX-POSTS       PIC S9(07) COMP-3 VALUE 25.
           02  SM-SETTLE          PIC S9(07) COMP-3 VALUE 2.
           02  SM-LAST-KEY        PIC  X(08) VALUE LOW-VALUES.
           02  SM-LAST-ABS        PIC S9(15) COMP-3 VALUE ZEROES.
           02  SM-STATE           PIC  X(01) VALUE SPACES.
               88  SM-STATE-UP                VALUE 'U'.
               88  SM-STATE-DOWN              VALUE 'D'.
           02  SM-DOWN-ABS        PIC S9(15) COMP-3 VALUE ZEROES.
           02  SM-LAST-STATUS     PIC S9(04) COMP VALUE ZEROES.
           02  SM-FORWARDED       PIC S9(07) COMP-3 VALUE ZEROES.
           02  SM-FAILED-POSTS    PIC S9(07) COMP-3 VALUE ZEROES.
           02  SM-TOTAL-FORWARDED PIC S9(15) COMP-3 VALUE ZEROES.
           02  SM-BACKLOG         PIC S9(07) COMP-3 VALUE ZEROES.
           02  SM-BACKLOG-CAP     PIC S9(07) COMP-3 VALUE 10000.
           02  SM-OLDEST-ABS      PIC S9(15) COMP-3 VALUE ZEROES.
           02  SM-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SM-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SM-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SM-TASKID          PIC  9(06).
           02  FILLER             PIC  X(24).
