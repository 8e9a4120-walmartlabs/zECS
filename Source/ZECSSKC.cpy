      *****************************************************************
      * zECS SCORECARD HISTORY record definition (ZCSCHIST file).     *
      * One dated row per cache per ZECS034 daily scorecard run,      *
      * keyed by the run date plus the cache tranid, so the morning   *
      * view for any past date is one generic browse on the date.     *
      * The region-wide summary row for the date is kept under the    *
      * reserved cache name *ALL, carrying the totals across the      *
      * caches, the replication backlog, and the red/amber/green      *
      * cache counts.  SK-STATUS is G, A or R; SK-REASON names the    *
      * check that set it.  SK-DAYS-FULL is -1 when no projection     *
      * could be made; the p50/p95 buckets are 1-6 as on ZCxxRT.      *
      *****************************************************************
       01  SK-RECORD.
           02  SK-KEY.
               05  SK-DATE8       PIC  X(08) VALUE SPACES.
               05  SK-CACHE       PIC  X(04) VALUE SPACES.
           02  SK-ABSTIME         PIC S9(15) VALUE ZEROES COMP-3.
           02  SK-STATUS          PIC  X(01) VALUE SPACES.
           02  SK-REASON          PIC  X(08) VALUE SPACES.
           02  SK-ORPHANS         PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-BAD-CHECKSUMS   PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-KEY-COUNT       PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-STORED-BYTES    PIC S9(15) VALUE ZEROES COMP-3.
           02  SK-DAYS-FULL       PIC S9(03) VALUE ZEROES COMP-3.
           02  SK-XDC-MISSING     PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-XDC-OLDER       PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-XDC-DIVERGED    PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-EXPIRED         PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-EXPIRE-15MIN    PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-LIVE-COUNT      PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-HOT-KEYS        PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-TOP-READS       PIC S9(09) VALUE ZEROES COMP-3.
           02  SK-P50-BUCKET      PIC  9(01) VALUE ZEROES.
           02  SK-P95-BUCKET      PIC  9(01) VALUE ZEROES.
           02  SK-MAX-MS          PIC S9(07) VALUE ZEROES COMP-3.
           02  SK-OVERDUE         PIC S9(05) VALUE ZEROES COMP-3.
           02  SK-RPLQ-DEPTH      PIC S9(09) VALUE ZEROES COMP-3.
           02  SK-CACHE-COUNT     PIC S9(05) VALUE ZEROES COMP-3.
           02  SK-RED-COUNT       PIC S9(05) VALUE ZEROES COMP-3.
           02  SK-AMBER-COUNT     PIC S9(05) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(20).
