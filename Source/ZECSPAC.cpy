      *****************************************************************
      * zECS PREFIX ACCOUNTING definitions.                           *
      *                                                               *
      * PR-RECORD is a row on the ZCPREFIX registry.  A row keyed by  *
      * the cache tranid and a key prefix asks for the keys under     *
      * that prefix to be accounted for; the longest matching prefix  *
      * wins, as with ZCCLASS, so a key is counted under at most one  *
      * prefix, and a row with a blank prefix takes every key no      *
      * longer prefix claims.  A key no row covers is not counted.    *
      *                                                               *
      * PA-RECORD is a row on the cache's ZCxxPA counter file, one    *
      * per registered prefix that has seen traffic.  ZECS047 keeps   *
      * the counts for ZECS001 and ZECS000:                           *
      *                                                               *
      *   PA-HITS        reads answered from this Data Center's copy; *
      *   PA-MISSES      reads of a key this Data Center did not      *
      *                  hold, however they were answered;            *
      *   PA-PARTNER     the misses a partner Data Center served      *
      *                  through read-through;                        *
      *   PA-ORIGIN      the misses the tenant's origin served;       *
      *   PA-LATE        the misses that found the entry on file but  *
      *                  just past its TTL (counted as misses too);   *
      *   PA-NEGATIVE    reads answered 204 from a remembered miss    *
      *                  (not counted again as misses);               *
      *   PA-EXPIRED     entries ZECS000 expired;                     *
      *   PA-UNREAD      the expired entries nobody had read since    *
      *                  their last write;                            *
      *   PA-TTL-TOTAL   the expired entries' TTLs, in seconds, so    *
      *                  the report can give the average.             *
      *                                                               *
      * Hits and negative hits are sampled at the hot-key rate and    *
      * bumped by it; the rest are counted one for one.  The weekly   *
      * ZECS048 report clears the file.  Define the file without      *
      * recovery logging, so a row's lock goes with its REWRITE and   *
      * is not held to the end of the reading task.                   *
      *****************************************************************
       01  PR-RECORD.
           02  PR-KEY.
               05  PR-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  PR-KEY-PREFIX  PIC  X(40) VALUE SPACES.
           02  PR-DESCRIPTION     PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  PA-RECORD.
           02  PA-KEY.
               05  PA-PREFIX      PIC  X(40) VALUE SPACES.
           02  PA-HITS            PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-MISSES          PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-PARTNER         PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-ORIGIN          PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-LATE            PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-NEGATIVE        PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-EXPIRED         PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-UNREAD          PIC S9(11) VALUE ZEROES COMP-3.
           02  PA-TTL-TOTAL       PIC S9(15) VALUE ZEROES COMP-3.
           02  PA-FIRST-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  PA-LAST-ABS        PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(14) VALUE SPACES.
