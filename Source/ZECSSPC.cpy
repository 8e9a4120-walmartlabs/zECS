      *****************************************************************
      * zECS STALENESS AUDIT prefix record definition (ZCSTALEP).     *
      *                                                               *
      * One row per ZCORIGIN prefix, keyed by the cache tranid and    *
      * the prefix exactly as the origin row names it.  ZECS060       *
      * writes a row the first time it audits a prefix, and rewrites  *
      * it at the end of every cycle with that cycle's figures and    *
      * the running totals.                                           *
      *                                                               *
      *   SP-ACTION       what to do with a stale entry -- set by the *
      *                   operator; the audit never changes it:       *
      *                   blank  report only (the default);           *
      *                   R      refresh the entry from the origin;   *
      *                   I      invalidate (remove) the entry.       *
      *                   A refresh the audit cannot safely make --   *
      *                   the origin no longer has the record, or the *
      *                   key's data class demands encryption or      *
      *                   limits where it may reside -- invalidates   *
      *                   instead, so the next read goes back through *
      *                   the service.                                *
      *   SP-RESUME-KEY   the last key sampled.  The next cycle       *
      *                   samples onward from it, wrapping to the     *
      *                   start of the prefix, so every key under the *
      *                   prefix is audited in turn.                  *
      *   SP-SAMPLED      keys compared with the origin this cycle;   *
      *   SP-STALE        the ones whose value differed (or that the  *
      *                   origin no longer has);                      *
      *   SP-SKIPPED      keys that could not be compared -- larger   *
      *                   than one segment, or written before         *
      *                   checksums were stamped;                     *
      *   SP-FAILED       origin fetches that did not complete;       *
      *   SP-REFRESHED    stale entries refreshed;                    *
      *   SP-INVALIDATED  stale entries removed;                      *
      *   SP-AGE-TOTAL    seconds the stale entries had been out of   *
      *                   date, summed, for the average;              *
      *   SP-AGE-MAX      the longest of them.                        *
      *                                                               *
      * A stale entry's age runs from the origin's Last-Modified time *
      * when the origin sends one later than the cached copy, and     *
      * otherwise from when the cached copy was written -- the most   *
      * it can have been out of date.                                 *
      *                                                               *
      * The SP-TOTAL- fields carry the same counts summed over every  *
      * cycle since the row was written.                              *
      *****************************************************************
       01  SP-RECORD.
           02  SP-KEY.
               05  SP-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  SP-KEY-PREFIX  PIC  X(40) VALUE SPACES.
           02  SP-ACTION          PIC  X(01) VALUE SPACES.
               88  SP-ACTION-REFRESH          VALUE 'R'.
               88  SP-ACTION-INVALIDATE       VALUE 'I'.
           02  SP-RESUME-LEN      PIC S9(04) COMP VALUE ZEROES.
           02  SP-RESUME-KEY      PIC  X(255) VALUE LOW-VALUES.
           02  SP-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SP-SAMPLED         PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-STALE           PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-SKIPPED         PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-FAILED          PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-REFRESHED       PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-INVALIDATED     PIC S9(07) COMP-3 VALUE ZEROES.
           02  SP-AGE-TOTAL       PIC S9(15) COMP-3 VALUE ZEROES.
           02  SP-AGE-MAX         PIC S9(11) COMP-3 VALUE ZEROES.
           02  SP-TOTAL-SAMPLED   PIC S9(11) COMP-3 VALUE ZEROES.
           02  SP-TOTAL-STALE     PIC S9(11) COMP-3 VALUE ZEROES.
           02  SP-TOTAL-ACTED     PIC S9(11) COMP-3 VALUE ZEROES.
           02  SP-TOTAL-AGE       PIC S9(15) COMP-3 VALUE ZEROES.
           02  SP-DATE            PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SP-TIME            PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(32) VALUE SPACES.
