      *****************************************************************
      * zECS DR DRILL EVIDENCE record definition (ZCDRLOG file).      *
      * ZECS052 runs a disaster recovery drill from the definition on *
      * its ZCDRILL control record and keeps the evidence here, one   *
      * run after another, for the auditors.  DE-RUN-ABS is the time  *
      * the run started, so a run's rows read back in order under the *
      * drill tranid and run.                                         *
      *                                                               *
      *   DE-TYPE 'S'  one row per step taken, in order (DE-SEQ): the *
      *                step, the cache it was taken for (spaces when  *
      *                it covers every cache), when it started and    *
      *                ended, PASS/FAIL/HOLD, and a short detail.     *
      *   DE-TYPE 'A'  one row per cache audited (DE-SEQ is the       *
      *                cache's place in the drill definition),        *
      *                written by ZECS012 when the consistency audit  *
      *                the drill asked for completes: the keys        *
      *                missing on, older on and diverged from the     *
      *                partner Data Centers.                          *
      *****************************************************************
       01  DE-RECORD.
           02  DE-KEY.
               05  DE-TRANID      PIC  X(04) VALUE SPACES.
               05  DE-RUN-ABS     PIC S9(15) VALUE ZEROES COMP-3.
               05  DE-TYPE        PIC  X(01) VALUE SPACES.
               05  DE-SEQ         PIC S9(04) VALUE ZEROES COMP.
           02  DE-STEP-NAME       PIC  X(08) VALUE SPACES.
           02  DE-CACHE           PIC  X(04) VALUE SPACES.
           02  DE-START-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  DE-END-ABS         PIC S9(15) VALUE ZEROES COMP-3.
           02  DE-OUTCOME         PIC  X(04) VALUE SPACES.
           02  DE-MISSING         PIC S9(07) VALUE ZEROES COMP-3.
           02  DE-OLDER           PIC S9(07) VALUE ZEROES COMP-3.
           02  DE-DIVERGED        PIC S9(07) VALUE ZEROES COMP-3.
           02  DE-DETAIL          PIC  X(30) VALUE SPACES.
           02  FILLER             PIC  X(39) VALUE SPACES.

       01  DE-FCT                 PIC  X(08) VALUE 'ZCDRLOG '.
       01  DE-TYPE-STEP           PIC  X(01) VALUE 'S'.
       01  DE-TYPE-AUDIT          PIC  X(01) VALUE 'A'.
