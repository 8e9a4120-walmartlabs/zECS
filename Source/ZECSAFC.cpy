      *****************************************************************
      * zECS AUTHENTICATION FAILURE definitions.                      *
      *                                                               *
      * AF-RECORD is the failed-authentication log (ZCAUTHLK file),   *
      * one row per cache and UserID (AF-KEY-TYPE 'U') and one per    *
      * cache and client address (AF-KEY-TYPE 'A'), so a STARTBR on   *
      * the tranid returns the address rows and then the UserID rows. *
      * A row exists only once its UserID or address has failed to    *
      * authenticate.                                                 *
      *                                                               *
      * AF-CONSECUTIVE counts failures since the last success.  When  *
      * it reaches the cache's AUTHFAIL threshold the UserID or       *
      * address is locked out until AF-LOCK-UNTIL-ABS (AUTHLOCK       *
      * seconds on), the lockout is audited as AUTHLOCK and the       *
      * ZC##WH webhook told, and the count starts over.  A streak     *
      * whose last failure is older than the cooling-off period also  *
      * starts over.  While locked every request is refused with 401  *
      * and counted in AF-DAY-REFUSED, good credential or not.        *
      *                                                               *
      * AF-RECENT holds the last four different client addresses a    *
      * UserID failed from, or the last four UserIDs an address       *
      * failed as, newest first.  The AF-DAY- counters are reset by   *
      * the daily security report (ZECS056).  ECS002 LCK shows the    *
      * rows and ECS002 UNL lifts a lockout, stamping AF-CLEARED-BY.  *
      *****************************************************************
       01  AF-RECORD.
           02  AF-KEY.
               05  AF-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  AF-KEY-TYPE    PIC  X(01) VALUE SPACES.
                   88  AF-TYPE-USERID         VALUE 'U'.
                   88  AF-TYPE-ADDRESS        VALUE 'A'.
               05  AF-KEY-ID      PIC  X(39) VALUE SPACES.
           02  AF-CONSECUTIVE     PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-FIRST-FAIL-ABS  PIC S9(15) VALUE ZEROES COMP-3.
           02  AF-LAST-FAIL-ABS   PIC S9(15) VALUE ZEROES COMP-3.
           02  AF-LOCK-UNTIL-ABS  PIC S9(15) VALUE ZEROES COMP-3.
           02  AF-LOCK-COUNT      PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-TOTAL-FAILS     PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-DAY-FAILS       PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-DAY-LOCKS       PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-DAY-REFUSED     PIC S9(07) VALUE ZEROES COMP-3.
           02  AF-RECENT-TABLE.
               05  AF-RECENT      PIC  X(39) OCCURS 4 TIMES.
           02  AF-CLEARED-BY      PIC  X(08) VALUE SPACES.
           02  AF-CLEARED-ABS     PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(24) VALUE SPACES.

       01  AF-FCT                 PIC  X(08) VALUE 'ZCAUTHLK'.
