      *****************************************************************
      * zECS ADDRESS REFUSAL log definition.                          *
      *                                                               *
      * AL-RECORD is the address refusal log (ZCADDRLG file), one row *
      * per cache, UserID and client address that an address          *
      * allow-list refused (see ZS-ALLOW-RANGE in ZECSSDC).  Keyed so *
      * a STARTBR on the tranid returns the rows grouped by UserID.   *
      * AL-BUSBU is the tenant whose *BUSBU* row refused the request; *
      * spaces when it was the UserID's own list.  AL-WEEK-COUNT is   *
      * the refusals since the weekly report (ZECS055) last ran and   *
      * is reset by it; AL-TOTAL-COUNT is never reset.                *
      *****************************************************************
       01  AL-RECORD.
           02  AL-KEY.
               05  AL-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  AL-KEY-USERID  PIC  X(08) VALUE SPACES.
               05  AL-KEY-ADDR    PIC  X(39) VALUE SPACES.
           02  AL-BUSBU           PIC  X(25) VALUE SPACES.
           02  AL-TOTAL-COUNT     PIC S9(07) VALUE ZEROES COMP-3.
           02  AL-WEEK-COUNT      PIC S9(07) VALUE ZEROES COMP-3.
           02  AL-FIRST-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  AL-LAST-ABS        PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(24) VALUE SPACES.

       01  AL-FCT                 PIC  X(08) VALUE 'ZCADDRLG'.
