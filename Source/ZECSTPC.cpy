      *****************************************************************
      * zECS TENANT PROFILE record definition (ZCTENANT file).        *
      * One record per tenant per cache, keyed by the cache tranid    *
      * plus the BU_SBU, written by the ECS004 provisioning           *
      * transaction.  The profile is the tenant's whole footprint --  *
      * the *BUSBU* security row and its quota figures, the UserID    *
      * rows scoped to the tenant's key prefix, the ZCORIGIN and      *
      * ZCROUTES rows for that prefix, and any ZCCONFIG overrides --  *
      * so offboarding removes exactly the rows onboarding created    *
      * and nothing that belongs to another tenant.                   *
      *                                                               *
      *   TP-STATUS     A  - active (onboarded);                      *
      *                 U  - offboarding, unload started;             *
      *                 E  - offboarding, data erased, rows remain;   *
      *                 X  - offboarded.  The record is kept as the   *
      *                      certificate of the teardown, with the    *
      *                      unload figures and destruction report.   *
      *                                                               *
      * Numeric quota and limit fields are zero when not given.       *
      *****************************************************************
       01  TP-RECORD.
           02  TP-KEY.
               05  TP-TRANID      PIC  X(04) VALUE SPACES.
               05  TP-BUSBU       PIC  X(25) VALUE SPACES.
           02  TP-STATUS          PIC  X(01) VALUE SPACES.
               88  TP-ACTIVE              VALUE 'A'.
               88  TP-UNLOADING           VALUE 'U'.
               88  TP-ERASED              VALUE 'E'.
               88  TP-OFFBOARDED          VALUE 'X'.
           02  TP-PREFIX          PIC  X(40) VALUE SPACES.
           02  TP-TTL-CEILING     PIC  9(07) VALUE ZEROES.
           02  TP-RATE-LIMIT      PIC  9(07) VALUE ZEROES.
           02  TP-PRIORITY        PIC  9(01) VALUE ZEROES.
           02  TP-MAX-KEYS        PIC  9(07) VALUE ZEROES.
           02  TP-MAX-BYTES       PIC  9(15) VALUE ZEROES.
           02  TP-USER OCCURS 4 TIMES.
               05  TP-USERID      PIC  X(08).
               05  TP-ACCESS      PIC  X(06).
           02  TP-ORIGIN.
               05  TP-ORIGIN-URL  PIC  X(80) VALUE SPACES.
               05  TP-ORIGIN-PATH PIC  X(64) VALUE SPACES.
               05  TP-ORIGIN-TIMEOUT
                                  PIC  9(03) VALUE ZEROES.
               05  TP-ORIGIN-TTL  PIC  9(07) VALUE ZEROES.
               05  TP-ORIGIN-POLICY
                                  PIC  X(01) VALUE SPACES.
           02  TP-ROUTE.
               05  TP-ROUTER-TRANID
                                  PIC  X(04) VALUE SPACES.
               05  TP-ROUTE-URL   PIC  X(80) VALUE SPACES.
           02  TP-CONFIG OCCURS 4 TIMES.
               05  TP-CONFIG-NAME PIC  X(08).
               05  TP-CONFIG-VALUE
                                  PIC  X(64).
           02  TP-ONBOARD-ABS     PIC S9(15) VALUE ZEROES COMP-3.
           02  TP-ONBOARD-USERID  PIC  X(08) VALUE SPACES.
           02  TP-UNLOAD-TRANID   PIC  X(04) VALUE SPACES.
           02  TP-UNLOAD-ABS      PIC S9(15) VALUE ZEROES COMP-3.
           02  TP-UNLOAD-OUT      PIC S9(07) VALUE ZEROES COMP-3.
           02  TP-UNLOAD-SKIP     PIC S9(07) VALUE ZEROES COMP-3.
           02  TP-UNLOAD-HELD     PIC S9(07) VALUE ZEROES COMP-3.
           02  TP-OFFBOARD-ABS    PIC S9(15) VALUE ZEROES COMP-3.
           02  TP-OFFBOARD-USERID PIC  X(08) VALUE SPACES.
           02  TP-ERASE-REPORT    PIC X(160) VALUE SPACES.
           02  FILLER             PIC  X(40) VALUE SPACES.
