      *****************************************************************
      * zECS ADMINISTRATIVE ROW transfer definitions.                 *
      * POST /replicate/zAdminRows returns one batch of rows from one *
      * of the tables that govern a cache's behavior, so a partner    *
      * Data Center's drift job (ZECS039) can compare them row by row *
      * with its own copy.  The request names the table, the tranid   *
      * the rows are keyed by, and the last key the caller has        *
      * already seen (LOW-VALUES for the first batch).  The reply     *
      * carries up to DR-ROW-MAX whole rows in key order, each as     *
      * stored, binary fields and all -- both bodies travel as        *
      * application/octet-stream and are never code-page              *
      * converted.                                                    *
      * DR-MORE is 'Y' when the batch was cut off at DR-ROW-MAX.      *
      * DR-ROW-DATA is sized to the largest of the rows, the 496 byte *
      * ZS-RECORD (see ZECSSDC), so a security row travels whole,     *
      * address allow-list and all.  The reply layout changes with    *
      * it: both Data Centers must run the same level for the drift   *
      * job to compare them.                                          *
      *                                                               *
      *   Table  File      Key length  Rows                           *
      *   SD     ZCxxSD        32      the cache's security rows      *
      *   CF     ZCCONFIG      12      keyed by DR-REQ-SCOPE          *
      *   OG     ZCORIGIN      44      keyed by DR-REQ-SCOPE          *
      *   RT     ZCROUTES      44      keyed by DR-REQ-SCOPE (the     *
      *                                router facade's tranid)        *
      *   AL     ZCALERTS      20      keyed by DR-REQ-SCOPE          *
      *   SC     ZCSCHEDL      22      keyed by DR-REQ-SCOPE          *
      *                                                               *
      * Rows that are each region's own by design are never sent and  *
      * never compared: the session *TOKEN* rows, the *MAINT*         *
      * quiesce row and the *DCHLTH* partner health rows on ZCxxSD,   *
      * and the DCNAME row on ZCCONFIG.                               *
      *****************************************************************
       01  DR-TABLE-VALUES.
           02  FILLER             PIC  X(13) VALUE 'SDZC##SD  32N'.
           02  FILLER             PIC  X(13) VALUE 'CFZCCONFIG12Y'.
           02  FILLER             PIC  X(13) VALUE 'OGZCORIGIN44Y'.
           02  FILLER             PIC  X(13) VALUE 'RTZCROUTES44Y'.
           02  FILLER             PIC  X(13) VALUE 'ALZCALERTS20Y'.
           02  FILLER             PIC  X(13) VALUE 'SCZCSCHEDL22Y'.
       01  FILLER REDEFINES DR-TABLE-VALUES.
           02  DR-TABLE OCCURS 6 TIMES.
               05  DR-T-CODE      PIC  X(02).
               05  DR-T-FCT       PIC  X(08).
               05  DR-T-KEYLEN    PIC  9(02).
               05  DR-T-SCOPED    PIC  X(01).

       01  DR-TABLE-MAX           PIC S9(04) COMP VALUE 6.
       01  DR-ROW-MAX             PIC S9(04) COMP VALUE 40.

       01  DR-TOKEN-ROW           PIC  X(07) VALUE '*TOKEN*'.
       01  DR-MAINT-ROW           PIC  X(07) VALUE '*MAINT*'.
       01  DR-DCHLTH-ROW          PIC  X(08) VALUE '*DCHLTH*'.
       01  DR-DCNAME-ROW          PIC  X(08) VALUE 'DCNAME  '.

       01  DR-REQUEST.
           02  DR-REQ-TABLE       PIC  X(02) VALUE SPACES.
           02  DR-REQ-SCOPE       PIC  X(04) VALUE SPACES.
           02  DR-REQ-FROM        PIC  X(44) VALUE LOW-VALUES.

       01  DR-REPLY.
           02  DR-ROW-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DR-MORE            PIC  X(01) VALUE 'N'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DR-ROW OCCURS 40 TIMES.
               05  DR-ROW-LENGTH  PIC S9(04) COMP.
               05  DR-ROW-DATA    PIC X(496).
