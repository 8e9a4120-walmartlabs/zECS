      *****************************************************************
      * zECS REPLICATION CONFLICT record definition (ZCxxCF file).    *
      * One record is written each time a replicated write arrives    *
      * for a key whose local generation the sending Data Center      *
      * never saw -- the local stamp is neither the sender's own nor  *
      * the base generation the sender's write superseded.  The       *
      * record is keyed the same way the audit record it accompanies  *
      * is (time-of-day plus named-counter suffix), so a browse       *
      * returns conflicts in the order they were resolved.            *
      *                                                               *
      *   CX-RULE       L  - last writer wins by write time;          *
      *                 P  - the cache's preferred Data Center won.   *
      *   CX-WINNER     I  - the incoming write was applied;          *
      *                 L  - the local generation was kept.           *
      *   CX-SOURCE     W  - a live replicated write;                 *
      *                 Q  - a store-and-forward replay from RPLQ.    *
      *   CX-WITHHELD   Y  - the key is enciphered in this cache, so  *
      *                      neither value is kept, only lengths.     *
      *                                                               *
      * Both values are kept, each up to 16,000 bytes; CX-LOCAL-SIZE  *
      * and CX-IN-SIZE carry the untruncated lengths (the local size  *
      * is that of the first segment of a segmented chain).           *
      *****************************************************************
       01  CX-RECORD.
           02  CX-KEY.
               05  CX-IDN         PIC  X(06) VALUE LOW-VALUES.
               05  CX-NC          PIC  X(02) VALUE LOW-VALUES.
           02  CX-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  CX-KEY-LENGTH      PIC S9(04) VALUE ZEROES COMP.
           02  CX-CACHE-KEY       PIC X(255) VALUE SPACES.
           02  CX-RULE            PIC  X(01) VALUE SPACES.
               88  CX-RULE-LWW            VALUE 'L'.
               88  CX-RULE-PREFERRED      VALUE 'P'.
           02  CX-WINNER          PIC  X(01) VALUE SPACES.
               88  CX-INCOMING-WON        VALUE 'I'.
               88  CX-LOCAL-WON           VALUE 'L'.
           02  CX-SOURCE          PIC  X(01) VALUE SPACES.
           02  CX-WITHHELD        PIC  X(01) VALUE SPACES.
           02  CX-LOCAL.
               05  CX-LOCAL-ABS   PIC S9(15) VALUE ZEROES COMP-3.
               05  CX-LOCAL-DC    PIC  X(08) VALUE SPACES.
               05  CX-LOCAL-USERID PIC X(08) VALUE SPACES.
               05  CX-LOCAL-VERSION PIC 9(09) VALUE ZEROES COMP.
               05  CX-LOCAL-SEGMENTS PIC 9(08) VALUE ZEROES COMP.
               05  CX-LOCAL-MEDIA PIC  X(56) VALUE SPACES.
           02  CX-INCOMING.
               05  CX-IN-ABS      PIC S9(15) VALUE ZEROES COMP-3.
               05  CX-IN-DC       PIC  X(08) VALUE SPACES.
               05  CX-IN-USERID   PIC  X(08) VALUE SPACES.
               05  CX-IN-BASE-ABS PIC S9(15) VALUE ZEROES COMP-3.
               05  CX-IN-BASE-DC  PIC  X(08) VALUE SPACES.
               05  CX-IN-MEDIA    PIC  X(56) VALUE SPACES.
           02  CX-BUSBU           PIC  X(25) VALUE SPACES.
           02  CX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  CX-LOCAL-SIZE      PIC S9(08) VALUE ZEROES COMP.
           02  CX-IN-SIZE         PIC S9(08) VALUE ZEROES COMP.
           02  CX-LOCAL-LENGTH    PIC S9(04) VALUE ZEROES COMP.
           02  CX-IN-LENGTH       PIC S9(04) VALUE ZEROES COMP.
           02  FILLER             PIC  X(32) VALUE SPACES.
           02  CX-LOCAL-VALUE     PIC X(16000) VALUE SPACES.
           02  CX-IN-VALUE        PIC X(16000) VALUE SPACES.
