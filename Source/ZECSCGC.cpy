      *****************************************************************
      * zECS CHARGEBACK record definition (ZCCHARGE file).            *
      * One row per tenant per cache, keyed by the cache tranid plus  *
      * the BU_SBU, accumulated by the ZECS009 chargeback scan: keys, *
      * segments, raw and stored bytes, and the keys by the character *
      * set they are stored in.  The row keyed by *CONTROL* is the    *
      * scan's own control record -- it carries the restart interval  *
      * and, on CG-ABSTIME/CG-DATE/CG-TIME, when the last complete    *
      * scan finished.  A tenant row holds the figures counted so far *
      * in the current cycle; *NONE* is the untenanted bucket.        *
      *****************************************************************
       01  CG-RECORD.
           02  CG-KEY.
               05  CG-KEY-TRANID  PIC  X(04).
               05  CG-KEY-BUSBU   PIC  X(25).
           02  CG-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  CG-INTERVAL        PIC S9(07) COMP-3 VALUE 2592000.
           02  CG-KEY-COUNT       PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-SEG-COUNT       PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-RAW-BYTES       PIC S9(15) COMP-3 VALUE ZEROES.
           02  CG-STORED-BYTES    PIC S9(15) COMP-3 VALUE ZEROES.
           02  CG-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CG-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CG-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CG-TASKID          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  CG-EBCDIC-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-UTF8-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-LATIN1-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-UNTAGGED-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  CG-BINARY-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.

       01  CG-CONTROL-BUSBU       PIC  X(25) VALUE '*CONTROL*'.
       01  CG-NONE-BUSBU          PIC  X(25) VALUE '*NONE*'.
