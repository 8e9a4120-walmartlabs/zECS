      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *                                                               *
      * ZECS050 reorganizes a cache's ZCxxKEY, ZCxxFILE and ZCxxCOLD  *
      * clusters while the cache stays live: it copies them into      *
      * freshly defined clusters behind the ZCxxRKEY, ZCxxRFIL and    *
      * ZCxxRCLD file definitions, re-applies what changed during     *
      * the copy, verifies, and switches the data set names over.     *
      *                                                               *
      * While it runs a reserved *REORG* row on the ZCxxSD file       *
      * carries the state in ZS-ACCESS:                               *
      *                                                               *
      *   TRACK    the copy is under way -- every change to a key is  *
      *            logged to ZCxxRL, and the background writers       *
      *            stand down until the row is gone;                  *
      *   SWITCH   the switch-over -- the service answers every       *
      *            request 503 and the queued-operations task holds,  *
      *            for the few seconds the last changes and the data  *
      *            set swap take.                                     *
      *                                                               *
      * RL-RECORD is a row on ZCxxRL, one per key changed since the   *
      * row was last re-applied.  ZECS049 writes it for the service,  *
      * the queued-operations task and the dependency cascade; a key  *
      * already logged stays one row.  Define ZCxxRL recoverable,     *
      * like the cache files, so that a change and its row commit     *
      * together.                                                     *
      *****************************************************************
       01  RL-RECORD.
           02  RL-KEY             PIC X(255) VALUE LOW-VALUES.
           02  RL-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(17) VALUE SPACES.

       01  REORG-ROW-KEY          PIC  X(07) VALUE '*REORG*'.
       01  REORG-TRACK            PIC  X(06) VALUE 'TRACK '.
       01  REORG-SWITCH           PIC  X(06) VALUE 'SWITCH'.
