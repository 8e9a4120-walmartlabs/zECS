      *     RAWBYTES  raw bytes        (latest ZCCAPHIS row)          *
      *     STOREDBY  stored bytes     (latest ZCCAPHIS row)          *
      *     RPLQDEPT  replication backlog depth (RPLQ NUMITEMS)       *
      *     OWBQDEPT  origin write-behind backlog (OWBQ NUMITEMS)     *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
       01  MET-RAWBYTES           PIC S9(15) VALUE ZEROES COMP-3.
       01  MET-STOREDBY           PIC S9(15) VALUE ZEROES COMP-3.
       01  MET-RPLQDEPT           PIC S9(15) VALUE ZEROES COMP-3.
       01  MET-OWBQDEPT           PIC S9(15) VALUE ZEROES COMP-3.
       01  MET-VALUE              PIC S9(15) VALUE ZEROES COMP-3.
       01  MET-KNOWN              PIC  X(01) VALUE 'N'.
       01  MET-VALUE-D            PIC  9(15) VALUE ZEROES.
       01  RQ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.
       01  RQ-INQ-RESP            PIC S9(08) COMP VALUE ZEROES.

       01  OQ-QUEUE               PIC  X(04) VALUE 'OWBQ'.
       01  OQ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * zECS CAPACITY HISTORY record -- the latest row carries the    *
      * figures most rules watch.                                     *

      *****************************************************************
      * Gather this cycle's figures once: the cache's latest          *
      * capacity-history row and the replication and origin           *
      * write-behind backlog depths.                                  *
      *****************************************************************
       2000-GATHER-METRICS.
           MOVE ZEROES                   TO MET-KEYCOUNT
                                            MET-SEGCOUNT
                                            MET-RAWBYTES
                                            MET-STOREDBY
                                            MET-RPLQDEPT
                                            MET-OWBQDEPT.

           MOVE SPACES                   TO CH-KEY.
           MOVE ZC-TRANID                TO CH-TRANID.
           IF  RQ-INQ-RESP EQUAL DFHRESP(NORMAL)
               MOVE RQ-NUMITEMS          TO MET-RPLQDEPT.

           EXEC CICS INQUIRE TDQUEUE(OQ-QUEUE)
                NUMITEMS(OQ-NUMITEMS)
                RESP(RQ-INQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  RQ-INQ-RESP EQUAL DFHRESP(NORMAL)
               MOVE OQ-NUMITEMS          TO MET-OWBQDEPT.

       2000-EXIT.
           EXIT.

              WHEN 'RPLQDEPT'
                 MOVE MET-RPLQDEPT       TO MET-VALUE
                 MOVE 'Y'                TO MET-KNOWN
              WHEN 'OWBQDEPT'
                 MOVE MET-OWBQDEPT       TO MET-VALUE
                 MOVE 'Y'                TO MET-KNOWN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
