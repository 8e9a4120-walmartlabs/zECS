       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS031.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to drain   *
      * the OWBQ origin write-behind queue.  When a client writes a   *
      * key whose ZCORIGIN row carries the write-behind policy,       *
      * ZECS001 queues the verb and key to OWBQ in the same unit of   *
      * work as the local write; this task delivers those writes to   *
      * the tenant's service of record, on the row's URL and path.    *
      *                                                               *
      * A delivery always reflects the CURRENT local state of the     *
      * key, the same rule the RPLQ replay follows: a key that exists *
      * is PUT to the origin as stored right now, and a key deleted   *
      * (or tombstoned) since is DELETEd there.  An origin that       *
      * refuses a delivery puts the entry back on the queue with its  *
      * attempt count raised and ends the cycle, so the entries       *
      * behind it wait, in order, for the next interval.  An entry    *
      * that reaches the control record's attempt limit -- or whose   *
      * key no longer matches any ZCORIGIN row -- is abandoned and    *
      * reported to CSSL, so a dead origin cannot hold the queue      *
      * forever.  Each cycle's figures and the remaining backlog are  *
      * kept on the zcORIGWB control record and reported to CSSL.     *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
      * Date        UserID    Description                             *
      * ----------- --------  --------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  CURRENT-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  DELIVER-FAILED         PIC  X(01) VALUE 'N'.
       01  DELIVER-SKIPPED        PIC  X(01) VALUE 'N'.
       01  LOADED-TRANID          PIC  X(04) VALUE SPACES.

       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  GETMAIN-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcORIGWB control file resources - start                       *
      *****************************************************************
       01  WB-FCT                 PIC  X(08) VALUE 'ZCORIGWB'.
       01  WB-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  WB-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  WB-RECORD.
           02  WB-KEY             PIC  X(04).
           02  WB-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  WB-INTERVAL        PIC S9(07) COMP-3 VALUE 300.
           02  WB-MAX-ATTEMPTS    PIC S9(07) COMP-3 VALUE 12.
           02  WB-SENT-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  WB-REQUEUE-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  WB-ABANDON-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  WB-BACKLOG         PIC S9(07) COMP-3 VALUE ZEROES.
           02  WB-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WB-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WB-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WB-TASKID          PIC  9(06).
           02  FILLER             PIC  X(10).

      *****************************************************************
      * zcORIGWB control file resources - end                         *
      *****************************************************************

       01  ZC-ORIGWB-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCORGWB_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * One queued write-behind delivery, as ZECS001 wrote it.        *
      *****************************************************************
       01  OQ-QUEUE               PIC  X(04) VALUE 'OWBQ'.
       01  OQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  OQ-NUMITEMS            PIC S9(08) COMP VALUE ZEROES.

       01  OQ-RECORD.
           02  OQ-METHOD          PIC  X(08) VALUE SPACES.
           02  OQ-TRANID          PIC  X(04) VALUE SPACES.
           02  OQ-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  OQ-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  OQ-QUEUED-ABS      PIC S9(15) COMP-3 VALUE ZEROES.
           02  OQ-ATTEMPTS        PIC S9(04) COMP VALUE ZEROES.
           02  FILLER             PIC  X(16) VALUE SPACES.

      *****************************************************************
      * The key's origin, looked up in the ZCORIGIN registry the same *
      * longest-prefix way the service's read-through does.           *
      *****************************************************************
       01  OG-FCT                 PIC  X(08) VALUE 'ZCORIGIN'.
       01  OG-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  OG-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  OG-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       01  OG-RECORD.
           02  OG-KEY.
               03  OG-KEY-TRANID  PIC  X(04).
               03  OG-KEY-PREFIX  PIC  X(40).
           02  OG-URL             PIC  X(80).
           02  OG-PATH            PIC  X(64).
           02  OG-TIMEOUT         PIC  9(03).
           02  OG-TTL             PIC  9(07).
           02  OG-WRITE-POLICY    PIC  X(01).
               88  OG-WRITE-THROUGH           VALUE 'W'.
               88  OG-WRITE-BEHIND            VALUE 'B'.
           02  FILLER             PIC  X(57).

       01  OG-FOUND               PIC  X(01) VALUE 'N'.
       01  OG-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  OG-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  OG-BEST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  OG-BEST-URL            PIC  X(80) VALUE SPACES.
       01  OG-BEST-PATH           PIC  X(64) VALUE SPACES.
       01  OG-PATH-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  OG-WEB-PATH            PIC  X(320) VALUE SPACES.
       01  OG-WEB-PATH-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  OG-PTR                 PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Parsed origin connection.                                     *
      *****************************************************************
       01  OG-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  OG-SESSTOKEN           PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-201        PIC S9(04) COMP VALUE 201.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.

       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  TEXT-ANYTHING          PIC  X(04) VALUE 'text'.
       01  APPLICATION-XML        PIC  X(15) VALUE 'application/xml'.

      *****************************************************************
      * Object staging for a PUT delivery -- the same GETMAIN window  *
      * and per-segment decompression the service's own GET staging   *
      * uses.                                                         *
      *****************************************************************
       01  LINKAGE-ADDRESSES.
           02  CACHE-ADDRESS      USAGE POINTER.
           02  CACHE-ADDRESS-X    REDEFINES CACHE-ADDRESS
                                  PIC S9(08) COMP.
           02  SAVE-ADDRESS       USAGE POINTER.
           02  SAVE-ADDRESS-X     REDEFINES SAVE-ADDRESS
                                  PIC S9(08) COMP.

       01  CACHE-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  STAGE-FAILED           PIC  X(01) VALUE 'N'.


      *****************************************************************
      * Decipher support for segments stored encrypted (ZC##EK key    *
      * document, keyed modular-addition stream -- the inverse of     *
      * the service's encipher).                                      *
      *****************************************************************
      *****************************************************************
      * The cache's ZCCONFIG row overrides the matching document for *
      * each cipher setting -- the same resolution order the service *
      * itself uses, so cipher material set through the zConfig      *
      * resource reaches this task too.                              *
      *****************************************************************
       01  CF-FCT                 PIC  X(08) VALUE 'ZCCONFIG'.
       01  CF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CF-REC-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CF-VALUE-LEN           PIC S9(08) COMP VALUE ZEROES.
       01  CF-FOUND               PIC  X(01) VALUE 'N'.

       01  CF-RECORD.
           02  CF-KEY.
               03  CF-KEY-TRANID  PIC  X(04).
               03  CF-KEY-NAME    PIC  X(08).
           02  CF-VALUE           PIC  X(64).
           02  FILLER             PIC  X(04).

       01  EK-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-EK.
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'EK'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EK-TEXT                PIC  X(34) VALUE SPACES.
       01  EK-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  EK-KEY                 PIC  X(32) VALUE SPACES.
       01  EK-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  ENCKEY-LOADED          PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Key rotation support.  ZC##KG carries the current key         *
      * generation tag and ZC##EP the prior generation's material     *
      * while a rotation is in flight; a segment stamped with a       *
      * generation other than the current one deciphers under the     *
      * prior key.                                                    *
      *****************************************************************
       01  EP-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-EP.
           02  EP-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'EP'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EP-TEXT                PIC  X(34) VALUE SPACES.
       01  EP-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  EP-KEY                 PIC  X(32) VALUE SPACES.
       01  EP-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.

       01  KG-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-KG.
           02  KG-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'KG'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  KG-TEXT                PIC  X(04) VALUE SPACES.
       01  KG-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  KG-VALUE               PIC  X(02) VALUE SPACES.

       01  ACTIVE-KEY             PIC  X(32) VALUE SPACES.
       01  ACTIVE-KEY-LENGTH      PIC S9(08) COMP VALUE ZEROES.

       01  ENC-DATA-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  ENC-INDEX              PIC S9(08) COMP VALUE ZEROES.
       01  ENC-KEY-INDEX          PIC S9(08) COMP VALUE ZEROES.
       01  ENC-SUM                PIC S9(04) COMP VALUE ZEROES.
       01  FILLER.
           02  ENC-HALF           PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES ENC-HALF.
               05  FILLER         PIC  X(01).
               05  ENC-BYTE       PIC  X(01).
       01  FILLER.
           02  DEC-HALF           PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES DEC-HALF.
               05  FILLER         PIC  X(01).
               05  DEC-BYTE       PIC  X(01).

       01  RLE-ESCAPE             PIC  X(01) VALUE X'00'.
       01  RLE-RUN-DIGIT          PIC  9(01) VALUE ZEROES.
       01  DECOMPRESS-SRC-LENGTH  PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-SRC-INDEX   PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-DST-INDEX   PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-RUN-LENGTH  PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-RUN-BYTE    PIC  X(01) VALUE SPACES.
       01  DECOMPRESS-LITERAL-COUNT PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-LITERAL-INDEX PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-DONE        PIC  X(01) VALUE 'N'.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-SENT-COUNT-D       PIC  Z(06)9.
       01  RPT-REQUEUE-COUNT-D    PIC  Z(06)9.
       01  RPT-ABANDON-COUNT-D    PIC  Z(06)9.
       01  RPT-BACKLOG-D          PIC  Z(06)9.
       01  RPT-ATTEMPTS-D         PIC  Z(03)9.
       01  WB-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       01  CACHE-MESSAGE          PIC  X(32000).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-DRAIN-QUEUE        THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           PERFORM 8000-RESTART             THRU 8000-EXIT.
           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the write-behind drain.              *
      *****************************************************************
       1000-RETRIEVE.
           EXEC CICS ASSIGN APPLID(APPLID)
           END-EXEC.

           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS RETRIEVE INTO(ZC-PARM)
                LENGTH(ZC-LENGTH) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the write-behind drain.                *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-ORIGWB-ENQ)
                LENGTH(LENGTH OF  ZC-ORIGWB-ENQ)
                NOHANDLE
                NOSUSPEND
                TASK
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(ENQBUSY)
               PERFORM 8000-RESTART    THRU 8000-EXIT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Read/write the zcORIGWB control record to pick up the         *
      * configured retry interval and attempt limit, and reset the    *
      * cycle's counters.                                             *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO WB-KEY.
           MOVE LENGTH OF WB-RECORD      TO WB-LENGTH.

           EXEC CICS READ
                FILE   (WB-FCT)
                RIDFLD (WB-KEY)
                INTO   (WB-RECORD)
                LENGTH (WB-LENGTH)
                RESP   (WB-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  WB-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO WB-KEY
               EXEC CICS WRITE
                    FILE   (WB-FCT)
                    RIDFLD (WB-KEY)
                    FROM   (WB-RECORD)
                    LENGTH (WB-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO WB-SENT-COUNT
                                            WB-REQUEUE-COUNT
                                            WB-ABANDON-COUNT
               EXEC CICS REWRITE
                    FILE  (WB-FCT)
                    FROM  (WB-RECORD)
                    LENGTH(WB-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  WB-MAX-ATTEMPTS NOT NUMERIC
           OR  WB-MAX-ATTEMPTS NOT GREATER THAN ZEROES
               MOVE 12                   TO WB-MAX-ATTEMPTS.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running totals on the control record.             *
      *****************************************************************
       1400-SAVE-TOTALS.
           MOVE EIBTRNID                 TO WB-KEY.
           MOVE LENGTH OF WB-RECORD-SAVE TO WB-LENGTH.

           EXEC CICS READ
                FILE   (WB-FCT)
                RIDFLD (WB-KEY)
                INTO   (WB-RECORD-SAVE)
                LENGTH (WB-LENGTH)
                RESP   (WB-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  WB-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF WB-RECORD  TO WB-LENGTH
               EXEC CICS REWRITE
                    FILE  (WB-FCT)
                    FROM  (WB-RECORD)
                    LENGTH(WB-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Drain OWBQ in batches of FIVE-HUNDRED.                        *
      *****************************************************************
       2000-DRAIN-QUEUE.
           MOVE 'N'                      TO PROCESS-COMPLETE
           MOVE ZEROES                   TO RECORD-COUNT
           PERFORM 2010-DELIVER-NEXT     THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read and deliver one queued write.  An empty queue ends the   *
      * cycle.  A refused delivery under the attempt limit is         *
      * requeued and ends the cycle too, so the remaining entries     *
      * keep their order for the next interval; one that has reached  *
      * the limit is abandoned and the drain carries on.              *
      *****************************************************************
       2010-DELIVER-NEXT.
           MOVE LENGTH OF OQ-RECORD      TO OQ-LENGTH.

           EXEC CICS READQ TD QUEUE(OQ-QUEUE)
                INTO(OQ-RECORD)
                LENGTH(OQ-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
               GO TO 2010-EXIT.

           PERFORM 2020-DELIVER-ONE      THRU 2020-EXIT.

           IF  DELIVER-FAILED EQUAL 'Y'
               ADD  ONE                  TO OQ-ATTEMPTS
               IF  OQ-ATTEMPTS NOT LESS THAN WB-MAX-ATTEMPTS
                   PERFORM 2080-ABANDON  THRU 2080-EXIT
               ELSE
                   PERFORM 2060-REQUEUE  THRU 2060-EXIT
                   MOVE 'Y'              TO EOF
                                            PROCESS-COMPLETE
                   PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
                   GO TO 2010-EXIT
               END-IF
           ELSE
               IF  DELIVER-SKIPPED EQUAL 'N'
                   ADD  ONE              TO WB-SENT-COUNT
               END-IF
           END-IF.

           ADD  ONE                      TO RECORD-COUNT.
           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE 'Y'                  TO PROCESS-COMPLETE
               PERFORM 1400-SAVE-TOTALS  THRU 1400-EXIT
               PERFORM 8100-RESTART-QUICK THRU 8100-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Find the key's origin and deliver the key's CURRENT local     *
      * state to it.  The queued entry names its own cache, so the    *
      * cache's KEY/FILE names and cipher material follow the entry.  *
      *****************************************************************
       2020-DELIVER-ONE.
           MOVE 'N'                      TO DELIVER-FAILED.
           MOVE 'N'                      TO DELIVER-SKIPPED.
           MOVE ZEROES                   TO WEB-STATUS-CODE.

           IF  OQ-TRANID NOT EQUAL LOADED-TRANID
               MOVE OQ-TRANID            TO LOADED-TRANID
               MOVE OQ-TRANID            TO ZK-TRANID
                                            ZF-TRANID
               MOVE 'ZC##'               TO EK-TRANID
                                            EP-TRANID
                                            KG-TRANID
               MOVE OQ-TRANID(3:2)       TO EK-TRANID(3:2)
               MOVE OQ-TRANID(3:2)       TO EP-TRANID(3:2)
               MOVE OQ-TRANID(3:2)       TO KG-TRANID(3:2)
               MOVE 'N'                  TO ENCKEY-LOADED.

           PERFORM 2030-ORIGIN-LOOKUP    THRU 2030-EXIT.

      *    *--------------------------------------------------------*
      *    * No ZCORIGIN row claims the key any more -- nothing to  *
      *    * deliver to, however many times it is retried.          *
      *    *--------------------------------------------------------*
           IF  OG-FOUND NOT EQUAL 'Y'
               MOVE 'Y'                  TO DELIVER-FAILED
               MOVE WB-MAX-ATTEMPTS      TO OQ-ATTEMPTS
               GO TO 2020-EXIT.

           MOVE ZEROES                   TO OG-URL-LENGTH.
           INSPECT OG-BEST-URL
                   TALLYING OG-URL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-URL-LENGTH EQUAL ZEROES
               MOVE 'Y'                  TO DELIVER-FAILED
               MOVE WB-MAX-ATTEMPTS      TO OQ-ATTEMPTS
               GO TO 2020-EXIT.

           MOVE 80                       TO URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (OG-BEST-URL)
                URLLENGTH (OG-URL-LENGTH)
                SCHEMENAME(URL-SCHEME-NAME)
                HOST      (URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                NOHANDLE
           END-EXEC.

           IF  URL-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)      TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)       TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                SCHEME(URL-SCHEME)
                SESSTOKEN(OG-SESSTOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO DELIVER-FAILED
               GO TO 2020-EXIT.

           PERFORM 2035-BUILD-PATH       THRU 2035-EXIT.
           PERFORM 2040-DELIVER-PUT      THRU 2040-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(OG-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's ZCORIGIN rows for the longest prefix       *
      * matching the queued key.                                      *
      *****************************************************************
       2030-ORIGIN-LOOKUP.
           MOVE 'N'                      TO OG-FOUND.
           MOVE ZEROES                   TO OG-BEST-LEN.
           MOVE SPACES                   TO OG-KEY.
           MOVE OQ-TRANID                TO OG-KEY-TRANID.

           EXEC CICS STARTBR FILE(OG-FCT)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2030-EXIT.

           MOVE 'N'                      TO OG-BROWSE-DONE.

           PERFORM 2031-ORIGIN-NEXT      THRU 2031-EXIT
               WITH TEST AFTER
               UNTIL OG-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(OG-FCT) NOHANDLE
           END-EXEC.

           IF  OG-BEST-LEN GREATER THAN ZEROES
               MOVE 'Y'                  TO OG-FOUND.

       2030-EXIT.
           EXIT.

       2031-ORIGIN-NEXT.
           MOVE LENGTH OF OG-RECORD      TO OG-LENGTH.

           EXEC CICS READNEXT FILE(OG-FCT)
                INTO(OG-RECORD)
                RIDFLD(OG-KEY)
                KEYLENGTH(OG-PREFIX-LENGTH)
                LENGTH(OG-LENGTH)
                RESP(OG-RESP)
                NOHANDLE
           END-EXEC.

           IF  OG-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OG-KEY-TRANID NOT EQUAL OQ-TRANID
               MOVE 'Y'                  TO OG-BROWSE-DONE
               GO TO 2031-EXIT.

           MOVE ZEROES                   TO OG-MATCH-LEN.
           INSPECT OG-KEY-PREFIX TALLYING OG-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  OG-MATCH-LEN GREATER THAN ZEROES
           AND OG-MATCH-LEN NOT GREATER THAN OQ-KEY-LENGTH
           AND OQ-KEY(1:OG-MATCH-LEN)
                   EQUAL OG-KEY-PREFIX(1:OG-MATCH-LEN)
           AND OG-MATCH-LEN GREATER THAN OG-BEST-LEN
               MOVE OG-MATCH-LEN         TO OG-BEST-LEN
               MOVE OG-URL               TO OG-BEST-URL
               MOVE OG-PATH              TO OG-BEST-PATH.

       2031-EXIT.
           EXIT.

      *****************************************************************
      * Build the origin path: the row's path with the key appended   *
      * exactly as given, or '/' plus the key when the row names no   *
      * path -- the same construction the read-through fetch uses.    *
      *****************************************************************
       2035-BUILD-PATH.
           MOVE ZEROES                   TO OG-PATH-LEN.
           INSPECT OG-BEST-PATH TALLYING OG-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES                   TO OG-WEB-PATH.
           MOVE ONE                      TO OG-PTR.

           IF  OG-PATH-LEN GREATER THAN ZEROES
               STRING OG-BEST-PATH(1:OG-PATH-LEN)
                                         DELIMITED BY SIZE
                      OQ-KEY(1:OQ-KEY-LENGTH)
                                         DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING
           ELSE
               STRING '/'                DELIMITED BY SIZE
                      OQ-KEY(1:OQ-KEY-LENGTH)
                                         DELIMITED BY SIZE
                      INTO OG-WEB-PATH
                   WITH POINTER OG-PTR
               END-STRING.

           COMPUTE OG-WEB-PATH-LENGTH = OG-PTR - 1.

       2035-EXIT.
           EXIT.

      *****************************************************************
      * Deliver a PUT: read the key's current local chain and send    *
      * it.  A key deleted since it was queued is delivered as a      *
      * DELETE instead, so the origin converges on the same answer.   *
      *****************************************************************
       2040-DELIVER-PUT.
           MOVE LOW-VALUES               TO ZK-KEY.
           MOVE OQ-KEY                   TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2050-DELIVER-DELETE THRU 2050-EXIT
               GO TO 2040-EXIT.

      *    *--------------------------------------------------------*
      *    * A chain since demoted to the cold tier is not staged   *
      *    * from here -- drop the entry rather than delivering a   *
      *    * DELETE for a key that still exists.                    *
      *    *--------------------------------------------------------*
           IF  ZK-SEGMENTS EQUAL 'C'
               MOVE 'Y'                  TO DELIVER-SKIPPED
               GO TO 2040-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               PERFORM 2050-DELIVER-DELETE THRU 2050-EXIT
               GO TO 2040-EXIT.

           PERFORM 2045-STAGE-OBJECT   THRU 2045-EXIT.

           IF  STAGE-FAILED EQUAL 'Y'
               PERFORM 2050-DELIVER-DELETE THRU 2050-EXIT
               GO TO 2040-EXIT.

           IF  ZF-MEDIA(1:04) EQUAL TEXT-ANYTHING    OR
               ZF-MEDIA(1:15) EQUAL APPLICATION-XML
               MOVE DFHVALUE(CLICONVERT)     TO CLIENT-CONVERT
           ELSE
               MOVE DFHVALUE(NOCLICONVERT)   TO CLIENT-CONVERT.

           MOVE DFHVALUE(PUT)            TO WEB-METHOD.
           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           SET ADDRESS OF CACHE-MESSAGE  TO SAVE-ADDRESS.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (OG-SESSTOKEN)
                PATH      (OG-WEB-PATH)
                PATHLENGTH(OG-WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (ZF-MEDIA)
                FROM      (CACHE-MESSAGE)
                FROMLENGTH(CACHE-LENGTH)
                INTO      (CONVERSE-RESPONSE)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO DELIVER-FAILED.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-204
               MOVE 'Y'                  TO DELIVER-FAILED.

           EXEC CICS FREEMAIN
                DATAPOINTER(SAVE-ADDRESS)
                NOHANDLE
           END-EXEC.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * Stage the key's current chain into a GETMAIN window, the      *
      * decompress-or-move handling the service's own GET uses.       *
      *****************************************************************
       2045-STAGE-OBJECT.
           MOVE 'N'                      TO STAGE-FAILED.
           MOVE ZK-ZF-KEY                TO ZF-KEY.
           MOVE ZEROES                   TO ZF-ZEROES.
           MOVE ZEROES                   TO ZF-SUFFIX.
           MOVE ONE                      TO ZF-SEGMENT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO STAGE-FAILED
               GO TO 2045-EXIT.

           COMPUTE GETMAIN-LENGTH = ZF-SEGMENTS * THIRTY-TWO-KB.

           EXEC CICS GETMAIN SET(CACHE-ADDRESS)
                FLENGTH(GETMAIN-LENGTH)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           MOVE CACHE-ADDRESS-X          TO SAVE-ADDRESS-X.
           MOVE ZEROES                   TO CACHE-LENGTH.

           PERFORM 2047-STAGE-SEGMENT  THRU 2047-EXIT
               WITH TEST AFTER
               VARYING ZF-SEGMENT FROM 1 BY 1
               UNTIL ZF-SEGMENT GREATER THAN ZF-SEGMENTS
               OR    STAGE-FAILED EQUAL 'Y'.

           IF  STAGE-FAILED EQUAL 'Y'
               EXEC CICS FREEMAIN
                    DATAPOINTER(SAVE-ADDRESS)
                    NOHANDLE
               END-EXEC.

       2045-EXIT.
           EXIT.

       2047-STAGE-SEGMENT.
           SET ADDRESS OF CACHE-MESSAGE  TO CACHE-ADDRESS.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO STAGE-FAILED
           ELSE
               SUBTRACT ZF-PREFIX      FROM ZF-LENGTH
               IF  ZF-DATA-ENCRYPTED
                   MOVE ZF-LENGTH          TO ENC-DATA-LENGTH
                   PERFORM 2070-DECIPHER-SEGMENT THRU 2070-EXIT
               END-IF
               IF  ZF-DATA-COMPRESSED
                   MOVE ZF-LENGTH          TO DECOMPRESS-SRC-LENGTH
                   PERFORM 2048-DECOMPRESS THRU 2048-EXIT
                   MOVE DECOMPRESS-DST-INDEX TO ZF-LENGTH
               ELSE
                   MOVE ZF-DATA(1:ZF-LENGTH) TO CACHE-MESSAGE
               END-IF
               ADD  ZF-LENGTH              TO CACHE-ADDRESS-X
               ADD  ZF-LENGTH              TO CACHE-LENGTH
           END-IF.

       2047-EXIT.
           EXIT.

      *****************************************************************
      * Decompress ZF-DATA(1:DECOMPRESS-SRC-LENGTH) into the current  *
      * CACHE-MESSAGE window -- the same run-length scheme the        *
      * service applies in 4410/3520.                                 *
      *****************************************************************
       2048-DECOMPRESS.
           MOVE ZEROES                      TO DECOMPRESS-DST-INDEX.
           MOVE 1                           TO DECOMPRESS-SRC-INDEX.
           MOVE 'N'                         TO DECOMPRESS-DONE.

           IF  DECOMPRESS-SRC-LENGTH GREATER THAN ZEROES
               PERFORM 2049-DECOMPRESS-TOKEN THRU 2049-EXIT
                   WITH TEST AFTER
                   UNTIL DECOMPRESS-DONE EQUAL 'Y'.

       2048-EXIT.
           EXIT.

       2049-DECOMPRESS-TOKEN.
           IF  ZF-DATA(DECOMPRESS-SRC-INDEX:1) EQUAL RLE-ESCAPE
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 1:1)
                                             TO RLE-RUN-DIGIT
               MOVE RLE-RUN-DIGIT            TO DECOMPRESS-RUN-LENGTH
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 2:1)
                                             TO DECOMPRESS-RUN-BYTE
               ADD  3                        TO DECOMPRESS-SRC-INDEX
               MOVE DECOMPRESS-RUN-LENGTH    TO DECOMPRESS-LITERAL-COUNT
               PERFORM 2049-DECOMPRESS-EMIT THRU 2049-EMIT-EXIT
                   WITH TEST AFTER
                   VARYING DECOMPRESS-LITERAL-INDEX FROM 1 BY 1
                   UNTIL DECOMPRESS-LITERAL-INDEX
                             GREATER THAN DECOMPRESS-LITERAL-COUNT
           ELSE
               ADD  1                        TO DECOMPRESS-DST-INDEX
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX:1)  TO
                    CACHE-MESSAGE(DECOMPRESS-DST-INDEX:1)
               ADD  1                        TO DECOMPRESS-SRC-INDEX
           END-IF.

           IF  DECOMPRESS-SRC-INDEX GREATER THAN DECOMPRESS-SRC-LENGTH
               MOVE 'Y'                      TO DECOMPRESS-DONE.

       2049-EXIT.
           EXIT.

       2049-DECOMPRESS-EMIT.
           ADD  1                            TO DECOMPRESS-DST-INDEX.
           MOVE DECOMPRESS-RUN-BYTE          TO
                CACHE-MESSAGE(DECOMPRESS-DST-INDEX:1).

       2049-EMIT-EXIT.
           EXIT.


      *****************************************************************
      * Decipher ZF-DATA(1:ENC-DATA-LENGTH) in place, loading the     *
      * ZC##EK key once; a missing key deciphers nothing.             *
      *****************************************************************
       2070-DECIPHER-SEGMENT.
           IF  ENCKEY-LOADED EQUAL 'N'
               PERFORM 2075-GET-ENCKEY THRU 2075-EXIT
               MOVE 'Y'                     TO ENCKEY-LOADED.

           IF  EK-KEY-LENGTH EQUAL ZEROES
               GO TO 2070-EXIT.

           MOVE EK-KEY                      TO ACTIVE-KEY.
           MOVE EK-KEY-LENGTH               TO ACTIVE-KEY-LENGTH.

      *    *--------------------------------------------------------*
      *    * A segment stamped with a generation other than the     *
      *    * current one was enciphered under the prior key.        *
      *    *--------------------------------------------------------*
           IF  EP-KEY-LENGTH GREATER THAN ZEROES
           AND ZF-KEYGEN NOT EQUAL KG-VALUE
               MOVE EP-KEY                  TO ACTIVE-KEY
               MOVE EP-KEY-LENGTH           TO ACTIVE-KEY-LENGTH.

           MOVE 1                           TO ENC-KEY-INDEX.

           PERFORM 2072-DECIPHER-BYTE THRU 2072-EXIT
               WITH TEST AFTER
               VARYING ENC-INDEX FROM 1 BY 1
               UNTIL ENC-INDEX NOT LESS THAN ENC-DATA-LENGTH.

       2070-EXIT.
           EXIT.

       2072-DECIPHER-BYTE.
           MOVE ZEROES                      TO DEC-HALF.
           MOVE ZF-DATA(ENC-INDEX:1)        TO DEC-BYTE.
           MOVE ZEROES                      TO ENC-HALF.
           MOVE ACTIVE-KEY(ENC-KEY-INDEX:1) TO ENC-BYTE.

           COMPUTE ENC-SUM = DEC-HALF - ENC-HALF.
           IF  ENC-SUM LESS THAN ZEROES
               ADD  256                     TO ENC-SUM.

           MOVE ENC-SUM                     TO DEC-HALF.
           MOVE DEC-BYTE                    TO ZF-DATA(ENC-INDEX:1).

           ADD  1                           TO ENC-KEY-INDEX.
           IF  ENC-KEY-INDEX GREATER THAN ACTIVE-KEY-LENGTH
               MOVE 1                       TO ENC-KEY-INDEX.

       2072-EXIT.
           EXIT.

      *****************************************************************
      * Read one named ZCCONFIG row for the cache being swept --     *
      * EK-TRANID already carries that cache's tranid.               *
      *****************************************************************
       2074-GET-CONFIG.
           MOVE 'N'                   TO CF-FOUND.
           MOVE ZEROES                TO CF-VALUE-LEN.
           MOVE EK-TRANID             TO CF-KEY-TRANID.
           MOVE SPACES                TO CF-VALUE.
           MOVE LENGTH OF CF-RECORD   TO CF-REC-LENGTH.

           EXEC CICS READ FILE(CF-FCT)
                RIDFLD(CF-KEY)
                INTO  (CF-RECORD)
                LENGTH(CF-REC-LENGTH)
                RESP  (CF-RESP)
                NOHANDLE
           END-EXEC.

           IF  CF-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'               TO CF-FOUND
               INSPECT CF-VALUE
                       TALLYING CF-VALUE-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       2074-EXIT.
           EXIT.

      *****************************************************************
      * Get the encryption key material from the ZC##EK document.     *
      *****************************************************************
       2075-GET-ENCKEY.
           MOVE ZEROES                TO EK-KEY-LENGTH.
           MOVE SPACES                TO EK-KEY.

           MOVE 'ENCKEY'              TO CF-KEY-NAME.
           PERFORM 2074-GET-CONFIG THRU 2074-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EK-KEY
                   MOVE CF-VALUE-LEN    TO EK-KEY-LENGTH
               END-IF
               PERFORM 2076-GET-KEYGEN    THRU 2076-EXIT
               PERFORM 2077-GET-PRIOR-KEY THRU 2077-EXIT
               GO TO 2075-EXIT.
           MOVE SPACES                TO EK-TEXT.
           MOVE LENGTH OF EK-TEXT    TO EK-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)
                TEMPLATE(ZECS-EK)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)
                    INTO     (EK-TEXT)
                    LENGTH   (EK-TEXT-LENGTH)
                    MAXLENGTH(EK-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               EK-TEXT-LENGTH GREATER THAN 2
               SUBTRACT 2             FROM EK-TEXT-LENGTH
               IF  EK-TEXT-LENGTH GREATER THAN 32
                   MOVE 32                  TO EK-TEXT-LENGTH
               END-IF
               MOVE EK-TEXT(1:EK-TEXT-LENGTH) TO EK-KEY
               MOVE EK-TEXT-LENGTH            TO EK-KEY-LENGTH.

           PERFORM 2076-GET-KEYGEN    THRU 2076-EXIT.
           PERFORM 2077-GET-PRIOR-KEY THRU 2077-EXIT.

       2075-EXIT.
           EXIT.

      *****************************************************************
      * Get the current key generation tag from the ZC##KG document.  *
      * A short or missing document leaves the tag as spaces, which   *
      * matches records written before key rotation existed.          *
      *****************************************************************
       2076-GET-KEYGEN.
           MOVE SPACES                TO KG-VALUE.

           MOVE 'KEYGEN'              TO CF-KEY-NAME.
           PERFORM 2074-GET-CONFIG THRU 2074-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:2)   TO KG-VALUE
               END-IF
               GO TO 2076-EXIT.
           MOVE SPACES                TO KG-TEXT.
           MOVE LENGTH OF KG-TEXT    TO KG-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(KG-TOKEN)
                TEMPLATE(ZECS-KG)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(KG-TOKEN)
                    INTO     (KG-TEXT)
                    LENGTH   (KG-TEXT-LENGTH)
                    MAXLENGTH(KG-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               KG-TEXT-LENGTH GREATER THAN 2
               MOVE KG-TEXT(1:2)      TO KG-VALUE.

       2076-EXIT.
           EXIT.

      *****************************************************************
      * Get the prior generation's key material from the ZC##EP       *
      * document.  A short or missing document leaves EP-KEY-LENGTH   *
      * zero, which means no rotation is in flight.                   *
      *****************************************************************
       2077-GET-PRIOR-KEY.
           MOVE ZEROES                TO EP-KEY-LENGTH.
           MOVE SPACES                TO EP-KEY.

           MOVE 'PRIORKEY'            TO CF-KEY-NAME.
           PERFORM 2074-GET-CONFIG THRU 2074-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EP-KEY
                   MOVE CF-VALUE-LEN    TO EP-KEY-LENGTH
               END-IF
               GO TO 2077-EXIT.
           MOVE SPACES                TO EP-TEXT.
           MOVE LENGTH OF EP-TEXT    TO EP-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(EP-TOKEN)
                TEMPLATE(ZECS-EP)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EP-TOKEN)
                    INTO     (EP-TEXT)
                    LENGTH   (EP-TEXT-LENGTH)
                    MAXLENGTH(EP-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               EP-TEXT-LENGTH GREATER THAN 2
               SUBTRACT 2             FROM EP-TEXT-LENGTH
               IF  EP-TEXT-LENGTH GREATER THAN 32
                   MOVE 32                  TO EP-TEXT-LENGTH
               END-IF
               MOVE EP-TEXT(1:EP-TEXT-LENGTH) TO EP-KEY
               MOVE EP-TEXT-LENGTH            TO EP-KEY-LENGTH.

       2077-EXIT.
           EXIT.

      *****************************************************************
      * Deliver a DELETE to the origin.                               *
      *****************************************************************
       2050-DELIVER-DELETE.
           MOVE DFHVALUE(DELETE)         TO WEB-METHOD.
           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (OG-SESSTOKEN)
                PATH      (OG-WEB-PATH)
                PATHLENGTH(OG-WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                INTO      (CONVERSE-RESPONSE)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO DELIVER-FAILED.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-204
               MOVE 'Y'                  TO DELIVER-FAILED.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Put a delivery the origin would not take back on the queue,   *
      * its attempt count raised, so the next cycle retries it.       *
      *****************************************************************
       2060-REQUEUE.
           ADD  ONE                      TO WB-REQUEUE-COUNT.
           MOVE LENGTH OF OQ-RECORD      TO OQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(OQ-QUEUE)
                FROM(OQ-RECORD)
                LENGTH(OQ-LENGTH)
                NOHANDLE
           END-EXEC.

       2060-EXIT.
           EXIT.

      *****************************************************************
      * Give up on a delivery: report the key, its verb, the attempts *
      * made and the origin's last answer to CSSL.  The local cache   *
      * keeps the value; only the origin is short of it.              *
      *****************************************************************
       2080-ABANDON.
           ADD  ONE                      TO WB-ABANDON-COUNT.
           MOVE OQ-ATTEMPTS              TO RPT-ATTEMPTS-D.

           MOVE SPACES                   TO TD-MESSAGE.

           IF  OG-FOUND NOT EQUAL 'Y'
               STRING 'ORIGIN WRITE ABANDONED NO ORIGIN '
                                         DELIMITED BY SIZE
                      OQ-METHOD          DELIMITED BY SPACE
                      ' KEY='            DELIMITED BY SIZE
                      OQ-KEY             DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               STRING 'ORIGIN WRITE ABANDONED ATTEMPTS='
                                         DELIMITED BY SIZE
                      RPT-ATTEMPTS-D     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      OQ-METHOD          DELIMITED BY SPACE
                      ' KEY='            DELIMITED BY SIZE
                      OQ-KEY             DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           END-IF.

           MOVE OQ-TRANID                TO TD-TRANID.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       2080-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) on the configured retry interval.         *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(WB-INTERVAL)
                FROM    (ZC-PARM)
                LENGTH  (ZC-LENGTH)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) quickly between batches of a long drain.  *
      *****************************************************************
       8100-RESTART-QUICK.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(0001)
                FROM    (ZC-PARM)
                LENGTH  (ZC-LENGTH)
                NOHANDLE
           END-EXEC.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Task abended.  Restart and Return.                            *
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Take the backlog still queued, write the cycle report to TD   *
      * CSSL, and stamp the control record.                           *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE ZEROES                   TO OQ-NUMITEMS.

           EXEC CICS INQUIRE TDQUEUE(OQ-QUEUE)
                NUMITEMS(OQ-NUMITEMS)
                NOHANDLE
           END-EXEC.

           MOVE OQ-NUMITEMS              TO WB-BACKLOG.

           IF  WB-SENT-COUNT    GREATER THAN ZEROES
           OR  WB-REQUEUE-COUNT GREATER THAN ZEROES
           OR  WB-ABANDON-COUNT GREATER THAN ZEROES
               MOVE WB-SENT-COUNT        TO RPT-SENT-COUNT-D
               MOVE WB-REQUEUE-COUNT     TO RPT-REQUEUE-COUNT-D
               MOVE WB-ABANDON-COUNT     TO RPT-ABANDON-COUNT-D
               MOVE WB-BACKLOG           TO RPT-BACKLOG-D

               MOVE SPACES               TO TD-MESSAGE
               STRING 'ORIGIN WRITE-BEHIND SENT=' RPT-SENT-COUNT-D
                      ' REQUEUED='         RPT-REQUEUE-COUNT-D
                      ' ABANDONED='        RPT-ABANDON-COUNT-D
                      ' BACKLOG='          RPT-BACKLOG-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               MOVE EIBTRNID             TO TD-TRANID
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE EIBTASKN                 TO WB-TASKID.
           MOVE APPLID                   TO WB-APPLID.
           MOVE CURRENT-ABS              TO WB-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(WB-TIME)
                YYYYMMDD(WB-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.  The caller sets TD-TRANID.                    *
      *****************************************************************
       9910-WRITE-CSSL.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.
