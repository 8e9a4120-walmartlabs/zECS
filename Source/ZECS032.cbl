       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS032.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to invalidate the dependents of a key  *
      * that has just been rewritten, PATCHed, deleted, erased or     *
      * expired.  A writer declares its parents with ?depends= on a   *
      * POST/PUT, and the service records one ZCxxDP row per edge;    *
      * this program browses the rows for the key in DX-KEY, removes  *
      * each dependent's KEY record and FILE chain the same way a     *
      * DELETE does, and then does the same for the dependents of     *
      * each dependent, breadth first, down to CASCADE-MAX-DEPTH      *
      * levels.  Every edge followed is removed, so a cycle of        *
      * declarations cannot loop; the key that started the cascade   *
      * is never itself invalidated by it.                            *
      *                                                               *
      * Each invalidation is audited as CASCADE and, when the caller  *
      * asks (DX-REPLICATE 'Y', the client path), the partner         *
      * deliveries are queued to RPLQ for the ZECS011 drainer, which  *
      * replays them as DELETEs from the key's current local state.   *
      * Everything runs inside the caller's unit of work -- the       *
      * caller's SYNCPOINT commits the cascade with the change that   *
      * caused it.                                                    *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     DX-TRANID       X(04)   the ZCxx cache                    *
      *     DX-REPLICATE    X(01)   'Y' to queue partner deliveries   *
      *     DX-KEY-LENGTH   S9(04)  COMP key length (zero: derive it  *
      *                             from the low-value padding)       *
      *     DX-KEY          X(255)  the key whose dependents go       *
      *     DX-USERID       X(08)   audited UserID (spaces: this task)*
      *     DX-REQUEST-ID   X(24)   audited correlation ID            *
      *     DX-INVALIDATED  S9(04)  COMP returned count               *
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
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.

       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

      *****************************************************************
      * Cascade limits.  CASCADE-MAX-DEPTH caps how many levels below *
      * the changed key are followed; PD-MAX caps how many keys one   *
      * cascade invalidates.  Edges past either limit stay on file    *
      * for a later change to pick up, and the stop is logged.        *
      *****************************************************************
       01  CASCADE-MAX-DEPTH      PIC S9(04) COMP VALUE 8.
       01  PD-MAX                 PIC S9(04) COMP VALUE 100.
       01  ED-MAX                 PIC S9(04) COMP VALUE 32.
       01  LIMIT-COUNT            PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Keys whose dependents are still to be visited, breadth first. *
      * Entry 1 is the key the caller passed, at depth zero.          *
      *****************************************************************
       01  PD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  PD-INDEX               PIC S9(04) COMP VALUE ZEROES.

       01  PD-TABLE.
           02  PD-ENTRY OCCURS 100 TIMES.
               05  PD-DEPTH       PIC S9(04) COMP.
               05  PD-KEY-LEN     PIC S9(04) COMP.
               05  PD-KEY         PIC  X(255).

      *****************************************************************
      * One batch of edges for the key being visited.  The batch is   *
      * gathered and the browse ended before anything is deleted, and *
      * the browse is simply restarted for the next batch -- the      *
      * edges already followed are gone by then.                      *
      *****************************************************************
       01  ED-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  ED-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  ED-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  ED-PROGRESS            PIC  X(01) VALUE 'N'.

       01  ED-TABLE.
           02  ED-ENTRY OCCURS 32 TIMES.
               05  ED-DP-KEY      PIC  X(255).
               05  ED-CHILD-LEN   PIC S9(04) COMP.
               05  ED-CHILD       PIC  X(255).

       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

       01  ZECS-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(05) VALUE '_ZECS'.
           02  FILLER             PIC  X(07) VALUE SPACES.

       01  FILLER.
           02  ZECS-VALUE         PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZECS-VALUE.
               05  FILLER         PIC  X(06).
               05  ZECS-NC-HW     PIC  X(02).

       01  ZECS-INCREMENT         PIC  9(16) COMP VALUE  1.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       01  L1-QUEUE.
           02  L1-Q-TRANID        PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'L1  '.

       01  L1-DROPPED             PIC  X(01) VALUE 'N'.

       01  ZA-FCT.
           02  ZA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'AU  '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DELETE-LENGTH          PIC S9(04) COMP VALUE 8.
       01  VER-INDEX              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * zECS AUDIT record definition.                                 *
      *****************************************************************
       COPY ZECSZAC.

      *****************************************************************
      * zECS DEPENDENCY record definition.                            *
      *****************************************************************
       COPY ZECSDPC.

       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * Store-and-forward replication hand-off -- the same record     *
      * ZECS001 queues when a live replication converse fails.        *
      *****************************************************************
       01  RQ-QUEUE               PIC  X(04) VALUE 'RPLQ'.
       01  RQ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RQ-RECORD.
           02  RQ-METHOD          PIC  X(08) VALUE SPACES.
           02  RQ-PARTNER-URL     PIC  X(80) VALUE SPACES.
           02  RQ-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  RQ-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  RQ-QS-LENGTH       PIC S9(04) COMP VALUE ZEROES.
           02  RQ-QUERYSTRING     PIC  X(256) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  ZECS-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE 640.
       01  DC-LOADED              PIC  X(01) VALUE 'N'.

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(640) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  DC-PARTNER-MAX         PIC S9(04) COMP VALUE 8.
       01  DC-PARTNER-INDEX       PIC S9(04) COMP VALUE ZEROES.
       01  DC-SCAN-POINTER        PIC S9(08) COMP VALUE ZEROES.

       01  DC-PARTNERS.
           02  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DC-PARTNER-ENTRY OCCURS 8 TIMES.
               05  DC-PARTNER-URL         PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-URL-LENGTH  PIC S9(08) COMP VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-COUNT-D            PIC  Z(03)9.
       01  RPT-LIMIT-D            PIC  Z(03)9.
       01  RPT-KEY-LEN            PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Secondary index.  A dependent's ZCxxIX entry is removed by    *
      * ZECS044 along with the dependent.                             *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'D'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

      *****************************************************************
      * Online reorganization (ZECS050).  While the cache is tracking *
      * changes each dependent deleted here is logged by ZECS049; the *
      * state comes back from the first call and is passed on after.  *
      *****************************************************************
       01  ZECS049                PIC  X(08) VALUE 'ZECS049 '.

       01  ZECS049-COMM-AREA.
           02  RG-TRANID          PIC  X(04) VALUE SPACES.
           02  RG-STATE           PIC  X(01) VALUE SPACES.
           02  RG-KEY             PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Legal hold.  A dependent ZECS053 finds under a hold in force  *
      * is not invalidated; the edge to it is still removed, and its  *
      * own dependents are not visited, since it has not changed.     *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'CASCADE '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  DX-TRANID          PIC  X(04).
           02  DX-REPLICATE       PIC  X(01).
           02  FILLER             PIC  X(01).
           02  DX-KEY-LENGTH      PIC S9(04) COMP.
           02  DX-KEY             PIC  X(255).
           02  DX-USERID          PIC  X(08).
           02  DX-REQUEST-ID      PIC  X(24).
           02  DX-INVALIDATED     PIC S9(04) COMP.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-VISIT-KEY          THRU 2000-EXIT
                   VARYING PD-INDEX FROM 1 BY 1
                   UNTIL   PD-INDEX GREATER THAN PD-COUNT.
           PERFORM 9900-WRITE-REPORT       THRU 9900-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Point the file names at the caller's cache and   *
      * seed the visit list with the changed key.                     *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE ZEROES            TO DX-INVALIDATED.
           MOVE ZEROES            TO LIMIT-COUNT.
           MOVE SPACES            TO RG-STATE.

           MOVE DX-TRANID         TO ZK-TRANID
                                     ZF-TRANID
                                     ZC-COLD-TRANID
                                     DP-TRANID
                                     L1-Q-TRANID
                                     ZA-TRANID
                                     NC-TRANID
                                     DC-TRANID.

           IF  DX-KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE ZEROES        TO DX-KEY-LENGTH
               INSPECT DX-KEY TALLYING DX-KEY-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  DX-KEY-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  DX-USERID EQUAL SPACES
               EXEC CICS ASSIGN USERID(DX-USERID) NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ONE               TO PD-COUNT.
           MOVE ZEROES            TO PD-DEPTH(1).
           MOVE DX-KEY-LENGTH     TO PD-KEY-LEN(1).
           MOVE DX-KEY            TO PD-KEY(1).

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Visit one key: follow its edges a batch at a time until a     *
      * short batch shows there are no more.  A key at the depth cap  *
      * is only looked at -- any edge still hanging off it is         *
      * counted against the limit and left alone.                     *
      *****************************************************************
       2000-VISIT-KEY.
           IF  PD-DEPTH(PD-INDEX) NOT LESS THAN CASCADE-MAX-DEPTH
               PERFORM 2100-COLLECT-EDGES  THRU 2100-EXIT
               IF  ED-COUNT GREATER THAN ZEROES
                   ADD  ONE                TO LIMIT-COUNT
               END-IF
               GO TO 2000-EXIT.

           PERFORM 2010-FOLLOW-BATCH      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL ED-COUNT LESS THAN ED-MAX
               OR    ED-PROGRESS EQUAL 'N'.

       2000-EXIT.
           EXIT.

       2010-FOLLOW-BATCH.
           MOVE 'N'                       TO ED-PROGRESS.

           PERFORM 2100-COLLECT-EDGES     THRU 2100-EXIT.

           IF  ED-COUNT GREATER THAN ZEROES
               PERFORM 2200-FOLLOW-EDGE   THRU 2200-EXIT
                   VARYING ED-INDEX FROM 1 BY 1
                   UNTIL   ED-INDEX GREATER THAN ED-COUNT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Gather up to ED-MAX edges whose parent is the key being       *
      * visited.  The browse is generic on the parent's first 247     *
      * bytes; a longer parent that merely shares them is skipped on  *
      * the full DP-PARENT compare.                                   *
      *****************************************************************
       2100-COLLECT-EDGES.
           MOVE ZEROES                    TO ED-COUNT.
           MOVE LOW-VALUES                TO DP-KEY.
           MOVE PD-KEY(PD-INDEX)(1:247)   TO DP-PARENT-PREFIX.

           EXEC CICS STARTBR FILE(DP-FCT)
                RIDFLD(DP-KEY)
                GTEQ
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2100-EXIT.

           MOVE 'N'                       TO ED-BROWSE-DONE.

           PERFORM 2110-NEXT-EDGE         THRU 2110-EXIT
               WITH TEST AFTER
               UNTIL ED-BROWSE-DONE EQUAL 'Y'
               OR    ED-COUNT EQUAL ED-MAX.

           EXEC CICS ENDBR FILE(DP-FCT) NOHANDLE
           END-EXEC.

       2100-EXIT.
           EXIT.

       2110-NEXT-EDGE.
           MOVE LENGTH OF DP-RECORD       TO DP-LENGTH.

           EXEC CICS READNEXT FILE(DP-FCT)
                INTO(DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                   TO ED-BROWSE-DONE
               GO TO 2110-EXIT.

           IF  DP-PARENT-PREFIX NOT EQUAL PD-KEY(PD-INDEX)(1:247)
               MOVE 'Y'                   TO ED-BROWSE-DONE
               GO TO 2110-EXIT.

           IF  DP-PARENT-LEN NOT EQUAL PD-KEY-LEN(PD-INDEX)
           OR  DP-PARENT     NOT EQUAL PD-KEY(PD-INDEX)
               GO TO 2110-EXIT.

           ADD  ONE                       TO ED-COUNT.
           MOVE DP-KEY                    TO ED-DP-KEY(ED-COUNT).
           MOVE DP-CHILD-LEN              TO ED-CHILD-LEN(ED-COUNT).
           MOVE DP-CHILD                  TO ED-CHILD(ED-COUNT).

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Follow one edge: remove it, then invalidate the dependent if  *
      * it is still live.  A dependent already gone, a remembered     *
      * miss, or a tombstone has nothing to invalidate, and neither   *
      * does the key that started the cascade.                        *
      *****************************************************************
       2200-FOLLOW-EDGE.
           MOVE ED-DP-KEY(ED-INDEX)       TO DP-KEY.

           EXEC CICS DELETE FILE(DP-FCT)
                RIDFLD(DP-KEY)
                RESP(DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                   TO ED-PROGRESS.

           IF  ED-CHILD-LEN(ED-INDEX) EQUAL DX-KEY-LENGTH
           AND ED-CHILD(ED-INDEX)     EQUAL DX-KEY
               GO TO 2200-EXIT.

           MOVE ED-CHILD(ED-INDEX)        TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD       TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2200-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
               GO TO 2200-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               GO TO 2200-EXIT.

           PERFORM 2250-CHECK-HOLD        THRU 2250-EXIT.

           IF  HX-HELD EQUAL 'Y'
               GO TO 2200-EXIT.

           PERFORM 3000-DELETE-CHILD      THRU 3000-EXIT.
           PERFORM 3020-UNINDEX           THRU 3020-EXIT.
           PERFORM 3030-REORG-TRACK       THRU 3030-EXIT.
           PERFORM 3100-L1-INVALIDATE     THRU 3100-EXIT.
           PERFORM 3200-WRITE-AUDIT       THRU 3200-EXIT.

           IF  DX-REPLICATE EQUAL 'Y'
               PERFORM 3300-QUEUE-REPLICATION THRU 3300-EXIT.

           ADD  ONE                       TO DX-INVALIDATED.

           IF  PD-COUNT LESS THAN PD-MAX
               ADD  ONE                   TO PD-COUNT
               COMPUTE PD-DEPTH(PD-COUNT) = PD-DEPTH(PD-INDEX) + 1
               MOVE ED-CHILD-LEN(ED-INDEX) TO PD-KEY-LEN(PD-COUNT)
               MOVE ED-CHILD(ED-INDEX)    TO PD-KEY(PD-COUNT)
           ELSE
               ADD  ONE                   TO LIMIT-COUNT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Is the dependent under a legal hold?                          *
      *****************************************************************
       2250-CHECK-HOLD.
           MOVE DX-TRANID                 TO HX-TRANID.
           MOVE 'CASCADE '                TO HX-PATH.
           MOVE 'N'                       TO HX-SWEEP.
           MOVE 'N'                       TO HX-HELD.
           MOVE ED-CHILD-LEN(ED-INDEX)    TO HX-KEY-LENGTH.
           MOVE ED-CHILD(ED-INDEX)        TO HX-KEY.
           MOVE DX-USERID                 TO HX-USERID.
           MOVE DX-REQUEST-ID             TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       2250-EXIT.
           EXIT.

      *****************************************************************
      * Remove the dependent's retained generations, its current      *
      * chain from whichever tier the KEY record names, and the KEY   *
      * record itself -- the same shape the service's DELETE has.     *
      *****************************************************************
       3000-DELETE-CHILD.
           IF  ZK-VER-COUNT GREATER THAN ZEROES
               PERFORM 3010-DELETE-VERSION THRU 3010-EXIT
                   WITH TEST AFTER
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX NOT LESS THAN ZK-VER-COUNT.

           MOVE ZK-ZF-KEY                 TO DELETE-KEY.
           MOVE ZEROES                    TO DELETE-ZEROES.

           IF  ZK-ON-COLD-TIER
               EXEC CICS DELETE FILE(ZC-COLD-FCT)
                    RIDFLD(DELETE-KEY-16)
                    KEYLENGTH(DELETE-LENGTH)
                    GENERIC
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS DELETE FILE(ZF-FCT)
                    RIDFLD(DELETE-KEY-16)
                    KEYLENGTH(DELETE-LENGTH)
                    GENERIC
                    NOHANDLE
               END-EXEC
           END-IF.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(ZK-KEY)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

       3010-DELETE-VERSION.
           MOVE ZK-VER-KEY(VER-INDEX)     TO DELETE-KEY.
           MOVE ZEROES                    TO DELETE-ZEROES.

           EXEC CICS DELETE FILE(ZF-FCT)
                RIDFLD(DELETE-KEY-16)
                KEYLENGTH(DELETE-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Remove the dependent's secondary index entry.                 *
      *****************************************************************
       3020-UNINDEX.
           MOVE DX-TRANID                TO XI-TRANID.
           MOVE 'D'                      TO XI-ACTION.
           MOVE ED-CHILD-LEN(ED-INDEX)   TO XI-KEY-LENGTH.
           MOVE ED-CHILD(ED-INDEX)       TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3020-EXIT.
           EXIT.

      *****************************************************************
      * Log the deleted dependent for a reorganization tracking this  *
      * cache's changes (ZECS049).                                    *
      *****************************************************************
       3030-REORG-TRACK.
           IF  RG-STATE EQUAL 'N'
               GO TO 3030-EXIT.

           MOVE DX-TRANID                TO RG-TRANID.
           MOVE ZK-KEY                   TO RG-KEY.

           EXEC CICS LINK PROGRAM(ZECS049)
                COMMAREA(ZECS049-COMM-AREA)
                LENGTH  (LENGTH OF ZECS049-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Drop the cache's L1 ring once per cascade, as the queued-     *
      * operations task does, so no dependent keeps serving from it.  *
      *****************************************************************
       3100-L1-INVALIDATE.
           IF  L1-DROPPED EQUAL 'Y'
               GO TO 3100-EXIT.

           MOVE 'Y'                       TO L1-DROPPED.

           EXEC CICS DELETEQ TS QUEUE(L1-QUEUE)
                NOHANDLE
           END-EXEC.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Write one ZA-FCT audit record for the invalidated dependent,  *
      * the same key scheme the service's 9960-WRITE-AUDIT stamps,    *
      * under the caller's UserID and correlation ID.                 *
      *****************************************************************
       3200-WRITE-AUDIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)              TO ZA-IDN.
           MOVE ZECS-NC-HW                TO ZA-NC.
           MOVE 'CASCADE'                 TO ZA-OPERATION.
           MOVE DX-USERID                 TO ZA-USERID.
           MOVE ED-CHILD-LEN(ED-INDEX)    TO ZA-CACHE-KEY-LEN.
           MOVE ED-CHILD(ED-INDEX)        TO ZA-CACHE-KEY.
           MOVE DX-REQUEST-ID             TO ZA-REQUEST-ID.

           EXEC CICS ASKTIME ABSTIME(ZA-ABS) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF ZA-RECORD       TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                NOHANDLE
           END-EXEC.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Queue the dependent's DELETE to RPLQ, one record per partner  *
      * Data Center.  The partner list is read once per cascade.      *
      *****************************************************************
       3300-QUEUE-REPLICATION.
           IF  DC-LOADED EQUAL 'N'
               MOVE 'Y'                   TO DC-LOADED
               PERFORM 7000-GET-URL     THRU 7000-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               GO TO 3300-EXIT.

           IF  DC-PARTNER-COUNT GREATER THAN ZEROES
               PERFORM 3310-QUEUE-ONE   THRU 3310-EXIT
                   WITH TEST AFTER
                   VARYING DC-PARTNER-INDEX FROM 1 BY 1
                   UNTIL DC-PARTNER-INDEX
                         NOT LESS THAN DC-PARTNER-COUNT.

       3300-EXIT.
           EXIT.

       3310-QUEUE-ONE.
           MOVE SPACES                    TO RQ-RECORD.
           MOVE 'DELETE'                  TO RQ-METHOD.
           MOVE DC-PARTNER-URL(DC-PARTNER-INDEX)
                                           TO RQ-PARTNER-URL.
           MOVE ED-CHILD-LEN(ED-INDEX)    TO RQ-KEY-LENGTH.
           MOVE ED-CHILD(ED-INDEX)        TO RQ-KEY.
           MOVE ZEROES                    TO RQ-QS-LENGTH.
           MOVE LENGTH OF RQ-RECORD       TO RQ-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RQ-QUEUE)
                FROM(RQ-RECORD)
                LENGTH(RQ-LENGTH)
                NOHANDLE
           END-EXEC.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * Get the partner Data Center URL list, the same document       *
      * template read the service's replication uses.                 *
      *****************************************************************
       7000-GET-URL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZECS-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES               TO DC-PARTNER-COUNT.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               DC-LENGTH GREATER THAN TEN
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH
               PERFORM 7050-SPLIT-PARTNERS     THRU 7050-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR
               DC-LENGTH LESS THAN TEN            OR
               DC-LENGTH EQUAL            TEN     OR
               DC-PARTNER-COUNT EQUAL ZEROES
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Split THE-OTHER-DC into one entry per partner Data Center,    *
      * one URL per line (CRLF delimited), up to DC-PARTNER-MAX       *
      * partners.                                                     *
      *****************************************************************
       7050-SPLIT-PARTNERS.
           MOVE ONE                  TO DC-SCAN-POINTER.

           PERFORM 7060-SPLIT-NEXT   THRU 7060-EXIT
               WITH TEST AFTER
               UNTIL DC-SCAN-POINTER NOT LESS THAN THE-OTHER-DC-LENGTH
               OR    DC-PARTNER-COUNT EQUAL DC-PARTNER-MAX.

       7050-EXIT.
           EXIT.

       7060-SPLIT-NEXT.
           ADD  ONE                  TO DC-PARTNER-COUNT.
           MOVE SPACES
                  TO DC-PARTNER-URL(DC-PARTNER-COUNT).

           UNSTRING THE-OTHER-DC(1:THE-OTHER-DC-LENGTH)
                DELIMITED BY CRLF
                INTO DC-PARTNER-URL(DC-PARTNER-COUNT)
                WITH POINTER DC-SCAN-POINTER
           END-UNSTRING.

           IF  DC-PARTNER-URL(DC-PARTNER-COUNT) EQUAL SPACES
               SUBTRACT ONE           FROM DC-PARTNER-COUNT
           ELSE
               MOVE ZEROES
                      TO DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
               INSPECT DC-PARTNER-URL(DC-PARTNER-COUNT)
                       TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       7060-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Task abended.  Return -- the caller's own unit of work        *
      * decides what happens to the change that started the cascade. *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * A cascade that stopped at either limit is logged to TD CSSL   *
      * with the key that started it; a complete one stays quiet.     *
      *****************************************************************
       9900-WRITE-REPORT.
           IF  LIMIT-COUNT EQUAL ZEROES
               GO TO 9900-EXIT.

           MOVE DX-INVALIDATED       TO RPT-COUNT-D.
           MOVE LIMIT-COUNT          TO RPT-LIMIT-D.
           MOVE DX-KEY-LENGTH        TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 48
               MOVE 48               TO RPT-KEY-LEN.

           MOVE SPACES               TO TD-MESSAGE.
           STRING 'CASCADE LIMIT INVALIDATED='  RPT-COUNT-D
                  ' LEFT='                       RPT-LIMIT-D
                  ' KEY='                        DX-KEY(1:RPT-KEY-LEN)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE DX-TRANID             TO TD-TRANID.
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
