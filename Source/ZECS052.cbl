       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS052.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to run a    *
      * disaster recovery drill for a cache or a group of caches, the *
      * runbook the semi-annual DR test used to walk by hand.  The    *
      * drill is defined on the ZCDRILL control record keyed by this  *
      * transaction's tranid -- the caches to drill (up to eight,     *
      * drained together), the recovery time target and the limits    *
      * its checks are judged by -- and started on demand.  Each run  *
      * carries its step on the control record, task by task on the   *
      * ICE chain:                                                    *
      *                                                               *
      *   PRECHECK  every cache has a partner Data Center to send its *
      *             clients to and is not already in maintenance or   *
      *             being reorganized;                                *
      *   HOLD      hold point -- nothing is drained until the        *
      *             operator sets DL-RELEASE to 'Y';                  *
      *   DRAIN     the *MAINT* row on each cache's ZCxxSD goes to    *
      *             DRAIN, the zMaint drain: clients are redirected   *
      *             to the partner;                                   *
      *   CLIENTS   after DL-SETTLE seconds for clients to follow the *
      *             redirect, the redirects counted on the ZCxxRS     *
      *             files over a second DL-SETTLE seconds must be no  *
      *             more than DL-STRAGGLERS: the clients have moved;  *
      *   CANARY    the canary key is written, read back, verified    *
      *             and deleted on each cache at the partner the      *
      *             clients were sent to.  Service there is then      *
      *             recovered: the recovery time achieved runs from   *
      *             the drain to this point;                          *
      *   AUDIT     ZECS012 audits each cache against its partners    *
      *             for the drill, and the keys missing, older or     *
      *             diverged may total no more than DL-DIVERGE-MAX    *
      *             per cache, within DL-AUDIT-WAIT seconds;          *
      *   HOLD      hold point -- nothing fails back until the        *
      *             operator sets DL-RELEASE to 'Y' again;            *
      *   FAILBACK  the drill's *MAINT* rows are removed and service  *
      *             resumes locally.                                  *
      *                                                               *
      * A check that fails stops the drill: any cache it drained is   *
      * failed back straight away and the remaining steps are not     *
      * taken.  Setting DL-CANCEL to 'Y' stops it the same way.       *
      *                                                               *
      * Every step is kept, with its start, end and outcome, on the   *
      * ZCDRLOG evidence file (ZECSDEC) under the run.  When the run  *
      * ends the dated evidence report -- each step's timings, the    *
      * recovery time achieved against the target, the keys out of    *
      * step and the canary failures per cache -- is written to CSSL. *
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
       01  PROBE-START-ABS        PIC S9(15) VALUE ZEROES COMP-3.
       01  ELAPSED-MS             PIC S9(15) VALUE ZEROES COMP-3.
       01  ELAPSED-SECONDS        PIC S9(09) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.
       01  ONE-THOUSAND           PIC S9(04) VALUE   1000 COMP-3.
       01  RESTART-INTERVAL       PIC S9(07) VALUE      1 COMP-3.
       01  HOLD-POLL              PIC S9(07) VALUE     15 COMP-3.
       01  AUDIT-POLL             PIC S9(07) VALUE     30 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  CHECK-FAILED           PIC  X(01) VALUE 'N'.
       01  ALL-AUDITED            PIC  X(01) VALUE 'N'.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.

       01  ZC-PARM.
           02  ZC-RUN-ABS         PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 16.

       01  STEP-PRECHECK          PIC S9(03) VALUE 1 COMP-3.
       01  STEP-HOLD-DRAIN        PIC S9(03) VALUE 2 COMP-3.
       01  STEP-DRAIN             PIC S9(03) VALUE 3 COMP-3.
       01  STEP-CLIENTS           PIC S9(03) VALUE 4 COMP-3.
       01  STEP-CANARY            PIC S9(03) VALUE 5 COMP-3.
       01  STEP-AUDIT             PIC S9(03) VALUE 6 COMP-3.
       01  STEP-HOLD-FAILBACK     PIC S9(03) VALUE 7 COMP-3.
       01  STEP-FAILBACK          PIC S9(03) VALUE 8 COMP-3.
       01  STEP-FINISH            PIC S9(03) VALUE 9 COMP-3.

      *****************************************************************
      * zcDRILL control file resources - start                        *
      *****************************************************************
       01  DL-FCT                 PIC  X(08) VALUE 'ZCDRILL '.
       01  DL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DL-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DL-RECORD.
           02  DL-KEY             PIC  X(04).
           02  DL-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
      *    *--------------------------------------------------------*
      *    * The operator releases a hold point by setting           *
      *    * DL-RELEASE to 'Y', and stops a drill in progress by     *
      *    * setting DL-CANCEL to 'Y'.  The drill definition: the    *
      *    * recovery time target (seconds), the seconds clients     *
      *    * are given to move and then watched for, the redirects   *
      *    * allowed while watched, the keys out of step allowed     *
      *    * per cache, the seconds the audit may take, and the      *
      *    * caches.  Non-numeric values take the defaults, as do    *
      *    * zero target, settle and audit times.                    *
      *    *--------------------------------------------------------*
           02  DL-CANCEL          PIC  X(01) VALUE 'N'.
           02  DL-RELEASE         PIC  X(01) VALUE 'N'.
           02  DL-RTO-TARGET      PIC S9(07) COMP-3 VALUE 900.
           02  DL-SETTLE          PIC S9(05) COMP-3 VALUE 60.
           02  DL-STRAGGLERS      PIC S9(07) COMP-3 VALUE ZEROES.
           02  DL-DIVERGE-MAX     PIC S9(07) COMP-3 VALUE ZEROES.
           02  DL-AUDIT-WAIT      PIC S9(05) COMP-3 VALUE 3600.
           02  DL-CACHE-ID        PIC  X(04) OCCURS 8 TIMES.
           02  DL-STATE           PIC  X(01) VALUE SPACES.
               88  DL-RUNNING                 VALUE 'R' 'H'.
               88  DL-HOLDING                 VALUE 'H'.
           02  DL-STEP            PIC S9(03) COMP-3 VALUE ZEROES.
           02  DL-SUBSTEP         PIC S9(03) COMP-3 VALUE ZEROES.
           02  DL-SEQ             PIC S9(04) COMP   VALUE ZEROES.
           02  DL-RUN-ABS         PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-STEP-ABS        PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-DRAIN-ABS       PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-RECOVER-ABS     PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-FAILBACK-ABS    PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-END-ABS         PIC S9(15) COMP-3 VALUE ZEROES.
           02  DL-RS-BASE         PIC S9(11) COMP-3 VALUE ZEROES.
           02  DL-REASON          PIC  X(40) VALUE SPACES.
           02  DL-RESULT OCCURS 8 TIMES.
               05  DL-C-DRAINED   PIC  X(01).
               05  DL-C-AUDITED   PIC  X(01).
               05  DL-C-MISSING   PIC S9(07) COMP-3.
               05  DL-C-OLDER     PIC S9(07) COMP-3.
               05  DL-C-DIVERGED  PIC S9(07) COMP-3.
               05  DL-C-CANARY-FAILS
                                  PIC S9(03) COMP-3.
               05  DL-C-CANARY-MS PIC S9(07) COMP-3.
           02  DL-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DL-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DL-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DL-TASKID          PIC  9(06).
           02  FILLER             PIC  X(40).

       01  DL-RECORD-SAVE.
           02  FILLER             PIC  X(12).
           02  DL-SAVE-CANCEL     PIC  X(01).
           02  DL-SAVE-RELEASE    PIC  X(01).
           02  FILLER             PIC X(386).

      *****************************************************************
      * zcDRILL control file resources - end                          *
      *****************************************************************

       01  ZC-DRILL-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCDRILL_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  CACHE-MAX              PIC S9(04) COMP VALUE 8.
       01  CACHE-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  CACHE-INDEX            PIC S9(04) COMP VALUE ZEROES.
       01  CACHE-LIST             PIC  X(40) VALUE SPACES.
       01  CACHE-POINTER          PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS DR DRILL EVIDENCE record definition.                     *
      *****************************************************************
       COPY ZECSDEC.

       01  DE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DE-PREFIX-LENGTH       PIC S9(04) COMP VALUE 12.
       01  EV-STEP                PIC  X(08) VALUE SPACES.
       01  EV-CACHE               PIC  X(04) VALUE SPACES.
       01  EV-OUTCOME             PIC  X(04) VALUE SPACES.
       01  EV-DETAIL              PIC  X(30) VALUE SPACES.
       01  HOLD-WHAT              PIC  X(14) VALUE SPACES.

      *****************************************************************
      * Each cache's maintenance row on its ZCxxSD security file, the *
      * row the zMaint drain writes.                                  *
      *****************************************************************
       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  SD-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  MAINT-ROW-KEY          PIC  X(07) VALUE '*MAINT*'.
       01  MAINT-DRAIN            PIC  X(06) VALUE 'DRAIN '.

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

      *****************************************************************
      * Each cache's response-status counters, for the redirects.     *
      *****************************************************************
       01  RS-FCT.
           02  RS-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RS  '.

       01  RS-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RS-REDIRECT-CLASS      PIC S9(04) COMP VALUE 3.
       01  REDIRECT-TOTAL         PIC S9(11) VALUE ZEROES COMP-3.
       01  REDIRECT-DELTA         PIC S9(11) VALUE ZEROES COMP-3.

      *****************************************************************
      * zECS RESPONSE-STATUS counter record definition.               *
      *****************************************************************
       COPY ZECSRSC.

      *****************************************************************
      * The consistency audit chains' control records, as ZECS012     *
      * defines them -- the drill finds each cache's audit tranid by  *
      * the cache it names.                                           *
      *****************************************************************
       01  XD-FCT                 PIC  X(08) VALUE 'ZCXDCAUD'.
       01  XD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  XD-RECORD.
           02  XD-KEY             PIC  X(04).
           02  FILLER             PIC  X(59).
           02  XD-CACHE           PIC  X(04).
           02  FILLER             PIC  X(02).

       01  AUDIT-TRANID           PIC  X(04) VALUE SPACES.

      *****************************************************************
      * The ICE data that starts ZECS012 for the drill.  ZC-DRILL     *
      * names this drill, the run and the cache's place in the drill  *
      * definition, so the audit writes its totals to this run's      *
      * evidence and stops when it is done.                           *
      *****************************************************************
       01  AU-PARM.
           02  AU-TRANID          PIC  X(04) VALUE SPACES.
           02  AU-KEY             PIC X(255) VALUE LOW-VALUES.
           02  AU-DRILL           PIC  X(04) VALUE SPACES.
           02  AU-DRILL-RUN-ABS   PIC S9(15) VALUE ZEROES COMP-3.
           02  AU-DRILL-SLOT      PIC S9(04) VALUE ZEROES COMP.
           02  AU-MISSING         PIC S9(07) VALUE ZEROES COMP-3.
           02  AU-OLDER           PIC S9(07) VALUE ZEROES COMP-3.
           02  AU-DIVERGED        PIC S9(07) VALUE ZEROES COMP-3.

       01  AU-LENGTH              PIC S9(04) COMP VALUE 285.
       01  KEYS-OUT               PIC S9(09) VALUE ZEROES COMP-3.

      *****************************************************************
      * Partner Data Centers, read the way ZECS012 reads them.  The   *
      * drain redirects clients to the first; the canary runs there.  *
      *****************************************************************
       01  ZECS-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE 640.

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
       01  DC-SCAN-POINTER        PIC S9(08) COMP VALUE ZEROES.

       01  DC-PARTNERS.
           02  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DC-PARTNER-ENTRY OCCURS 8 TIMES.
               05  DC-PARTNER-URL         PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-URL-LENGTH  PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-HOST        PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-HOST-LENGTH PIC S9(08) COMP VALUE 80.
               05  DC-PARTNER-PORT        PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-SCHEME-NAME PIC  X(16) VALUE SPACES.
               05  DC-PARTNER-SCHEME      PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-SESSTOKEN   PIC  9(18) COMP VALUE ZEROES.

      *****************************************************************
      * The partner canary.  The key goes over the /replicate path so *
      * the partner keeps it to itself.                               *
      *****************************************************************
       01  SLASH                  PIC  X(01) VALUE '/'.
       01  REPLICATE              PIC  X(10) VALUE '/replicate'.
       01  FIVE-TWELVE            PIC S9(08) COMP VALUE 512.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URI-MAP                PIC  X(08) VALUE SPACES.
       01  URI-PATH               PIC X(255) VALUE SPACES.
       01  WEB-PATH               PIC X(512) VALUE SPACES.
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.
       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  NUMBER-OF-SPACES       PIC S9(08) COMP VALUE ZEROES.
       01  NUMBER-OF-NULLS        PIC S9(08) COMP VALUE ZEROES.

       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-201        PIC S9(04) COMP VALUE 201.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  OCTET-STREAM           PIC  X(56)
                                       VALUE 'application/octet-stream'.

       01  CANARY-KEY.
           02  FILLER             PIC  X(09) VALUE 'ZECSDRILL'.
           02  CANARY-KEY-TRANID  PIC  X(04) VALUE SPACES.
       01  CANARY-VALUE.
           02  FILLER             PIC  X(09) VALUE 'ZECSDRILL'.
           02  CANARY-ABS-D       PIC  9(15) VALUE ZEROES.
       01  CANARY-CHECK           PIC  X(24) VALUE SPACES.
       01  CANARY-LENGTH          PIC S9(08) COMP VALUE 24.
       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 24.
       01  CANARY-FAILED-AT       PIC  X(08) VALUE SPACES.

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

       01  RPT-DATE               PIC  X(10) VALUE SPACES.
       01  RPT-START-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-END-TIME           PIC  X(08) VALUE SPACES.
       01  RPT-OUTCOME            PIC  X(08) VALUE SPACES.
       01  RPT-SEQ-D              PIC  ZZ9.
       01  RPT-SECS-D             PIC  Z(05)9.
       01  RPT-TARGET-D           PIC  Z(06)9.
       01  RPT-ACHIEVED-D         PIC  Z(06)9.
       01  RPT-ELAPSED-D          PIC  Z(06)9.
       01  RPT-MISSING-D          PIC  Z(06)9.
       01  RPT-OLDER-D            PIC  Z(06)9.
       01  RPT-DIVERGED-D         PIC  Z(06)9.
       01  RPT-FAILS-D            PIC  ZZ9.
       01  RPT-MS-D               PIC  Z(06)9.
       01  RPT-COUNT-D            PIC  Z(06)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  DL-CANCEL EQUAL 'Y'
               MOVE 'CANCELLED BY THE OPERATOR' TO DL-REASON
               PERFORM 9500-STOP           THRU 9500-EXIT.

           IF  DL-STEP EQUAL STEP-PRECHECK
               PERFORM 2000-PRECHECK       THRU 2000-EXIT.

           IF  DL-STEP EQUAL STEP-HOLD-DRAIN
               PERFORM 2500-HOLD           THRU 2500-EXIT.

           IF  DL-STEP EQUAL STEP-DRAIN
               PERFORM 3000-DRAIN          THRU 3000-EXIT.

           IF  DL-STEP EQUAL STEP-CLIENTS
               PERFORM 3500-CLIENTS        THRU 3500-EXIT.

           IF  DL-STEP EQUAL STEP-CANARY
               PERFORM 4000-CANARY         THRU 4000-EXIT.

           IF  DL-STEP EQUAL STEP-AUDIT
               PERFORM 4500-AUDIT          THRU 4500-EXIT.

           IF  DL-STEP EQUAL STEP-HOLD-FAILBACK
               PERFORM 2500-HOLD           THRU 2500-EXIT.

           IF  DL-STEP EQUAL STEP-FAILBACK
               PERFORM 5000-FAILBACK       THRU 5000-EXIT.

           IF  DL-STEP EQUAL STEP-FINISH
               PERFORM 5500-FINISH         THRU 5500-EXIT.

           PERFORM 1400-SAVE-CONTROL       THRU 1400-EXIT.

           IF  DL-RUNNING
               PERFORM 8000-RESTART        THRU 8000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the drill.  ZC-RUN-ABS ties each     *
      * task on the ICE chain to the run it belongs to, the way the   *
      * online reorganization does: a start that does not carry it    *
      * while a run is in progress is turned away unless DL-CANCEL    *
      * has been set, and a task left over from a run that has ended  *
      * has nothing to do.                                            *
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

           MOVE EIBTRNID          TO ZC-ENQ-TRANID
                                     CANARY-KEY-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

           IF  DL-RUNNING
               IF  ZC-RUN-ABS NOT EQUAL DL-RUN-ABS
               AND DL-CANCEL  NOT EQUAL 'Y'
                   MOVE SPACES            TO TD-MESSAGE
                   STRING 'DRILL '           EIBTRNID
                          ' ALREADY RUNNING - START IGNORED'
                          DELIMITED BY SIZE
                          INTO TD-MESSAGE
                   END-STRING
                   PERFORM 9910-WRITE-CSSL THRU 9910-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT
               END-IF
           ELSE
               IF  ZC-RUN-ABS EQUAL ZEROES
                   PERFORM 1500-START-DRILL THRU 1500-EXIT
               ELSE
                   PERFORM 9000-RETURN     THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the drill.                             *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-DRILL-ENQ)
                LENGTH(LENGTH OF  ZC-DRILL-ENQ)
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
      * Read the zcDRILL control record, writing it with the defaults *
      * the first time, to pick up the drill definition and the run   *
      * in progress.                                                  *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO DL-KEY.
           MOVE LENGTH OF DL-RECORD      TO DL-LENGTH.

           EXEC CICS READ
                FILE   (DL-FCT)
                RIDFLD (DL-KEY)
                INTO   (DL-RECORD)
                LENGTH (DL-LENGTH)
                RESP   (DL-RESP)
                NOHANDLE
           END-EXEC.

           IF  DL-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO DL-KEY
               MOVE SPACES               TO DL-CACHE-ID(1)
                                            DL-CACHE-ID(2)
                                            DL-CACHE-ID(3)
                                            DL-CACHE-ID(4)
                                            DL-CACHE-ID(5)
                                            DL-CACHE-ID(6)
                                            DL-CACHE-ID(7)
                                            DL-CACHE-ID(8)
               MOVE LENGTH OF DL-RECORD  TO DL-LENGTH
               EXEC CICS WRITE
                    FILE   (DL-FCT)
                    RIDFLD (DL-KEY)
                    FROM   (DL-RECORD)
                    LENGTH (DL-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  DL-RTO-TARGET NOT NUMERIC
           OR  DL-RTO-TARGET NOT GREATER THAN ZEROES
               MOVE 900                  TO DL-RTO-TARGET.

           IF  DL-SETTLE NOT NUMERIC
           OR  DL-SETTLE NOT GREATER THAN ZEROES
               MOVE 60                   TO DL-SETTLE.

           IF  DL-STRAGGLERS NOT NUMERIC
               MOVE ZEROES               TO DL-STRAGGLERS.

           IF  DL-DIVERGE-MAX NOT NUMERIC
               MOVE ZEROES               TO DL-DIVERGE-MAX.

           IF  DL-AUDIT-WAIT NOT NUMERIC
           OR  DL-AUDIT-WAIT NOT GREATER THAN ZEROES
               MOVE 3600                 TO DL-AUDIT-WAIT.

           MOVE ZEROES                   TO CACHE-COUNT.
           PERFORM 1310-COUNT-CACHE      THRU 1310-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-MAX
               OR    CACHE-COUNT LESS THAN CACHE-INDEX.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * The caches are the leading non-blank DL-CACHE-ID entries.     *
      *****************************************************************
       1310-COUNT-CACHE.
           IF  DL-CACHE-ID(CACHE-INDEX) NOT EQUAL SPACES
           AND DL-CACHE-ID(CACHE-INDEX) NOT EQUAL LOW-VALUES
               MOVE CACHE-INDEX          TO CACHE-COUNT.

       1310-EXIT.
           EXIT.

      *****************************************************************
      * Persist the run on the control record.  A cancel or release   *
      * the operator set while this task ran is kept.                 *
      *****************************************************************
       1400-SAVE-CONTROL.
           MOVE EIBTRNID                 TO DL-KEY.
           MOVE LENGTH OF DL-RECORD-SAVE TO DL-LENGTH.

           EXEC CICS READ
                FILE   (DL-FCT)
                RIDFLD (DL-KEY)
                INTO   (DL-RECORD-SAVE)
                LENGTH (DL-LENGTH)
                RESP   (DL-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  DL-RUNNING
           AND DL-SAVE-CANCEL EQUAL 'Y'
               MOVE 'Y'                  TO DL-CANCEL.

           IF  DL-HOLDING
           AND DL-SAVE-RELEASE EQUAL 'Y'
               MOVE 'Y'                  TO DL-RELEASE.

           MOVE EIBTASKN                 TO DL-TASKID.
           MOVE APPLID                   TO DL-APPLID.
           MOVE CURRENT-ABS              TO DL-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(DL-TIME)
                YYYYMMDD(DL-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           IF  DL-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF DL-RECORD  TO DL-LENGTH
               EXEC CICS REWRITE
                    FILE  (DL-FCT)
                    FROM  (DL-RECORD)
                    LENGTH(DL-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Start a run.  A definition with no caches is turned away.     *
      *****************************************************************
       1500-START-DRILL.
           IF  CACHE-COUNT EQUAL ZEROES
               MOVE SPACES                TO TD-MESSAGE
               STRING 'DRILL '               EIBTRNID
                      ' DEFINES NO CACHES - START IGNORED'
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL    THRU 9910-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           MOVE CURRENT-ABS              TO DL-RUN-ABS
                                            DL-STEP-ABS
                                            ZC-RUN-ABS.
           MOVE ZEROES                   TO DL-DRAIN-ABS
                                            DL-RECOVER-ABS
                                            DL-FAILBACK-ABS
                                            DL-END-ABS
                                            DL-RS-BASE
                                            DL-SUBSTEP
                                            DL-SEQ.
           MOVE 'R'                      TO DL-STATE.
           MOVE STEP-PRECHECK            TO DL-STEP.
           MOVE 'N'                      TO DL-CANCEL
                                            DL-RELEASE.
           MOVE SPACES                   TO DL-REASON.

           PERFORM 1510-RESET-RESULT     THRU 1510-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-MAX.

           PERFORM 9720-CACHE-LIST       THRU 9720-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL '                     DELIMITED BY SIZE
                  EIBTRNID                     DELIMITED BY SIZE
                  ' STARTED CACHES='           DELIMITED BY SIZE
                  CACHE-LIST                   DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       1500-EXIT.
           EXIT.

       1510-RESET-RESULT.
           MOVE 'N'                      TO DL-C-DRAINED(CACHE-INDEX)
                                            DL-C-AUDITED(CACHE-INDEX).
           MOVE ZEROES                   TO DL-C-MISSING(CACHE-INDEX)
                                            DL-C-OLDER(CACHE-INDEX)
                                            DL-C-DIVERGED(CACHE-INDEX)
                                          DL-C-CANARY-FAILS(CACHE-INDEX)
                                            DL-C-CANARY-MS(CACHE-INDEX).

       1510-EXIT.
           EXIT.

      *****************************************************************
      * Before anything is drained: every cache must have a partner   *
      * to redirect its clients to, and must not already be in        *
      * maintenance or in the middle of a reorganization.             *
      *****************************************************************
       2000-PRECHECK.
           MOVE 'N'                      TO CHECK-FAILED.

           PERFORM 2010-PRECHECK-CACHE   THRU 2010-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           IF  CHECK-FAILED EQUAL 'Y'
               MOVE 'PRECHECK FAILED'    TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           MOVE STEP-HOLD-DRAIN          TO DL-STEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.

       2000-EXIT.
           EXIT.

       2010-PRECHECK-CACHE.
           MOVE 'PRECHECK'               TO EV-STEP.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE.
           MOVE 'PASS'                   TO EV-OUTCOME.
           MOVE 'PARTNER SET, NOT IN MAINT'
                                         TO EV-DETAIL.

           MOVE DL-CACHE-ID(CACHE-INDEX) TO DC-TRANID.
           PERFORM 7000-GET-URL          THRU 7000-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               MOVE 'NO PARTNER DATA CENTER' TO EV-DETAIL
               GO TO 2010-FAILED.

           MOVE DL-CACHE-ID(CACHE-INDEX) TO ZS-TRANID.
           MOVE SPACES                   TO ZS-KEY.
           MOVE MAINT-ROW-KEY            TO ZS-KEY(1:7).
           PERFORM 6000-READ-SD          THRU 6000-EXIT.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'ALREADY IN MAINTENANCE' TO EV-DETAIL
               GO TO 2010-FAILED.

           IF  SD-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 'SECURITY FILE UNAVAILABLE' TO EV-DETAIL
               GO TO 2010-FAILED.

           MOVE SPACES                   TO ZS-KEY.
           MOVE REORG-ROW-KEY            TO ZS-KEY(1:7).
           PERFORM 6000-READ-SD          THRU 6000-EXIT.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'REORGANIZATION RUNNING' TO EV-DETAIL
               GO TO 2010-FAILED.

           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.
           GO TO 2010-EXIT.

       2010-FAILED.
           MOVE 'FAIL'                   TO EV-OUTCOME.
           MOVE 'Y'                      TO CHECK-FAILED.
           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Hold point before a destructive step.  The drill waits,       *
      * polling, until the operator sets DL-RELEASE to 'Y'; the hold  *
      * and its release are kept as one step, so the evidence shows   *
      * how long the drill stood waiting.                             *
      *****************************************************************
       2500-HOLD.
           IF  DL-STEP EQUAL STEP-HOLD-DRAIN
               MOVE 'BEFORE DRAIN'       TO HOLD-WHAT
           ELSE
               MOVE 'BEFORE FAILBACK'    TO HOLD-WHAT.

           IF  NOT DL-HOLDING
               MOVE 'H'                  TO DL-STATE
               MOVE 'N'                  TO DL-RELEASE
               MOVE HOLD-POLL            TO RESTART-INTERVAL
               MOVE SPACES               TO TD-MESSAGE
               STRING 'DRILL '                 DELIMITED BY SIZE
                      EIBTRNID                 DELIMITED BY SIZE
                      ' HOLDING '              DELIMITED BY SIZE
                      HOLD-WHAT                DELIMITED BY SIZE
                      ' - SET RELEASE TO Y ON ZCDRILL'
                                               DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               GO TO 2500-EXIT.

           IF  DL-RELEASE NOT EQUAL 'Y'
               MOVE HOLD-POLL            TO RESTART-INTERVAL
               GO TO 2500-EXIT.

           MOVE 'R'                      TO DL-STATE.
           MOVE 'N'                      TO DL-RELEASE.

           MOVE 'HOLD'                   TO EV-STEP.
           MOVE SPACES                   TO EV-CACHE.
           MOVE 'PASS'                   TO EV-OUTCOME.
           MOVE SPACES                   TO EV-DETAIL.
           STRING HOLD-WHAT                    DELIMITED BY '  '
                  ' RELEASED'                  DELIMITED BY SIZE
                  INTO EV-DETAIL
           END-STRING.
           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

           ADD  ONE                      TO DL-STEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.
           MOVE ONE                      TO RESTART-INTERVAL.

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Drain: put each cache's *MAINT* row into DRAIN, exactly as    *
      * POST /resources/zMaint?mode=drain does.  A row that has       *
      * appeared since the precheck is somebody else's maintenance    *
      * and is left alone -- the drill stops.                         *
      *****************************************************************
       3000-DRAIN.
           MOVE 'N'                      TO CHECK-FAILED.
           MOVE CURRENT-ABS              TO DL-DRAIN-ABS.

           PERFORM 3010-DRAIN-CACHE      THRU 3010-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT
               OR    CHECK-FAILED EQUAL 'Y'.

           IF  CHECK-FAILED EQUAL 'Y'
               MOVE 'DRAIN FAILED'       TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           MOVE STEP-CLIENTS             TO DL-STEP.
           MOVE ZEROES                   TO DL-SUBSTEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.

       3000-EXIT.
           EXIT.

       3010-DRAIN-CACHE.
           MOVE 'DRAIN'                  TO EV-STEP.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE
                                            ZS-TRANID.

           MOVE SPACES                   TO ZS-RECORD.
           MOVE MAINT-ROW-KEY            TO ZS-KEY(1:7).
           MOVE MAINT-DRAIN              TO ZS-ACCESS.
           MOVE ZEROES                   TO ZS-TTL-CEILING
                                            ZS-RATE-LIMIT
                                            ZS-RATE-WINDOW-START
                                            ZS-RATE-COUNT
                                            ZS-MAX-KEYS
                                            ZS-MAX-BYTES
                                            ZS-USED-KEYS
                                            ZS-USED-BYTES
                                            ZS-PRIORITY
                                            ZS-EXPIRE-DATE
                                            ZS-LAST-USED-ABS.
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS WRITE FILE(ZS-FCT)
                FROM(ZS-RECORD)
                RIDFLD(ZS-KEY)
                LENGTH(ZS-LENGTH)
                RESP(WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO DL-C-DRAINED(CACHE-INDEX)
               MOVE 'PASS'               TO EV-OUTCOME
               MOVE 'CLIENTS REDIRECTED' TO EV-DETAIL
           ELSE
               MOVE 'Y'                  TO CHECK-FAILED
               MOVE 'FAIL'               TO EV-OUTCOME
               IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
                   MOVE 'MAINTENANCE ROW APPEARED' TO EV-DETAIL
               ELSE
                   MOVE 'MAINTENANCE ROW NOT WRITTEN' TO EV-DETAIL
               END-IF
           END-IF.

           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Confirm the clients have moved.  Substep 0 gives them         *
      * DL-SETTLE seconds to follow the redirect; substep 1 counts    *
      * the redirects every cache has answered so far; substep 2,     *
      * DL-SETTLE seconds later, counts again.  Redirects still being *
      * answered mean clients still calling this region.  The daily   *
      * status report clears the counters, so a count lower than the  *
      * base is taken as all new.                                     *
      *****************************************************************
       3500-CLIENTS.
           MOVE DL-SETTLE                TO RESTART-INTERVAL.

           IF  DL-SUBSTEP EQUAL ZEROES
               MOVE ONE                  TO DL-SUBSTEP
               GO TO 3500-EXIT.

           PERFORM 6100-COUNT-REDIRECTS  THRU 6100-EXIT.

           IF  DL-SUBSTEP EQUAL ONE
               MOVE REDIRECT-TOTAL       TO DL-RS-BASE
               ADD  ONE                  TO DL-SUBSTEP
               GO TO 3500-EXIT.

           IF  REDIRECT-TOTAL LESS THAN DL-RS-BASE
               MOVE REDIRECT-TOTAL       TO REDIRECT-DELTA
           ELSE
               SUBTRACT DL-RS-BASE FROM REDIRECT-TOTAL
                                     GIVING REDIRECT-DELTA.

           MOVE REDIRECT-DELTA           TO RPT-COUNT-D.
           MOVE 'CLIENTS'                TO EV-STEP.
           MOVE SPACES                   TO EV-CACHE
                                            EV-DETAIL.
           STRING 'REDIRECTS IN WINDOW='       DELIMITED BY SIZE
                  RPT-COUNT-D                  DELIMITED BY SIZE
                  INTO EV-DETAIL
           END-STRING.

           IF  REDIRECT-DELTA GREATER THAN DL-STRAGGLERS
               MOVE 'FAIL'               TO EV-OUTCOME
               PERFORM 9700-LOG-STEP     THRU 9700-EXIT
               MOVE 'CLIENTS STILL CALLING HERE' TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           MOVE 'PASS'                   TO EV-OUTCOME.
           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

           MOVE STEP-CANARY              TO DL-STEP.
           MOVE ZEROES                   TO DL-SUBSTEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.
           MOVE ONE                      TO RESTART-INTERVAL.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Run the canary against the partner each cache's clients were  *
      * sent to.  When every cache passes, service has been recovered *
      * at the partner.                                               *
      *****************************************************************
       4000-CANARY.
           MOVE 'N'                      TO CHECK-FAILED.

           PERFORM 4010-CANARY-CACHE     THRU 4010-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           IF  CHECK-FAILED EQUAL 'Y'
               MOVE 'PARTNER CANARY FAILED' TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE CURRENT-ABS              TO DL-RECOVER-ABS
                                            DL-STEP-ABS.
           MOVE STEP-AUDIT               TO DL-STEP.
           MOVE ZEROES                   TO DL-SUBSTEP.

       4000-EXIT.
           EXIT.

       4010-CANARY-CACHE.
           MOVE 'CANARY'                 TO EV-STEP.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE
                                            DC-TRANID.

           PERFORM 7000-GET-URL          THRU 7000-EXIT.

           EXEC CICS ASKTIME ABSTIME(PROBE-START-ABS) NOHANDLE
           END-EXEC.

           MOVE PROBE-START-ABS          TO CANARY-ABS-D.
           MOVE SPACES                   TO CANARY-FAILED-AT.

           IF  DC-PARTNER-COUNT EQUAL ZEROES
               MOVE 'PARTNER'            TO CANARY-FAILED-AT
           ELSE
               PERFORM 4100-PROBE-PARTNER THRU 4100-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT PROBE-START-ABS FROM CURRENT-ABS
                                     GIVING ELAPSED-MS.
           MOVE ELAPSED-MS               TO DL-C-CANARY-MS(CACHE-INDEX).
           MOVE ELAPSED-MS               TO RPT-MS-D.

           MOVE SPACES                   TO EV-DETAIL.

           IF  CANARY-FAILED-AT EQUAL SPACES
               MOVE 'PASS'               TO EV-OUTCOME
               STRING 'PARTNER OK MS='         DELIMITED BY SIZE
                      RPT-MS-D                 DELIMITED BY SIZE
                      INTO EV-DETAIL
               END-STRING
           ELSE
               MOVE 'Y'                  TO CHECK-FAILED
               ADD  ONE             TO DL-C-CANARY-FAILS(CACHE-INDEX)
               MOVE 'FAIL'               TO EV-OUTCOME
               STRING 'PARTNER FAILED AT '     DELIMITED BY SIZE
                      CANARY-FAILED-AT         DELIMITED BY SPACE
                      INTO EV-DETAIL
               END-STRING
           END-IF.

           MOVE PROBE-START-ABS          TO DL-STEP-ABS.
           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * Write the canary key to the partner, read it back, compare,   *
      * and delete it.  The first verb that fails is named.           *
      *****************************************************************
       4100-PROBE-PARTNER.
           IF  DC-PARTNER-SCHEME-NAME(1) EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(DC-PARTNER-HOST(1))
                HOSTLENGTH(DC-PARTNER-HOST-LENGTH(1))
                PORTNUMBER(DC-PARTNER-PORT(1))
                SCHEME(URL-SCHEME)
                SESSTOKEN(DC-PARTNER-SESSTOKEN(1))
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'CONNECT'            TO CANARY-FAILED-AT
               GO TO 4100-EXIT.

           PERFORM 6200-BUILD-PATH       THRU 6200-EXIT.

           MOVE DFHVALUE(POST)           TO WEB-METHOD.
           MOVE ZEROES                   TO WEB-STATUS-CODE.
           MOVE LENGTH OF CANARY-CHECK   TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(1))
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (OCTET-STREAM)
                FROM      (CANARY-VALUE)
                FROMLENGTH(CANARY-LENGTH)
                INTO      (CANARY-CHECK)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(NOCLICONVERT)
                NOHANDLE
           END-EXEC.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
           AND WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201
               MOVE 'WRITE'              TO CANARY-FAILED-AT
               GO TO 4100-CLOSE.

           MOVE DFHVALUE(GET)            TO WEB-METHOD.
           MOVE ZEROES                   TO WEB-STATUS-CODE.
           MOVE SPACES                   TO CANARY-CHECK.
           MOVE LENGTH OF CANARY-CHECK   TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(1))
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (OCTET-STREAM)
                INTO      (CANARY-CHECK)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(NOCLICONVERT)
                NOHANDLE
           END-EXEC.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
               MOVE 'READ'               TO CANARY-FAILED-AT
               GO TO 4100-DELETE.

           IF  CANARY-CHECK NOT EQUAL CANARY-VALUE
               MOVE 'VERIFY'             TO CANARY-FAILED-AT.

       4100-DELETE.
           MOVE DFHVALUE(DELETE)         TO WEB-METHOD.
           MOVE ZEROES                   TO WEB-STATUS-CODE.
           MOVE LENGTH OF CANARY-CHECK   TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(1))
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (OCTET-STREAM)
                INTO      (CANARY-CHECK)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(NOCLICONVERT)
                NOHANDLE
           END-EXEC.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
           AND WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-204
           AND CANARY-FAILED-AT EQUAL SPACES
               MOVE 'DELETE'             TO CANARY-FAILED-AT.

       4100-CLOSE.
           EXEC CICS WEB CLOSE
                SESSTOKEN(DC-PARTNER-SESSTOKEN(1))
                NOHANDLE
           END-EXEC.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Audit each cache against its partners.  Substep 0 starts a    *
      * ZECS012 pass for every cache on the tranid of that cache's    *
      * audit chain, marked for this drill; substep 1 polls the       *
      * evidence file until every pass has reported, or DL-AUDIT-WAIT *
      * seconds have gone by.                                         *
      *****************************************************************
       4500-AUDIT.
           MOVE AUDIT-POLL               TO RESTART-INTERVAL.

           IF  DL-SUBSTEP EQUAL ZEROES
               MOVE 'N'                  TO CHECK-FAILED
               PERFORM 4510-START-AUDIT  THRU 4510-EXIT
                   WITH TEST AFTER
                   VARYING CACHE-INDEX FROM 1 BY 1
                   UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT
               IF  CHECK-FAILED EQUAL 'Y'
                   MOVE 'AUDIT NOT STARTED' TO DL-REASON
                   PERFORM 9500-STOP     THRU 9500-EXIT
               END-IF
               MOVE ONE                  TO DL-SUBSTEP
               GO TO 4500-EXIT.

           MOVE 'Y'                      TO ALL-AUDITED.
           PERFORM 4520-READ-AUDIT       THRU 4520-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           IF  ALL-AUDITED NOT EQUAL 'Y'
               SUBTRACT DL-STEP-ABS FROM CURRENT-ABS
                                     GIVING ELAPSED-MS
               DIVIDE ONE-THOUSAND INTO ELAPSED-MS
                                     GIVING ELAPSED-SECONDS
               IF  ELAPSED-SECONDS GREATER THAN DL-AUDIT-WAIT
                   MOVE 'AUDIT'          TO EV-STEP
                   MOVE SPACES           TO EV-CACHE
                   MOVE 'FAIL'           TO EV-OUTCOME
                   MOVE 'AUDIT DID NOT COMPLETE IN TIME'
                                         TO EV-DETAIL
                   PERFORM 9700-LOG-STEP THRU 9700-EXIT
                   MOVE 'AUDIT DID NOT COMPLETE IN TIME'
                                         TO DL-REASON
                   PERFORM 9500-STOP     THRU 9500-EXIT
               END-IF
               GO TO 4500-EXIT.

           MOVE 'N'                      TO CHECK-FAILED.
           PERFORM 4530-JUDGE-AUDIT      THRU 4530-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           IF  CHECK-FAILED EQUAL 'Y'
               MOVE 'KEYS OUT OF STEP ON PARTNER' TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           MOVE STEP-HOLD-FAILBACK       TO DL-STEP.
           MOVE ZEROES                   TO DL-SUBSTEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.
           MOVE ONE                      TO RESTART-INTERVAL.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Find the cache's audit chain by the cache its control record  *
      * names, and start a pass on its tranid for this drill.         *
      *****************************************************************
       4510-START-AUDIT.
           MOVE SPACES                   TO AUDIT-TRANID.
           MOVE LOW-VALUES               TO XD-KEY.
           MOVE LENGTH OF XD-RECORD      TO XD-LENGTH.

           EXEC CICS STARTBR FILE(XD-FCT)
                RIDFLD(XD-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                  TO BROWSE-DONE
               PERFORM 4515-FIND-AUDIT   THRU 4515-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(XD-FCT) NOHANDLE
               END-EXEC.

           MOVE 'AUDIT'                  TO EV-STEP.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE.

           IF  AUDIT-TRANID EQUAL SPACES
               MOVE 'Y'                  TO CHECK-FAILED
               MOVE 'FAIL'               TO EV-OUTCOME
               MOVE 'NO AUDIT CHAIN FOR THE CACHE' TO EV-DETAIL
               PERFORM 9700-LOG-STEP     THRU 9700-EXIT
               GO TO 4510-EXIT.

           MOVE DL-CACHE-ID(CACHE-INDEX) TO AU-TRANID.
           MOVE LOW-VALUES               TO AU-KEY.
           MOVE EIBTRNID                 TO AU-DRILL.
           MOVE DL-RUN-ABS               TO AU-DRILL-RUN-ABS.
           MOVE CACHE-INDEX              TO AU-DRILL-SLOT.
           MOVE ZEROES                   TO AU-MISSING
                                            AU-OLDER
                                            AU-DIVERGED.
           MOVE LENGTH OF AU-PARM        TO AU-LENGTH.

           EXEC CICS START TRANSID(AUDIT-TRANID)
                FROM    (AU-PARM)
                LENGTH  (AU-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO CHECK-FAILED
               MOVE 'FAIL'               TO EV-OUTCOME
               MOVE 'AUDIT COULD NOT BE STARTED' TO EV-DETAIL
               PERFORM 9700-LOG-STEP     THRU 9700-EXIT.

       4510-EXIT.
           EXIT.

       4515-FIND-AUDIT.
           MOVE LENGTH OF XD-RECORD      TO XD-LENGTH.

           EXEC CICS READNEXT FILE(XD-FCT)
                INTO  (XD-RECORD)
                RIDFLD(XD-KEY)
                LENGTH(XD-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 4515-EXIT.

           IF  XD-CACHE EQUAL DL-CACHE-ID(CACHE-INDEX)
               MOVE XD-KEY               TO AUDIT-TRANID
               MOVE 'Y'                  TO BROWSE-DONE.

       4515-EXIT.
           EXIT.

      *****************************************************************
      * Pick up the cache's audit totals once ZECS012 has written     *
      * them for this run.                                            *
      *****************************************************************
       4520-READ-AUDIT.
           IF  DL-C-AUDITED(CACHE-INDEX) EQUAL 'Y'
               GO TO 4520-EXIT.

           MOVE EIBTRNID                 TO DE-TRANID.
           MOVE DL-RUN-ABS               TO DE-RUN-ABS.
           MOVE DE-TYPE-AUDIT            TO DE-TYPE.
           MOVE CACHE-INDEX              TO DE-SEQ.
           MOVE LENGTH OF DE-RECORD      TO DE-LENGTH.

           EXEC CICS READ FILE(DE-FCT)
                RIDFLD(DE-KEY)
                INTO  (DE-RECORD)
                LENGTH(DE-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                  TO ALL-AUDITED
               GO TO 4520-EXIT.

           MOVE 'Y'                      TO DL-C-AUDITED(CACHE-INDEX).
           MOVE DE-MISSING               TO DL-C-MISSING(CACHE-INDEX).
           MOVE DE-OLDER                 TO DL-C-OLDER(CACHE-INDEX).
           MOVE DE-DIVERGED              TO DL-C-DIVERGED(CACHE-INDEX).

       4520-EXIT.
           EXIT.

      *****************************************************************
      * Judge one cache's audit: the keys missing, older or diverged  *
      * on the partners may total no more than DL-DIVERGE-MAX.        *
      *****************************************************************
       4530-JUDGE-AUDIT.
           COMPUTE KEYS-OUT = DL-C-MISSING(CACHE-INDEX)
                            + DL-C-OLDER(CACHE-INDEX)
                            + DL-C-DIVERGED(CACHE-INDEX).

           MOVE KEYS-OUT                 TO RPT-COUNT-D.
           MOVE 'AUDIT'                  TO EV-STEP.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE.
           MOVE SPACES                   TO EV-DETAIL.
           STRING 'KEYS OUT OF STEP='          DELIMITED BY SIZE
                  RPT-COUNT-D                  DELIMITED BY SIZE
                  INTO EV-DETAIL
           END-STRING.

           IF  KEYS-OUT GREATER THAN DL-DIVERGE-MAX
               MOVE 'Y'                  TO CHECK-FAILED
               MOVE 'FAIL'               TO EV-OUTCOME
           ELSE
               MOVE 'PASS'               TO EV-OUTCOME.

           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

       4530-EXIT.
           EXIT.

      *****************************************************************
      * Fail back: remove the drill's *MAINT* rows so service resumes *
      * locally.  Only a row still in DRAIN is removed -- one the     *
      * operator has since changed is theirs to lift.                 *
      *****************************************************************
       5000-FAILBACK.
           MOVE 'N'                      TO CHECK-FAILED.
           MOVE 'FAILBACK'               TO EV-STEP.

           PERFORM 6300-LIFT-DRAIN       THRU 6300-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE CURRENT-ABS              TO DL-FAILBACK-ABS.

           IF  CHECK-FAILED EQUAL 'Y'
               MOVE 'FAILBACK DID NOT COMPLETE' TO DL-REASON
               PERFORM 9500-STOP         THRU 9500-EXIT.

           MOVE STEP-FINISH              TO DL-STEP.
           MOVE CURRENT-ABS              TO DL-STEP-ABS.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * The drill is complete.  Write the evidence report.            *
      *****************************************************************
       5500-FINISH.
           MOVE 'D'                      TO DL-STATE.
           MOVE CURRENT-ABS              TO DL-END-ABS.
           MOVE 'COMPLETE'               TO RPT-OUTCOME.

           PERFORM 9800-WRITE-REPORT     THRU 9800-EXIT.

       5500-EXIT.
           EXIT.

      *****************************************************************
      * Read a row from the cache's ZCxxSD file.                      *
      *****************************************************************
       6000-READ-SD.
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Total the redirects every drilled cache has answered.         *
      *****************************************************************
       6100-COUNT-REDIRECTS.
           MOVE ZEROES                   TO REDIRECT-TOTAL.

           PERFORM 6110-COUNT-CACHE      THRU 6110-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

       6100-EXIT.
           EXIT.

       6110-COUNT-CACHE.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO RS-TRANID.
           MOVE LOW-VALUES               TO RS-KEY.

           EXEC CICS STARTBR FILE(RS-FCT)
                RIDFLD(RS-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 6110-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.
           PERFORM 6120-COUNT-NEXT       THRU 6120-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RS-FCT) NOHANDLE
           END-EXEC.

       6110-EXIT.
           EXIT.

       6120-COUNT-NEXT.
           MOVE LENGTH OF RS-RECORD      TO RS-LENGTH.

           EXEC CICS READNEXT FILE(RS-FCT)
                INTO  (RS-RECORD)
                RIDFLD(RS-KEY)
                LENGTH(RS-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 6120-EXIT.

           ADD  RS-CLASS-COUNT(RS-REDIRECT-CLASS) TO REDIRECT-TOTAL.

       6120-EXIT.
           EXIT.

      *****************************************************************
      * Build the /replicate path for the canary key on the cache's   *
      * URIMAP, the construction ZECS012's audit uses.                *
      *****************************************************************
       6200-BUILD-PATH.
           MOVE FIVE-TWELVE      TO WEB-PATH-LENGTH.
           MOVE ZEROES           TO NUMBER-OF-NULLS.
           MOVE ZEROES           TO NUMBER-OF-SPACES.
           MOVE SPACES           TO WEB-PATH.
           MOVE DL-CACHE-ID(CACHE-INDEX) TO URI-MAP.
           MOVE 'R'              TO URI-MAP(5:1).

           EXEC CICS INQUIRE URIMAP(URI-MAP)
                PATH(URI-PATH)
                NOHANDLE
           END-EXEC.

           STRING URI-PATH
                  SLASH
                  CANARY-KEY
                  DELIMITED BY '*'
                  INTO WEB-PATH.

           INSPECT WEB-PATH TALLYING NUMBER-OF-NULLS
                   FOR ALL LOW-VALUES.
           SUBTRACT NUMBER-OF-NULLS  FROM WEB-PATH-LENGTH.

           INSPECT WEB-PATH TALLYING NUMBER-OF-SPACES
                   FOR ALL SPACES.
           SUBTRACT NUMBER-OF-SPACES FROM WEB-PATH-LENGTH.

           MOVE REPLICATE TO WEB-PATH(1:10).

       6200-EXIT.
           EXIT.

      *****************************************************************
      * Lift the drill's drain on one cache and confirm it is gone.   *
      *****************************************************************
       6300-LIFT-DRAIN.
           IF  DL-C-DRAINED(CACHE-INDEX) NOT EQUAL 'Y'
               GO TO 6300-EXIT.

           MOVE DL-CACHE-ID(CACHE-INDEX) TO EV-CACHE
                                            ZS-TRANID.
           MOVE SPACES                   TO ZS-KEY.
           MOVE MAINT-ROW-KEY            TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               IF  ZS-ACCESS EQUAL MAINT-DRAIN
                   EXEC CICS DELETE FILE(ZS-FCT)
                        NOHANDLE
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE(ZS-FCT)
                        NOHANDLE
                   END-EXEC
               END-IF
           END-IF.

           MOVE SPACES                   TO ZS-KEY.
           MOVE MAINT-ROW-KEY            TO ZS-KEY(1:7).
           PERFORM 6000-READ-SD          THRU 6000-EXIT.

           MOVE 'N'                      TO DL-C-DRAINED(CACHE-INDEX).

           IF  SD-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'PASS'               TO EV-OUTCOME
               MOVE 'DRAIN LIFTED'       TO EV-DETAIL
           ELSE
               MOVE 'Y'                  TO CHECK-FAILED
               MOVE 'FAIL'               TO EV-OUTCOME
               IF  SD-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'MAINT ROW CHANGED - LEFT' TO EV-DETAIL
               ELSE
                   MOVE 'SECURITY FILE UNAVAILABLE' TO EV-DETAIL
               END-IF
           END-IF.

           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

       6300-EXIT.
           EXIT.

      *****************************************************************
      * Get URL list for the cache's partner Data Centers, the same   *
      * document template read ZECS012's audit uses.                  *
      *****************************************************************
       7000-GET-URL.
           MOVE SPACES               TO DC-CONTROL.

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
                       FOR CHARACTERS BEFORE INITIAL SPACE

               EXEC CICS WEB PARSE
                    URL       (DC-PARTNER-URL(DC-PARTNER-COUNT))
                    URLLENGTH (DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT))
                    SCHEMENAME(DC-PARTNER-SCHEME-NAME
                                      (DC-PARTNER-COUNT))
                    HOST      (DC-PARTNER-HOST(DC-PARTNER-COUNT))
                    HOSTLENGTH(DC-PARTNER-HOST-LENGTH
                                      (DC-PARTNER-COUNT))
                    PORTNUMBER(DC-PARTNER-PORT(DC-PARTNER-COUNT))
                    NOHANDLE
               END-EXEC.

       7060-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  Each step sets how long to wait before  *
      * the next task: a second between steps, longer while the       *
      * clients settle, an audit runs, or a hold point waits.         *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(RESTART-INTERVAL)
                FROM    (ZC-PARM)
                LENGTH  (ZC-LENGTH)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
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
      * Task abended.  Restart and Return -- the step is taken again. *
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Stop the drill.  Whatever it drained is failed back at once,  *
      * the stop and its reason are kept with the evidence, and the   *
      * report is written.                                            *
      *****************************************************************
       9500-STOP.
           MOVE 'STOP'                   TO EV-STEP.
           MOVE SPACES                   TO EV-CACHE.
           MOVE 'FAIL'                   TO EV-OUTCOME.
           MOVE DL-REASON                TO EV-DETAIL.
           PERFORM 9700-LOG-STEP         THRU 9700-EXIT.

           MOVE CURRENT-ABS              TO DL-STEP-ABS.
           MOVE 'N'                      TO CHECK-FAILED.
           MOVE 'RESTORE'                TO EV-STEP.

           PERFORM 6300-LIFT-DRAIN       THRU 6300-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-MAX.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE 'S'                      TO DL-STATE.
           MOVE CURRENT-ABS              TO DL-END-ABS.
           MOVE 'STOPPED'                TO RPT-OUTCOME.

           PERFORM 9800-WRITE-REPORT     THRU 9800-EXIT.
           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       9500-EXIT.
           EXIT.

      *****************************************************************
      * Keep one step on the evidence file: from DL-STEP-ABS to now.  *
      * Each step also goes to CSSL as it happens.                    *
      *****************************************************************
       9700-LOG-STEP.
           ADD  ONE                      TO DL-SEQ.

           MOVE SPACES                   TO DE-RECORD.
           MOVE EIBTRNID                 TO DE-TRANID.
           MOVE DL-RUN-ABS               TO DE-RUN-ABS.
           MOVE DE-TYPE-STEP             TO DE-TYPE.
           MOVE DL-SEQ                   TO DE-SEQ.
           MOVE EV-STEP                  TO DE-STEP-NAME.
           MOVE EV-CACHE                 TO DE-CACHE.
           MOVE DL-STEP-ABS              TO DE-START-ABS.
           MOVE CURRENT-ABS              TO DE-END-ABS.
           MOVE EV-OUTCOME               TO DE-OUTCOME.
           MOVE ZEROES                   TO DE-MISSING
                                            DE-OLDER
                                            DE-DIVERGED.
           MOVE EV-DETAIL                TO DE-DETAIL.
           MOVE LENGTH OF DE-RECORD      TO DE-LENGTH.

           EXEC CICS WRITE FILE(DE-FCT)
                FROM(DE-RECORD)
                RIDFLD(DE-KEY)
                LENGTH(DE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL STEP='                DELIMITED BY SIZE
                  EV-STEP                      DELIMITED BY SIZE
                  ' CACHE='                    DELIMITED BY SIZE
                  EV-CACHE                     DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  EV-OUTCOME                   DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  EV-DETAIL                    DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9700-EXIT.
           EXIT.

      *****************************************************************
      * The drill's caches as a list for the report.                  *
      *****************************************************************
       9720-CACHE-LIST.
           MOVE SPACES                   TO CACHE-LIST.
           MOVE ONE                      TO CACHE-POINTER.

           PERFORM 9725-LIST-CACHE       THRU 9725-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

       9720-EXIT.
           EXIT.

       9725-LIST-CACHE.
           IF  CACHE-INDEX GREATER THAN ONE
               STRING ','                      DELIMITED BY SIZE
                      INTO CACHE-LIST
                      WITH POINTER CACHE-POINTER
               END-STRING.

           STRING DL-CACHE-ID(CACHE-INDEX)     DELIMITED BY SIZE
                  INTO CACHE-LIST
                  WITH POINTER CACHE-POINTER
           END-STRING.

       9725-EXIT.
           EXIT.

      *****************************************************************
      * Write the dated drill evidence report to TD CSSL: the run,    *
      * every step with its timings and outcome, the recovery time    *
      * achieved against the target, and each cache's keys out of     *
      * step and canary failures.                                     *
      *****************************************************************
       9800-WRITE-REPORT.
           PERFORM 9720-CACHE-LIST       THRU 9720-EXIT.

           EXEC CICS FORMATTIME ABSTIME(DL-RUN-ABS)
                YYYYMMDD(RPT-DATE)
                TIME(RPT-START-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(DL-END-ABS)
                TIME(RPT-END-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL EVIDENCE REPORT DRILL=' DELIMITED BY SIZE
                  EIBTRNID                     DELIMITED BY SIZE
                  ' DATE='                     DELIMITED BY SIZE
                  RPT-DATE                     DELIMITED BY SIZE
                  ' OUTCOME='                  DELIMITED BY SIZE
                  RPT-OUTCOME                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           SUBTRACT DL-RUN-ABS FROM DL-END-ABS GIVING ELAPSED-MS.
           DIVIDE ONE-THOUSAND INTO ELAPSED-MS GIVING ELAPSED-SECONDS.
           MOVE ELAPSED-SECONDS          TO RPT-ELAPSED-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL CACHES='              DELIMITED BY SIZE
                  CACHE-LIST                   DELIMITED BY SPACE
                  ' STARTED='                  DELIMITED BY SIZE
                  RPT-START-TIME               DELIMITED BY SIZE
                  ' ENDED='                    DELIMITED BY SIZE
                  RPT-END-TIME                 DELIMITED BY SIZE
                  ' SECONDS='                  DELIMITED BY SIZE
                  RPT-ELAPSED-D                DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE EIBTRNID                 TO DE-TRANID.
           MOVE DL-RUN-ABS               TO DE-RUN-ABS.
           MOVE DE-TYPE-STEP             TO DE-TYPE.
           MOVE ZEROES                   TO DE-SEQ.

           EXEC CICS STARTBR FILE(DE-FCT)
                RIDFLD(DE-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N'                  TO BROWSE-DONE
               PERFORM 9810-STEP-LINE    THRU 9810-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-DONE EQUAL 'Y'
               EXEC CICS ENDBR FILE(DE-FCT) NOHANDLE
               END-EXEC.

           PERFORM 9820-RTO-LINE         THRU 9820-EXIT.

           PERFORM 9830-CACHE-LINES      THRU 9830-EXIT
               WITH TEST AFTER
               VARYING CACHE-INDEX FROM 1 BY 1
               UNTIL CACHE-INDEX NOT LESS THAN CACHE-COUNT.

           IF  DL-STATE EQUAL 'S'
               MOVE SPACES               TO TD-MESSAGE
               STRING 'DRILL STOPPED - '       DELIMITED BY SIZE
                      DL-REASON                DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL EVIDENCE REPORT END DRILL=' DELIMITED BY SIZE
                  EIBTRNID                     DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * One step: sequence, step, cache, start and end times, seconds *
      * taken, outcome and detail.                                    *
      *****************************************************************
       9810-STEP-LINE.
           MOVE LENGTH OF DE-RECORD      TO DE-LENGTH.

           EXEC CICS READNEXT FILE(DE-FCT)
                INTO  (DE-RECORD)
                RIDFLD(DE-KEY)
                LENGTH(DE-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DE-TRANID  NOT EQUAL EIBTRNID
           OR  DE-RUN-ABS NOT EQUAL DL-RUN-ABS
           OR  DE-TYPE    NOT EQUAL DE-TYPE-STEP
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 9810-EXIT.

           EXEC CICS FORMATTIME ABSTIME(DE-START-ABS)
                TIME(RPT-START-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(DE-END-ABS)
                TIME(RPT-END-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           SUBTRACT DE-START-ABS FROM DE-END-ABS GIVING ELAPSED-MS.
           DIVIDE ONE-THOUSAND INTO ELAPSED-MS GIVING ELAPSED-SECONDS.
           MOVE ELAPSED-SECONDS          TO RPT-SECS-D.
           MOVE DE-SEQ                   TO RPT-SEQ-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL '                     DELIMITED BY SIZE
                  RPT-SEQ-D                    DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  DE-STEP-NAME                 DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  DE-CACHE                     DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  RPT-START-TIME               DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  RPT-END-TIME                 DELIMITED BY SIZE
                  ' SECS='                     DELIMITED BY SIZE
                  RPT-SECS-D                   DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  DE-OUTCOME                   DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  DE-DETAIL                    DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * Recovery time achieved -- drain to a passing partner canary   *
      * -- against the target.                                        *
      *****************************************************************
       9820-RTO-LINE.
           MOVE DL-RTO-TARGET            TO RPT-TARGET-D.
           MOVE SPACES                   TO TD-MESSAGE.

           IF  DL-RECOVER-ABS EQUAL ZEROES
           OR  DL-DRAIN-ABS   EQUAL ZEROES
               STRING 'DRILL RTO TARGET='      DELIMITED BY SIZE
                      RPT-TARGET-D             DELIMITED BY SIZE
                      ' SECONDS NOT REACHED'   DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               GO TO 9820-EXIT.

           SUBTRACT DL-DRAIN-ABS FROM DL-RECOVER-ABS GIVING ELAPSED-MS.
           DIVIDE ONE-THOUSAND INTO ELAPSED-MS GIVING ELAPSED-SECONDS.
           MOVE ELAPSED-SECONDS          TO RPT-ACHIEVED-D.

           IF  ELAPSED-SECONDS GREATER THAN DL-RTO-TARGET
               MOVE 'MISSED'             TO RPT-OUTCOME
           ELSE
               MOVE 'MET'                TO RPT-OUTCOME.

           STRING 'DRILL RTO TARGET='          DELIMITED BY SIZE
                  RPT-TARGET-D                 DELIMITED BY SIZE
                  ' ACHIEVED='                 DELIMITED BY SIZE
                  RPT-ACHIEVED-D               DELIMITED BY SIZE
                  ' SECONDS '                  DELIMITED BY SIZE
                  RPT-OUTCOME                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9820-EXIT.
           EXIT.

      *****************************************************************
      * One cache's keys out of step and canary failures.             *
      *****************************************************************
       9830-CACHE-LINES.
           MOVE SPACES                   TO TD-MESSAGE.

           IF  DL-C-AUDITED(CACHE-INDEX) EQUAL 'Y'
               MOVE DL-C-MISSING(CACHE-INDEX)  TO RPT-MISSING-D
               MOVE DL-C-OLDER(CACHE-INDEX)    TO RPT-OLDER-D
               MOVE DL-C-DIVERGED(CACHE-INDEX) TO RPT-DIVERGED-D
               STRING 'DRILL CACHE='           DELIMITED BY SIZE
                      DL-CACHE-ID(CACHE-INDEX) DELIMITED BY SIZE
                      ' KEYS MISSING='         DELIMITED BY SIZE
                      RPT-MISSING-D            DELIMITED BY SIZE
                      ' OLDER='                DELIMITED BY SIZE
                      RPT-OLDER-D              DELIMITED BY SIZE
                      ' DIVERGED='             DELIMITED BY SIZE
                      RPT-DIVERGED-D           DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               STRING 'DRILL CACHE='           DELIMITED BY SIZE
                      DL-CACHE-ID(CACHE-INDEX) DELIMITED BY SIZE
                      ' KEYS NOT AUDITED'      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           END-IF.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE DL-C-CANARY-FAILS(CACHE-INDEX) TO RPT-FAILS-D.
           MOVE DL-C-CANARY-MS(CACHE-INDEX)    TO RPT-MS-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRILL CACHE='               DELIMITED BY SIZE
                  DL-CACHE-ID(CACHE-INDEX)     DELIMITED BY SIZE
                  ' CANARY FAILURES='          DELIMITED BY SIZE
                  RPT-FAILS-D                  DELIMITED BY SIZE
                  ' MS='                       DELIMITED BY SIZE
                  RPT-MS-D                     DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9830-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
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
