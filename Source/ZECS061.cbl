       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS061.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to forward  *
      * the cache's audit and security events to the enterprise SIEM  *
      * within seconds of their being written.  Every event the       *
      * security operations center asks for already lands on the      *
      * ZCxxAU audit file: client mutations, ECS002 security          *
      * administration (SECADD, SECUPD, SECDEL, ...), zLogin session  *
      * tokens (LOGIN), zErase destruction reports (ERASE), and the   *
      * authorization refusals (AUTHFAIL, AUTHADDR, AUTHWIN,          *
      * AUTHLOCK, CLASSREJ).  Nothing in the request path changes --  *
      * the audit file IS the buffer, so a SIEM outage can never      *
      * block or fail a cache request.                                *
      *                                                               *
      * Each cycle browses the audit file onward from the high-water  *
      * mark on the cache's ZCSIEM row (see ZECSSMC), formats each    *
      * record as one CEF (ArcSight Common Event Format) line, and    *
      * POSTs the lines in batches to the collector's URL.  The mark  *
      * advances only past a batch the collector accepted, one unit   *
      * of work per batch; a POST that fails leaves the mark where it *
      * was and ends the cycle, so once the collector is back the     *
      * held events are replayed from there, in the order they were   *
      * written.  An event may be sent twice if a task ends between   *
      * the collector's answer and the mark being saved -- never      *
      * dropped.  ZECS008 does not archive past the mark.             *
      *                                                               *
      * The collector going down and coming back are reported to      *
      * CSSL once each, and the backlog waiting past the mark is      *
      * counted at the end of every cycle for /resources/metrics.     *
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
       01  SETTLE-ABS             PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  BROWSE-DONE            PIC  X(01) VALUE 'N'.
       01  FORWARD-DONE           PIC  X(01) VALUE 'N'.
       01  POST-FAILED            PIC  X(01) VALUE 'N'.
       01  POST-COUNT             PIC S9(07) VALUE ZEROES COMP-3.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcSIEM control file resources - start                         *
      *****************************************************************
       01  SM-FCT                 PIC  X(08) VALUE 'ZCSIEM  '.
       01  SM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SM-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZECSSMC.

      *****************************************************************
      * zcSIEM control file resources - end                           *
      *****************************************************************

       01  SM-RECORD-SAVE         PIC  X(290).

       01  SM-BATCH-MAX           PIC S9(07) VALUE 20 COMP-3.

       01  ZC-SIEM-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCSIEM__'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZA-FCT.
           02  ZA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'AU  '.

       01  ZA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  BR-KEY                 PIC  X(08) VALUE LOW-VALUES.

      *****************************************************************
      * zECS AUDIT record definition.                                 *
      *****************************************************************
       COPY ZECSZAC.

       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

      *****************************************************************
      * The batch being built: the POST body, one CEF line per event  *
      * ended by a newline, and the key and time of the last event in *
      * it -- where the mark moves to when the collector accepts it.  *
      *****************************************************************
       01  BT-COUNT               PIC S9(07) VALUE ZEROES COMP-3.
       01  BT-LAST-KEY            PIC  X(08) VALUE LOW-VALUES.
       01  BT-LAST-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  BT-POINTER             PIC S9(08) COMP VALUE ZEROES.
       01  BT-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  BT-ROOM                PIC S9(08) COMP VALUE 32000.
       01  BT-NEWLINE             PIC  X(01) VALUE X'25'.
       01  BT-BODY                PIC  X(32000) VALUE SPACES.

      *****************************************************************
      * One event's CEF line.  ABSTIME counts milliseconds from 1900; *
      * CEF's rt= wants them from 1970, EV-EPOCH-OFFSET earlier.      *
      *****************************************************************
       01  EV-LINE                PIC  X(1600) VALUE SPACES.
       01  EV-POINTER             PIC S9(08) COMP VALUE ZEROES.
       01  EV-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  EV-EPOCH-OFFSET        PIC S9(15) VALUE 2208988800000 COMP-3.
       01  EV-EPOCH-MS            PIC S9(15) VALUE ZEROES COMP-3.
       01  EV-EPOCH-D             PIC  9(13) VALUE ZEROES.
       01  EV-SEVERITY-D          PIC  9(02) VALUE ZEROES.
       01  EV-NAME                PIC  X(24) VALUE SPACES.
       01  EV-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  EV-FOUND               PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Event classes.  An operation not named here is an ordinary    *
      * cache mutation, severity 3.                                   *
      *****************************************************************
       01  EV-TABLE-VALUES.
           02  FILLER             PIC  X(34) VALUE
               'AUTHFAIL05Authentication refused  '.
           02  FILLER             PIC  X(34) VALUE
               'AUTHLOCK08Authentication lockout  '.
           02  FILLER             PIC  X(34) VALUE
               'AUTHADDR06Client address refused  '.
           02  FILLER             PIC  X(34) VALUE
               'AUTHWIN 05Outside access window   '.
           02  FILLER             PIC  X(34) VALUE
               'CLASSREJ05Data class refusal      '.
           02  FILLER             PIC  X(34) VALUE
               'SECADD  06Security row added      '.
           02  FILLER             PIC  X(34) VALUE
               'SECUPD  06Security row changed    '.
           02  FILLER             PIC  X(34) VALUE
               'SECDEL  07Security row deleted    '.
           02  FILLER             PIC  X(34) VALUE
               'SECPRI  04Priority class set      '.
           02  FILLER             PIC  X(34) VALUE
               'SECWIN  05Access window set       '.
           02  FILLER             PIC  X(34) VALUE
               'SECADR  06Address list set        '.
           02  FILLER             PIC  X(34) VALUE
               'SECUNLK 07Lockout lifted          '.
           02  FILLER             PIC  X(34) VALUE
               'LOGIN   03Session token issued    '.
           02  FILLER             PIC  X(34) VALUE
               'ERASE   07Erasure report          '.
           02  FILLER             PIC  X(34) VALUE
               'TERMREP 07Support value repair    '.
           02  FILLER             PIC  X(34) VALUE
               'MAINT   06Maintenance mode change '.
           02  FILLER             PIC  X(34) VALUE
               'ZCONFIG 06Configuration change    '.
           02  FILLER             PIC  X(34) VALUE
               'ZTASKS  05Background task control '.
           02  FILLER             PIC  X(34) VALUE
               'HOLDADD 05Legal hold placed       '.
           02  FILLER             PIC  X(34) VALUE
               'HOLDREL 06Legal hold released     '.
           02  FILLER             PIC  X(34) VALUE
               'HOLDSKIP04Removal refused by hold '.
           02  FILLER             PIC  X(34) VALUE
               'TENANTON06Tenant onboarded        '.
           02  FILLER             PIC  X(34) VALUE
               'TENANTOF06Tenant offboarded       '.
       01  FILLER REDEFINES EV-TABLE-VALUES.
           02  EV-ENTRY OCCURS 23 TIMES.
               05  EV-OPERATION   PIC  X(08).
               05  EV-SEVERITY    PIC  9(02).
               05  EV-DESCRIPTION PIC  X(24).

       01  EV-MAX                 PIC S9(04) COMP VALUE 23.

      *****************************************************************
      * CEF extension escaping: a backslash or an equals sign in a    *
      * value is escaped with a backslash, and a control character    *
      * is sent as a period so one event can never break the line.    *
      *****************************************************************
       01  ESC-SOURCE             PIC  X(255) VALUE SPACES.
       01  ESC-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  ESC-INDEX              PIC S9(04) COMP VALUE ZEROES.
       01  ESC-BYTE               PIC  X(01) VALUE SPACES.

      *****************************************************************
      * Collector connection.                                         *
      *****************************************************************
       01  SM-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  SM-PATH-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  SM-WEB-PATH            PIC  X(64) VALUE SPACES.
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  SM-SESSTOKEN           PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-201        PIC S9(04) COMP VALUE 201.
       01  HTTP-STATUS-202        PIC S9(04) COMP VALUE 202.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.

       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.

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

       01  RPT-STATUS-D           PIC  ZZ9.
       01  RPT-COUNT-D            PIC  Z(06)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  SM-URL NOT EQUAL SPACES
               PERFORM 2000-FORWARD        THRU 2000-EXIT
               PERFORM 3000-COUNT-BACKLOG  THRU 3000-EXIT.

           PERFORM 9900-WRITE-REPORT       THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the SIEM forwarder task.             *
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

           MOVE ZC-TRANID         TO ZA-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the SIEM forwarder task.               *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-SIEM-ENQ)
                LENGTH(LENGTH OF  ZC-SIEM-ENQ)
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
      * Read/write the cache's zcSIEM control record to pick up the   *
      * collector, the batch sizes and the mark, and reset the        *
      * cycle's counters.  The first cycle with a collector URL       *
      * starts the mark at the current time-of-day.                   *
      *****************************************************************
       1300-CONTROL.
           MOVE ZC-TRANID                TO SM-KEY.
           MOVE LENGTH OF SM-RECORD      TO SM-LENGTH.

           EXEC CICS READ
                FILE   (SM-FCT)
                RIDFLD (SM-KEY)
                INTO   (SM-RECORD)
                LENGTH (SM-LENGTH)
                RESP   (SM-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SM-RESP EQUAL DFHRESP(NOTFND)
               MOVE ZC-TRANID            TO SM-KEY
               EXEC CICS WRITE
                    FILE   (SM-FCT)
                    RIDFLD (SM-KEY)
                    FROM   (SM-RECORD)
                    LENGTH (SM-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO SM-FORWARDED
                                            SM-FAILED-POSTS
               EXEC CICS REWRITE
                    FILE  (SM-FCT)
                    FROM  (SM-RECORD)
                    LENGTH(SM-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  SM-BATCH NOT NUMERIC
           OR  SM-BATCH NOT GREATER THAN ZEROES
           OR  SM-BATCH GREATER THAN SM-BATCH-MAX
               MOVE SM-BATCH-MAX         TO SM-BATCH.

           IF  SM-MAX-POSTS NOT NUMERIC
           OR  SM-MAX-POSTS NOT GREATER THAN ZEROES
               MOVE 25                   TO SM-MAX-POSTS.

           IF  SM-SETTLE NOT NUMERIC
           OR  SM-SETTLE LESS THAN ZEROES
               MOVE 2                    TO SM-SETTLE.

           IF  SM-BACKLOG-CAP NOT NUMERIC
           OR  SM-BACKLOG-CAP NOT GREATER THAN ZEROES
               MOVE 10000                TO SM-BACKLOG-CAP.

           IF  SM-URL NOT EQUAL SPACES
           AND SM-LAST-KEY EQUAL LOW-VALUES
               PERFORM 1400-START-MARK THRU 1400-EXIT.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Forwarding has just been configured: start the mark at the    *
      * current time-of-day, the same scheme the audit key is built   *
      * on, so what is forwarded is what happens from now on.         *
      *****************************************************************
       1400-START-MARK.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           MOVE LOW-VALUES               TO SM-LAST-KEY.
           MOVE THE-TOD(1:6)             TO SM-LAST-KEY(1:6).
           MOVE CURRENT-ABS              TO SM-LAST-ABS.
           MOVE 'U'                      TO SM-STATE.

           PERFORM 9800-SAVE-CONTROL     THRU 9800-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'SIEM FORWARDING STARTED FOR '
                                         DELIMITED BY SIZE
                  ZC-TRANID              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Forward batches until the file is caught up with the settle   *
      * time, a POST fails, or the cycle has made SM-MAX-POSTS POSTs. *
      *****************************************************************
       2000-FORWARD.
           MOVE 'N'                      TO FORWARD-DONE.
           MOVE ZEROES                   TO POST-COUNT.

           PERFORM 2100-FORWARD-BATCH    THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL FORWARD-DONE EQUAL 'Y'
               OR    POST-COUNT NOT LESS THAN SM-MAX-POSTS.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Gather one batch past the mark and POST it.  An accepted      *
      * batch moves the mark and is committed on its own; a short     *
      * batch means the file has been caught up with.                 *
      *****************************************************************
       2100-FORWARD-BATCH.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           COMPUTE SETTLE-ABS = CURRENT-ABS - (SM-SETTLE * 1000).

           PERFORM 2200-GATHER-BATCH     THRU 2200-EXIT.

           IF  BT-COUNT EQUAL ZEROES
               MOVE 'Y'                  TO FORWARD-DONE
               GO TO 2100-EXIT.

           PERFORM 2300-POST-BATCH       THRU 2300-EXIT.
           ADD  ONE                      TO POST-COUNT.

           IF  POST-FAILED EQUAL 'Y'
               MOVE 'Y'                  TO FORWARD-DONE
               PERFORM 2400-MARK-DOWN    THRU 2400-EXIT
               GO TO 2100-EXIT.

           PERFORM 2500-MARK-UP          THRU 2500-EXIT.

           IF  BT-COUNT LESS THAN SM-BATCH
               MOVE 'Y'                  TO FORWARD-DONE.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Browse the audit file from the mark and format up to SM-BATCH *
      * events into the POST body.  The browse ends at the first      *
      * record younger than the settle time -- everything beyond it   *
      * is younger still.                                             *
      *****************************************************************
       2200-GATHER-BATCH.
           MOVE ZEROES                   TO BT-COUNT.
           MOVE ONE                      TO BT-POINTER.
           MOVE SM-LAST-KEY              TO BT-LAST-KEY.
           MOVE SM-LAST-ABS              TO BT-LAST-ABS.
           MOVE SM-LAST-KEY              TO BR-KEY.

           EXEC CICS STARTBR FILE(ZA-FCT)
                RIDFLD(BR-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2200-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 2210-GATHER-NEXT      THRU 2210-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'
               OR    BT-COUNT NOT LESS THAN SM-BATCH.

           EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE
           END-EXEC.

           COMPUTE BT-LENGTH = BT-POINTER - 1.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Take the next audit record.  The record at the mark itself    *
      * went in the last accepted batch.  A record written before     *
      * ZA-DETAIL or ZA-RELATED-KEY existed is shorter; the area is   *
      * cleared first so its missing fields read as empty.            *
      *****************************************************************
       2210-GATHER-NEXT.
           MOVE LOW-VALUES               TO ZA-RECORD.
           MOVE LENGTH OF ZA-RECORD      TO ZA-LENGTH.

           EXEC CICS READNEXT FILE(ZA-FCT)
                INTO  (ZA-RECORD)
                RIDFLD(BR-KEY)
                LENGTH(ZA-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2210-EXIT.

           IF  BR-KEY EQUAL SM-LAST-KEY
               GO TO 2210-EXIT.

           IF  ZA-ABS GREATER THAN SETTLE-ABS
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2210-EXIT.

           PERFORM 2220-FORMAT-EVENT     THRU 2220-EXIT.

           IF  BT-POINTER + EV-LENGTH GREATER THAN BT-ROOM
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 2210-EXIT.

           MOVE EV-LINE(1:EV-LENGTH)
                TO BT-BODY(BT-POINTER:EV-LENGTH).
           ADD  EV-LENGTH                TO BT-POINTER.
           MOVE BT-NEWLINE               TO BT-BODY(BT-POINTER:1).
           ADD  ONE                      TO BT-POINTER.

           ADD  ONE                      TO BT-COUNT.
           MOVE BR-KEY                   TO BT-LAST-KEY.
           MOVE ZA-ABS                   TO BT-LAST-ABS.

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Format the audit record as one CEF line:                      *
      *   CEF:0|zECS|zECS|1.0|operation|name|severity|extension       *
      * The extension carries rt (event time, epoch milliseconds),    *
      * dvchost (the region), cs1 (the cache), act (the operation),   *
      * suser (the UserID), cs2 (the cache key), cs3 (ZA-DETAIL), cs4 *
      * (the related key) and externalId (the request id), each only  *
      * when the record has one.                                      *
      *****************************************************************
       2220-FORMAT-EVENT.
           PERFORM 2230-CLASSIFY         THRU 2230-EXIT.

           COMPUTE EV-EPOCH-MS = ZA-ABS - EV-EPOCH-OFFSET.
           IF  EV-EPOCH-MS LESS THAN ZEROES
               MOVE ZEROES               TO EV-EPOCH-MS.
           MOVE EV-EPOCH-MS              TO EV-EPOCH-D.

           MOVE SPACES                   TO EV-LINE.
           MOVE ONE                      TO EV-POINTER.

           STRING 'CEF:0|zECS|zECS|1.0|' DELIMITED BY SIZE
                  ZA-OPERATION           DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  EV-NAME                DELIMITED BY '  '
                  '|'                    DELIMITED BY SIZE
                  EV-SEVERITY-D          DELIMITED BY SIZE
                  '|rt='                 DELIMITED BY SIZE
                  EV-EPOCH-D             DELIMITED BY SIZE
                  ' dvchost='            DELIMITED BY SIZE
                  APPLID                 DELIMITED BY SPACE
                  ' cs1Label=cache cs1=' DELIMITED BY SIZE
                  ZC-TRANID              DELIMITED BY SIZE
                  ' act='                DELIMITED BY SIZE
                  ZA-OPERATION           DELIMITED BY SPACE
                  INTO EV-LINE
              WITH POINTER EV-POINTER
           END-STRING.

           IF  ZA-USERID GREATER THAN SPACES
               STRING ' suser='          DELIMITED BY SIZE
                      INTO EV-LINE
                  WITH POINTER EV-POINTER
               END-STRING
               MOVE ZA-USERID            TO ESC-SOURCE
               MOVE ZEROES               TO ESC-LENGTH
               INSPECT ZA-USERID TALLYING ESC-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE
               PERFORM 2240-ESCAPE-VALUE THRU 2240-EXIT.

           IF  ZA-CACHE-KEY-LEN GREATER THAN ZEROES
           AND ZA-CACHE-KEY-LEN NOT GREATER THAN 255
               STRING ' cs2Label=key cs2=' DELIMITED BY SIZE
                      INTO EV-LINE
                  WITH POINTER EV-POINTER
               END-STRING
               MOVE ZA-CACHE-KEY         TO ESC-SOURCE
               MOVE ZA-CACHE-KEY-LEN     TO ESC-LENGTH
               PERFORM 2240-ESCAPE-VALUE THRU 2240-EXIT.

           IF  ZA-DETAIL GREATER THAN SPACES
               STRING ' cs3Label=detail cs3=' DELIMITED BY SIZE
                      ZA-DETAIL          DELIMITED BY SPACE
                      INTO EV-LINE
                  WITH POINTER EV-POINTER
               END-STRING.

           IF  ZA-RELATED-KEY-LEN GREATER THAN ZEROES
           AND ZA-RELATED-KEY-LEN NOT GREATER THAN 255
               STRING ' cs4Label=relatedKey cs4=' DELIMITED BY SIZE
                      INTO EV-LINE
                  WITH POINTER EV-POINTER
               END-STRING
               MOVE ZA-RELATED-KEY       TO ESC-SOURCE
               MOVE ZA-RELATED-KEY-LEN   TO ESC-LENGTH
               PERFORM 2240-ESCAPE-VALUE THRU 2240-EXIT.

           IF  ZA-REQUEST-ID GREATER THAN SPACES
               STRING ' externalId='     DELIMITED BY SIZE
                      ZA-REQUEST-ID      DELIMITED BY SPACE
                      INTO EV-LINE
                  WITH POINTER EV-POINTER
               END-STRING.

           COMPUTE EV-LENGTH = EV-POINTER - 1.

       2220-EXIT.
           EXIT.

      *****************************************************************
      * Look the operation up in the event classes.                   *
      *****************************************************************
       2230-CLASSIFY.
           MOVE 'N'                      TO EV-FOUND.
           MOVE 3                        TO EV-SEVERITY-D.
           MOVE 'Cache audit event'      TO EV-NAME.

           PERFORM 2235-CLASSIFY-ONE     THRU 2235-EXIT
               WITH TEST AFTER
               VARYING EV-INDEX FROM 1 BY 1
               UNTIL EV-INDEX NOT LESS THAN EV-MAX
               OR    EV-FOUND EQUAL 'Y'.

       2230-EXIT.
           EXIT.

       2235-CLASSIFY-ONE.
           IF  EV-OPERATION(EV-INDEX) EQUAL ZA-OPERATION
               MOVE 'Y'                  TO EV-FOUND
               MOVE EV-SEVERITY(EV-INDEX) TO EV-SEVERITY-D
               MOVE EV-DESCRIPTION(EV-INDEX) TO EV-NAME.

       2235-EXIT.
           EXIT.

      *****************************************************************
      * Append ESC-SOURCE(1:ESC-LENGTH) to the line, escaped.         *
      *****************************************************************
       2240-ESCAPE-VALUE.
           IF  ESC-LENGTH GREATER THAN ZEROES
               PERFORM 2245-ESCAPE-BYTE  THRU 2245-EXIT
                   WITH TEST AFTER
                   VARYING ESC-INDEX FROM 1 BY 1
                   UNTIL ESC-INDEX NOT LESS THAN ESC-LENGTH.

       2240-EXIT.
           EXIT.

       2245-ESCAPE-BYTE.
           MOVE ESC-SOURCE(ESC-INDEX:1)  TO ESC-BYTE.

           IF  ESC-BYTE EQUAL '\'
           OR  ESC-BYTE EQUAL '='
               MOVE '\'                  TO EV-LINE(EV-POINTER:1)
               ADD  ONE                  TO EV-POINTER.

           IF  ESC-BYTE LESS THAN SPACE
               MOVE '.'                  TO ESC-BYTE.

           MOVE ESC-BYTE                 TO EV-LINE(EV-POINTER:1).
           ADD  ONE                      TO EV-POINTER.

       2245-EXIT.
           EXIT.

      *****************************************************************
      * POST the batch to the collector.  Anything but a 2xx answer   *
      * -- or no answer at all -- fails the batch.                    *
      *****************************************************************
       2300-POST-BATCH.
           MOVE 'N'                      TO POST-FAILED.
           MOVE ZEROES                   TO WEB-STATUS-CODE.

           MOVE ZEROES                   TO SM-URL-LENGTH.
           INSPECT SM-URL TALLYING SM-URL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE 80                       TO URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (SM-URL)
                URLLENGTH (SM-URL-LENGTH)
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
                SESSTOKEN(SM-SESSTOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO POST-FAILED
               GO TO 2300-EXIT.

           MOVE SPACES                   TO SM-WEB-PATH.
           MOVE ZEROES                   TO SM-PATH-LENGTH.
           INSPECT SM-PATH TALLYING SM-PATH-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  SM-PATH-LENGTH GREATER THAN ZEROES
               MOVE SM-PATH              TO SM-WEB-PATH
           ELSE
               MOVE '/'                  TO SM-WEB-PATH
               MOVE ONE                  TO SM-PATH-LENGTH.

           MOVE DFHVALUE(POST)           TO WEB-METHOD.
           MOVE DFHVALUE(CLICONVERT)     TO CLIENT-CONVERT.
           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (SM-SESSTOKEN)
                PATH      (SM-WEB-PATH)
                PATHLENGTH(SM-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                FROM      (BT-BODY)
                FROMLENGTH(BT-LENGTH)
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
               MOVE 'Y'                  TO POST-FAILED.

           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-201  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-202  AND
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-204
               MOVE 'Y'                  TO POST-FAILED.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SM-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * The collector refused the batch or could not be reached.  The *
      * mark stays put; the first failure of an outage is reported.   *
      *****************************************************************
       2400-MARK-DOWN.
           ADD  ONE                      TO SM-FAILED-POSTS.
           MOVE WEB-STATUS-CODE          TO SM-LAST-STATUS.

           IF  NOT SM-STATE-DOWN
               MOVE 'D'                  TO SM-STATE
               MOVE CURRENT-ABS          TO SM-DOWN-ABS
               MOVE WEB-STATUS-CODE      TO RPT-STATUS-D
               MOVE SPACES               TO TD-MESSAGE
               STRING 'SIEM COLLECTOR UNAVAILABLE STATUS='
                                         DELIMITED BY SIZE
                      RPT-STATUS-D       DELIMITED BY SIZE
                      ', EVENTS HELD FOR REPLAY'
                                         DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           PERFORM 9800-SAVE-CONTROL     THRU 9800-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * The collector took the batch: move the mark past it and       *
      * commit.  The first batch after an outage is reported.         *
      *****************************************************************
       2500-MARK-UP.
           IF  SM-STATE-DOWN
               MOVE SPACES               TO TD-MESSAGE
               STRING 'SIEM COLLECTOR AVAILABLE, REPLAYING HELD EVENTS'
                                         DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE 'U'                      TO SM-STATE.
           MOVE ZEROES                   TO SM-DOWN-ABS.
           MOVE WEB-STATUS-CODE          TO SM-LAST-STATUS.
           MOVE BT-LAST-KEY              TO SM-LAST-KEY.
           MOVE BT-LAST-ABS              TO SM-LAST-ABS.
           ADD  BT-COUNT                 TO SM-FORWARDED.
           ADD  BT-COUNT                 TO SM-TOTAL-FORWARDED.

           PERFORM 9800-SAVE-CONTROL     THRU 9800-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Count the audit records still waiting past the mark, up to    *
      * SM-BACKLOG-CAP, and note when the oldest was written.         *
      *****************************************************************
       3000-COUNT-BACKLOG.
           MOVE ZEROES                   TO SM-BACKLOG.
           MOVE ZEROES                   TO SM-OLDEST-ABS.
           MOVE SM-LAST-KEY              TO BR-KEY.

           EXEC CICS STARTBR FILE(ZA-FCT)
                RIDFLD(BR-KEY)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE 'N'                      TO BROWSE-DONE.

           PERFORM 3010-COUNT-NEXT       THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-DONE EQUAL 'Y'
               OR    SM-BACKLOG NOT LESS THAN SM-BACKLOG-CAP.

           EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

       3010-COUNT-NEXT.
           MOVE LENGTH OF ZA-RECORD      TO ZA-LENGTH.

           EXEC CICS READNEXT FILE(ZA-FCT)
                INTO  (ZA-RECORD)
                RIDFLD(BR-KEY)
                LENGTH(ZA-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO BROWSE-DONE
               GO TO 3010-EXIT.

           IF  BR-KEY EQUAL SM-LAST-KEY
               GO TO 3010-EXIT.

           IF  SM-BACKLOG EQUAL ZEROES
               MOVE ZA-ABS               TO SM-OLDEST-ABS.

           ADD  ONE                      TO SM-BACKLOG.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) on the configured interval.               *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(SM-INTERVAL)
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
      * Task abended.  Restart and Return.                            *
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite the control record from SM-RECORD.                    *
      *****************************************************************
       9800-SAVE-CONTROL.
           MOVE ZC-TRANID                TO SM-KEY.
           MOVE LENGTH OF SM-RECORD-SAVE TO SM-LENGTH.

           EXEC CICS READ
                FILE   (SM-FCT)
                RIDFLD (SM-KEY)
                INTO   (SM-RECORD-SAVE)
                LENGTH (SM-LENGTH)
                RESP   (SM-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SM-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF SM-RECORD  TO SM-LENGTH
               EXEC CICS REWRITE
                    FILE  (SM-FCT)
                    FROM  (SM-RECORD)
                    LENGTH(SM-LENGTH)
                    NOHANDLE
               END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the control record with the cycle's completion.  A      *
      * cycle that stopped at SM-MAX-POSTS with work left is reported *
      * to CSSL, so a backlog being drained in steps is visible.      *
      *****************************************************************
       9900-WRITE-REPORT.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF  POST-COUNT NOT LESS THAN SM-MAX-POSTS
           AND FORWARD-DONE EQUAL 'N'
               MOVE SM-BACKLOG           TO RPT-COUNT-D
               MOVE SPACES               TO TD-MESSAGE
               STRING 'SIEM FORWARDER DRAINING BACKLOG='
                                         DELIMITED BY SIZE
                      RPT-COUNT-D        DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE EIBTASKN                 TO SM-TASKID.
           MOVE APPLID                   TO SM-APPLID.
           MOVE CURRENT-ABS              TO SM-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SM-TIME)
                YYYYMMDD(SM-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           PERFORM 9800-SAVE-CONTROL     THRU 9800-EXIT.

       9900-EXIT.
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
