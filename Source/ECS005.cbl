CBL    CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ECS005.
      ******************************************************************
      ** CICS program initiated via a terminal to watch the health of **
      ** every zECS cache in the region from one screen.  Finding out **
      ** how a cache was doing meant a zStats call here, a zTasks     **
      ** call there, a browse of CSSL and a look at the scorecard     **
      ** from the night before -- none of it live, and none of it in  **
      ** one place when something was going wrong.  This transaction  **
      ** is the operations console: it puts one line per cache on the **
      ** screen, refreshes itself on a timer, and lets an operator    **
      ** with the authority to do so act on what it shows.            **
      **                                                              **
      ** The caches are the ZCxx URIMAP entries defined in the region **
      ** (the same entries zECSPLT starts each cache's tasks from).   **
      ** Each cache's line carries:                                   **
      **   KEYS/SEGS    key and segment (FILE record) counts from the **
      **                latest ZCCAPHIS capacity scan, beside the     **
      **                highest counts scanned in the last 30 days    **
      **   MODE         NORMAL, RDONLY, SHED or DRAIN (*MAINT* row)   **
      **   DC BRK       the partner circuit breakers (*DCHLTH* rows): **
      **                CLOSED when any partner is tripped, OPEN when **
      **                none is, - when the cache has no partner      **
      **   CANARY       OK or FAIL, the cache's latest ZCCNHIST probe **
      **   ALERTS       the ZCALERTS rules currently fired            **
      ** The RPLQ replication backlog and the overdue ZCTASKRG chains **
      ** belong to the region rather than to any one cache -- the     **
      ** queue is shared and the registry does not name a cache -- so **
      ** both are carried on the heading line, and the T view lists   **
      ** the overdue chains themselves.                               **
      **                                                              **
      ** Commands (after COMMAND ===> on the first line):             **
      **   L                      the cache list (PF7/PF8 to page)    **
      **   D ZCxx                 one cache in detail: the capacity   **
      **                          scan, high water marks, last canary **
      **                          probe, each partner's breaker and   **
      **                          each fired alert rule               **
      **   T                      the overdue task chains             **
      **   M ZCxx mode            set the maintenance mode: READONLY, **
      **                          SHED, DRAIN or NORMAL               **
      **   START task ZCxx [sec]  start a ZC task for the cache, and  **
      **                          when seconds are given, set its     **
      **                          chain's interval to them            **
      **   STOP task ZCxx         suspend the task's chain (interval  **
      **                          9999999, the zTasks convention)     **
      **   REFRESH sec            the refresh timer, 10 to 3600       **
      **   ENTER refreshes at once; PF3, CLEAR or END ends.           **
      **                                                              **
      ** M, START and STOP need the UPDATE access (with no key prefix **
      ** scope) on the named cache's ZCxxSD file that the service     **
      ** requires of zMaint and zTasks.  Each change, and each        **
      ** refused attempt, is audited on the cache's ZCxxAU trail      **
      ** (CONMAINT, CONSTART, CONSTOP, CONDENY) with the operator,    **
      ** the old and new values and the terminal; a change whose      **
      ** audit record cannot be written is backed out, so the ZCxxSD  **
      ** file and the task control files are defined recoverable and  **
      ** the task START is protected.                                 **
      **                                                              **
      ** The console is pseudo-conversational.  Each pass STARTs the  **
      ** next refresh against the terminal under a request id of ECS5 **
      ** plus the terminal id, carrying the console's state, and any  **
      ** operator input cancels the pending refresh first.            **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
       01  TERM-DATA-LEN               PIC 9(04) COMP.
       01  LINE-NBR                    PIC 9(04) COMP VALUE ZEROS.
       01  ROW-COUNT                   PIC 9(04) COMP VALUE ZEROS.
       01  BROWSE-DONE                 PIC X(01) VALUE 'N'.
       01  CURRENT-ABS                 PIC S9(15) COMP-3 VALUE ZEROS.
       01  CUTOFF-ABS                  PIC S9(15) COMP-3 VALUE ZEROS.
       01  CUTOFF-DATE8                PIC X(08) VALUE SPACES.
       01  OPERATOR-USERID             PIC X(08) VALUE SPACES.
       01  FIRST-ENTRY                 PIC X(01) VALUE 'N'.
       01  VIEW-RETRY                  PIC X(01) VALUE 'N'.
       01  CONSOLE-MESSAGE             PIC X(79) VALUE SPACES.
       01  HISTORY-DAYS                PIC 9(04) COMP VALUE 30.
       01  PAGE-SIZE                   PIC 9(04) COMP VALUE 18.
       01  FIRST-LIST-LINE             PIC 9(04) COMP VALUE 4.
       01  LAST-DETAIL-LINE            PIC 9(04) COMP VALUE 21.

      ******************************************************************
      ** Attention identifiers the console acts on.                   **
      ******************************************************************
       01  AID-ENTER                   PIC X(01) VALUE X'7D'.
       01  AID-CLEAR                   PIC X(01) VALUE X'6D'.
       01  AID-PF3                     PIC X(01) VALUE X'F3'.
       01  AID-PF7                     PIC X(01) VALUE X'F7'.
       01  AID-PF8                     PIC X(01) VALUE X'F8'.

      ******************************************************************
      ** Console state, carried from pass to pass in the COMMAREA and **
      ** on the timer's START.                                        **
      ******************************************************************
       01  CS-STATE.
           05  CS-VIEW                 PIC X(01) VALUE 'L'.
               88  CS-LIST-VIEW                  VALUE 'L'.
               88  CS-DETAIL-VIEW                VALUE 'D'.
               88  CS-TASKS-VIEW                 VALUE 'T'.
           05  CS-CACHE                PIC X(04) VALUE SPACES.
           05  CS-PAGE                 PIC 9(04) COMP VALUE 1.
           05  CS-REFRESH              PIC 9(04) COMP VALUE 30.
           05  CS-REQID.
               10  FILLER              PIC X(04) VALUE 'ECS5'.
               10  CS-REQID-TERM       PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  CS-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  CS-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  CS-INTERVAL                 PIC S9(07) COMP-3 VALUE ZEROS.
       01  CS-HOURS                    PIC 9(04) COMP VALUE ZEROS.
       01  CS-MINUTES                  PIC 9(04) COMP VALUE ZEROS.
       01  CS-SECONDS                  PIC 9(04) COMP VALUE ZEROS.

      ******************************************************************
      ** Command line.                                                **
      ******************************************************************
       01  CMD-TEXT                    PIC X(80) VALUE SPACES.
       01  CMD-PTR                     PIC 9(04) COMP VALUE ZEROS.
       01  CMD-LEADING                 PIC 9(04) COMP VALUE ZEROS.
       01  CMD-WORD                    PIC X(08) VALUE SPACES.
       01  CMD-PARM2                   PIC X(80) VALUE SPACES.
       01  CMD-PARM3                   PIC X(80) VALUE SPACES.
       01  CMD-PARM4                   PIC X(80) VALUE SPACES.
       01  CMD-NUMBER-LEN              PIC 9(04) COMP VALUE ZEROS.
       01  CMD-NUMBER-X                PIC X(07) VALUE ZEROS.
       01  CMD-NUMBER REDEFINES CMD-NUMBER-X
                                       PIC 9(07).
       01  CMD-CACHE                   PIC X(04) VALUE SPACES.
       01  CMD-TASK                    PIC X(04) VALUE SPACES.
       01  CMD-MODE                    PIC X(06) VALUE SPACES.
       01  CMD-SECONDS                 PIC S9(07) COMP-3 VALUE ZEROS.

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

       01  TERM-DATA.
           05  TERM-LINES OCCURS 24 TIMES
                          INDEXED BY TERM-IDX
                                       PIC X(80) VALUE SPACES.

      ******************************************************************
      ** The caches in the region, from the ZCxx URIMAP entries.      **
      ******************************************************************
       01  UM-NAME                     PIC X(08) VALUE SPACES.
       01  UM-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  CACHE-MAX                   PIC 9(04) COMP VALUE 50.
       01  CACHE-COUNT                 PIC 9(04) COMP VALUE ZEROS.
       01  CACHE-INDEX                 PIC 9(04) COMP VALUE ZEROS.
       01  CACHE-LAST                  PIC 9(04) COMP VALUE ZEROS.
       01  CACHE-FOUND                 PIC X(01) VALUE 'N'.

       01  CACHE-TABLE.
           05  CE-CACHE                PIC X(04) OCCURS 50 TIMES.

      ******************************************************************
      ** One cache's figures, gathered for its list line or detail.   **
      ******************************************************************
       01  GC-FIGURES.
           05  GC-SCAN-DATE8           PIC X(08) VALUE SPACES.
           05  GC-KEYS                 PIC S9(07) COMP-3 VALUE ZEROS.
           05  GC-SEGS                 PIC S9(07) COMP-3 VALUE ZEROS.
           05  GC-RAW-BYTES            PIC S9(15) COMP-3 VALUE ZEROS.
           05  GC-STORED-BYTES         PIC S9(15) COMP-3 VALUE ZEROS.
           05  GC-HW-KEYS              PIC S9(07) COMP-3 VALUE ZEROS.
           05  GC-HW-SEGS              PIC S9(07) COMP-3 VALUE ZEROS.
           05  GC-MODE                 PIC X(06) VALUE SPACES.
           05  GC-BREAKER              PIC X(06) VALUE SPACES.
           05  GC-PARTNERS             PIC 9(04) COMP VALUE ZEROS.
           05  GC-TRIPPED              PIC 9(04) COMP VALUE ZEROS.
           05  GC-CANARY               PIC X(04) VALUE SPACES.
           05  GC-CANARY-DATE          PIC X(10) VALUE SPACES.
           05  GC-CANARY-TIME          PIC X(08) VALUE SPACES.
           05  GC-CANARY-STEP          PIC X(08) VALUE SPACES.
           05  GC-CANARY-MS            PIC S9(07) COMP-3 VALUE ZEROS.
           05  GC-ALERTS               PIC 9(04) COMP VALUE ZEROS.

       01  DETAIL-LINES                PIC X(01) VALUE 'N'.

      ******************************************************************
      ** Security definition rows (ZCxxSD): the operator's access,    **
      ** the *MAINT* row and the *DCHLTH* partner rows.               **
      ******************************************************************
       01  ZS-FCT.
           05  ZS-TRANID               PIC X(04) VALUE 'ZC##'.
           05  FILLER                  PIC X(04) VALUE 'SD  '.

       01  ZS-LENGTH                   PIC S9(08) COMP VALUE ZEROS.
       01  SD-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  SD-UPDATE                   PIC X(06) VALUE 'UPDATE'.
       01  MAINT-ROW-KEY               PIC X(07) VALUE '*MAINT*'.
       01  MAINT-RDONLY                PIC X(06) VALUE 'RDONLY'.
       01  MAINT-SHED                  PIC X(06) VALUE 'SHED  '.
       01  MAINT-DRAIN                 PIC X(06) VALUE 'DRAIN '.
       01  MAINT-NORMAL                PIC X(06) VALUE 'NORMAL'.
       01  DCH-PREFIX                  PIC X(08) VALUE '*DCHLTH*'.
       01  DCH-CLOSED-ACCESS           PIC X(06) VALUE 'CLOSED'.
       01  AUTH-OK                     PIC X(01) VALUE 'N'.

       COPY ZECSSDC.

      ******************************************************************
      ** Capacity history (ZCCAPHIS).                                 **
      ******************************************************************
       01  CH-FCT                      PIC X(08) VALUE 'ZCCAPHIS'.
       01  CH-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  CH-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  CH-CACHE                    PIC X(04) VALUE SPACES.

       COPY ZECSCHC.

      ******************************************************************
      ** Canary probe history (ZCCNHIST).                             **
      ******************************************************************
       01  CP-FCT                      PIC X(08) VALUE 'ZCCNHIST'.
       01  CP-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  CP-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  CP-CACHE-WANTED             PIC X(04) VALUE SPACES.

       COPY ZECSCPC.

      ******************************************************************
      ** Alert rules (ZCALERTS), the layout ZECS026 keeps.            **
      ******************************************************************
       01  RL-FCT                      PIC X(08) VALUE 'ZCALERTS'.
       01  RL-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  RL-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  RL-PREFIX-LENGTH            PIC S9(04) COMP VALUE 4.
       01  RL-CACHE                    PIC X(04) VALUE SPACES.

       01  RL-RECORD.
           05  RL-KEY.
               10  RL-KEY-TRANID       PIC X(04).
               10  RL-KEY-NAME         PIC X(16).
           05  RL-METRIC               PIC X(08).
           05  RL-THRESHOLD            PIC S9(15) COMP-3 VALUE ZEROS.
           05  RL-STATE                PIC X(01) VALUE 'A'.
               88  RL-ARMED                      VALUE 'A'.
               88  RL-FIRED                      VALUE 'F'.
           05  RL-LAST-FIRE-ABS        PIC S9(15) COMP-3 VALUE ZEROS.
           05  RL-FIRE-COUNT           PIC S9(07) COMP-3 VALUE ZEROS.
           05  FILLER                  PIC X(16).

      ******************************************************************
      ** Task registry (ZCTASKRG) and the control record prefix every **
      ** task chain keeps on its control file.                        **
      ******************************************************************
       01  TR-FCT                      PIC X(08) VALUE 'ZCTASKRG'.
       01  TR-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  TR-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  TR-FOUND                    PIC X(01) VALUE 'N'.
       01  TR-CONTROL-FILE             PIC X(08) VALUE SPACES.
       01  OVERDUE-COUNT               PIC 9(04) COMP VALUE ZEROS.
       01  OVERDUE-SEEN                PIC 9(04) COMP VALUE ZEROS.

       COPY ZECSTRC.

       01  CT-RECORD.
           05  CT-KEY                  PIC X(04).
           05  CT-ABSTIME              PIC S9(15) COMP-3.
           05  CT-INTERVAL             PIC S9(07) COMP-3.
           05  FILLER                  PIC X(112).

       01  CT-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  CT-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  CT-OLD-INTERVAL             PIC S9(07) COMP-3 VALUE ZEROS.
       01  CT-NEW-INTERVAL             PIC S9(07) COMP-3 VALUE ZEROS.
       01  CT-SUSPEND-INTERVAL         PIC S9(07) COMP-3
                                       VALUE 9999999.

      ******************************************************************
      ** Task start parm, the shape zTasks starts a task with: the    **
      ** cache tranid followed by an empty parm.                      **
      ******************************************************************
       01  TK-START-PARM.
           05  TK-START-TRANID         PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(256) VALUE LOW-VALUES.

       01  TK-START-LENGTH             PIC S9(04) COMP VALUE 260.
       01  TK-RESP                     PIC S9(08) COMP VALUE ZEROS.

      ******************************************************************
      ** Replication backlog.                                         **
      ******************************************************************
       01  RQ-QUEUE                    PIC X(04) VALUE 'RPLQ'.
       01  RQ-NUMITEMS                 PIC S9(08) COMP VALUE ZEROS.
       01  RQ-RESP                     PIC S9(08) COMP VALUE ZEROS.

      ******************************************************************
      ** Administrative audit, the same ZCxxAU trail and key scheme   **
      ** ECS002 uses.                                                 **
      ******************************************************************
       01  ZUIDSTCK                    PIC X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                     PIC X(16) VALUE LOW-VALUES.

       01  ZECS-COUNTER.
           05  NC-TRANID               PIC X(04) VALUE 'ZC##'.
           05  FILLER                  PIC X(05) VALUE '_ZECS'.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  FILLER.
           05  ZECS-VALUE              PIC 9(16) COMP VALUE ZEROS.
           05  FILLER REDEFINES ZECS-VALUE.
               10  FILLER              PIC X(06).
               10  ZECS-NC-HW          PIC X(02).

       01  ZECS-INCREMENT              PIC 9(16) COMP VALUE 1.

       01  ZA-FCT.
           05  ZA-TRANID               PIC X(04) VALUE 'ZC##'.
           05  FILLER                  PIC X(04) VALUE 'AU  '.

       01  ZA-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  ZA-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  AUDIT-OP                    PIC X(08) VALUE SPACES.
       01  AUDIT-TEXT                  PIC X(80) VALUE SPACES.
       01  AUDIT-PTR                   PIC 9(04) COMP VALUE ZEROS.
       01  AUDIT-OK                    PIC X(01) VALUE 'N'.

      ******************************************************************
      ** zECS AUDIT record.                                           **
      ******************************************************************
       COPY ZECSZAC.

      ******************************************************************
      ** Screen lines.                                                **
      ******************************************************************
       01  COMMAND-PROMPT              PIC X(13) VALUE 'COMMAND ===> '.
       01  PF-KEY-LINE.
           05  FILLER                  PIC X(40) VALUE
               'PF3=END PF7=UP PF8=DOWN  L  D ZCxx  T  '.
           05  FILLER                  PIC X(40) VALUE
               'M ZCxx mode  START/STOP ZCxx  REFRESH'.

       01  LIST-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CACHE    KEYS  HW KEYS     SEGS  HW SEGS'.
           05  FILLER                  PIC X(40) VALUE
               '  MODE    DC BRK  CANARY  ALERTS'.

       01  LIST-LINE.
           05  LL-CACHE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-KEYS                 PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-HW-KEYS              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SEGS                 PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-HW-SEGS              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-MODE                 PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-BREAKER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-CANARY               PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LL-ALERTS               PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  TASK-HEADING                PIC X(80) VALUE
           'CONTROL   TRAN  LAST RUN              INTERVAL  NEXT DUE'.

       01  TASK-LINE.
           05  TL-CONTROL-FILE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-TRANID               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-LAST-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-LAST-TIME            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TL-INTERVAL             PIC Z(06)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TL-NEXT-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-NEXT-TIME            PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  FMT-ABS                     PIC S9(15) COMP-3 VALUE ZEROS.
       01  FMT-DATE                    PIC X(10) VALUE SPACES.
       01  FMT-TIME                    PIC X(08) VALUE SPACES.
       01  ED-NUM-3                    PIC ZZ9.
       01  ED-NUM-4                    PIC ZZZ9.
       01  ED-NUM-7                    PIC Z(06)9.
       01  ED-NUM-7B                   PIC Z(06)9.
       01  ED-NUM-7C                   PIC Z(06)9.
       01  ED-NUM-15                   PIC Z(14)9.
       01  ED-NUM-15B                  PIC Z(14)9.
       01  ED-INTERVAL                 PIC 9(07).
       01  ED-INTERVAL-OLD             PIC 9(07).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(36).

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-START-PASS THRU A1000-EXIT.
           PERFORM B1000-FIND-CACHES THRU B1000-EXIT.
           PERFORM A2000-PROCESS-COMMAND THRU A2000-EXIT.
           PERFORM A3000-BUILD-VIEW THRU A3000-EXIT.

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      ** Work out why this pass is running.  Operator input arrives   **
      ** with the console's COMMAREA: cancel the pending refresh and  **
      ** receive the command.  Without one, either the refresh timer  **
      ** has fired, and its START data is the console's state, or the **
      ** operator has just entered the transaction.                   **
      ******************************************************************

       A1000-START-PASS.

           MOVE LENGTH OF CS-STATE           TO CS-LENGTH.
           MOVE SPACES                       TO CMD-TEXT.

           EXEC CICS ASSIGN USERID(OPERATOR-USERID) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA               TO CS-STATE
              EXEC CICS CANCEL
                   REQID   ( CS-REQID )
                   TRANSID ( EIBTRNID )
                   NOHANDLE
              END-EXEC
              IF EIBAID = AID-PF3 OR AID-CLEAR
                 PERFORM Z2000-END-CONSOLE THRU Z2000-EXIT
              END-IF
              IF EIBAID = AID-PF7
                 IF CS-PAGE > PAGE-SIZE
                    SUBTRACT PAGE-SIZE     FROM CS-PAGE
                 ELSE
                    MOVE 1                   TO CS-PAGE
                 END-IF
                 GO TO A1000-EXIT
              END-IF
              IF EIBAID = AID-PF8
                 ADD PAGE-SIZE               TO CS-PAGE
                 GO TO A1000-EXIT
              END-IF
              PERFORM A1100-RECEIVE THRU A1100-EXIT
              GO TO A1000-EXIT
           END-IF.

           EXEC CICS RETRIEVE
                INTO   ( CS-STATE )
                LENGTH ( CS-LENGTH )
                RESP   ( CS-RESP )
                NOHANDLE
           END-EXEC.

           IF CS-RESP = DFHRESP(NORMAL)
              GO TO A1000-EXIT
           END-IF.

           MOVE 'Y'                          TO FIRST-ENTRY.
           INITIALIZE CS-STATE.
           MOVE 'L'                          TO CS-VIEW.
           MOVE 1                            TO CS-PAGE.
           MOVE 30                           TO CS-REFRESH.
           MOVE 'ECS5'                       TO CS-REQID(1:4).
           MOVE EIBTRMID                     TO CS-REQID-TERM.

           PERFORM A1100-RECEIVE THRU A1100-EXIT.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      ** Receive the terminal input and isolate the command: the text **
      ** after the prompt, or on first entry, what follows the tranid.**
      ******************************************************************

       A1100-RECEIVE.

           MOVE SPACES                       TO TERM-DATA.
           MOVE LENGTH OF TERM-DATA          TO TERM-DATA-LEN.

           EXEC CICS RECEIVE
                INTO      ( TERM-DATA )
                LENGTH    ( TERM-DATA-LEN )
                MAXLENGTH ( TERM-DATA-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL) AND NOT = 6
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'A1100: RECEIVE ERROR:'   TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO CONSOLE-MESSAGE
              GO TO A1100-EXIT
           END-IF.

           MOVE ZEROS                        TO CMD-LEADING.
           INSPECT TERM-LINES(1) TALLYING CMD-LEADING
                   FOR CHARACTERS BEFORE INITIAL '===>'.

           IF CMD-LEADING < 77
              MOVE TERM-LINES(1)(CMD-LEADING + 5:) TO CMD-TEXT
              GO TO A1100-EXIT
           END-IF.

           MOVE TERM-LINES(1)                TO CMD-TEXT.

           IF FIRST-ENTRY = 'Y'
              MOVE ZEROS                     TO CMD-LEADING
              INSPECT CMD-TEXT TALLYING CMD-LEADING
                      FOR LEADING SPACES
              MOVE CMD-TEXT(CMD-LEADING + 1:) TO CMD-TEXT
              MOVE ZEROS                     TO CMD-LEADING
              INSPECT CMD-TEXT TALLYING CMD-LEADING
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF CMD-LEADING < 80
                 MOVE CMD-TEXT(CMD-LEADING + 1:) TO CMD-TEXT
              ELSE
                 MOVE SPACES                 TO CMD-TEXT
              END-IF
           END-IF.

       A1100-EXIT.
           EXIT.

      ******************************************************************
      ** Split the command and act on it.  ENTER on its own (or a     **
      ** timer refresh) simply rebuilds the current view.             **
      ******************************************************************

       A2000-PROCESS-COMMAND.

           IF CMD-TEXT = SPACES
              GO TO A2000-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(CMD-TEXT) TO CMD-TEXT.
           MOVE ZEROS                        TO CMD-LEADING.
           INSPECT CMD-TEXT TALLYING CMD-LEADING
                   FOR LEADING SPACES.
           MOVE CMD-TEXT(CMD-LEADING + 1:)   TO CMD-TEXT.

           MOVE SPACES                       TO CMD-WORD
                                                CMD-PARM2
                                                CMD-PARM3
                                                CMD-PARM4.

           UNSTRING CMD-TEXT
                    DELIMITED BY ALL SPACES
                    INTO CMD-WORD,
                         CMD-PARM2,
                         CMD-PARM3,
                         CMD-PARM4
           END-UNSTRING.

           EVALUATE CMD-WORD
              WHEN 'L'
              WHEN 'LIST'
                 MOVE 'L'                    TO CS-VIEW
                 MOVE 1                      TO CS-PAGE
              WHEN 'D'
              WHEN 'DETAIL'
                 MOVE CMD-PARM2(1:4)         TO CMD-CACHE
                 PERFORM B1200-FIND-CACHE THRU B1200-EXIT
                 IF CACHE-FOUND = 'Y'
                    MOVE 'D'                 TO CS-VIEW
                    MOVE CMD-CACHE           TO CS-CACHE
                 END-IF
              WHEN 'T'
              WHEN 'TASKS'
                 MOVE 'T'                    TO CS-VIEW
                 MOVE 1                      TO CS-PAGE
              WHEN 'M'
              WHEN 'MODE'
                 PERFORM C3000-MAINT-MODE THRU C3000-EXIT
              WHEN 'START'
                 PERFORM C4000-START-TASK THRU C4000-EXIT
              WHEN 'STOP'
                 PERFORM C5000-STOP-TASK THRU C5000-EXIT
              WHEN 'REFRESH'
                 PERFORM A2100-SET-REFRESH THRU A2100-EXIT
              WHEN 'END'
              WHEN 'QUIT'
                 EXEC CICS CANCEL
                      REQID   ( CS-REQID )
                      TRANSID ( EIBTRNID )
                      NOHANDLE
                 END-EXEC
                 PERFORM Z2000-END-CONSOLE THRU Z2000-EXIT
              WHEN OTHER
                 MOVE SPACES                 TO CONSOLE-MESSAGE
                 STRING 'Unknown command '   DELIMITED BY SIZE
                        CMD-WORD             DELIMITED BY SPACE
                        ': L, D, T, M, START, STOP, REFRESH, END'
                                             DELIMITED BY SIZE
                        INTO CONSOLE-MESSAGE
                 END-STRING
           END-EVALUATE.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      ** REFRESH sec -- change the refresh timer.                     **
      ******************************************************************

       A2100-SET-REFRESH.

           MOVE CMD-PARM2                    TO CMD-TEXT.
           PERFORM A2200-PARSE-NUMBER THRU A2200-EXIT.

           IF CMD-NUMBER-LEN = ZEROS
           OR CMD-NUMBER < 10
           OR CMD-NUMBER > 3600
              MOVE 'REFRESH takes a number of seconds, 10 to 3600.'
                                             TO CONSOLE-MESSAGE
              GO TO A2100-EXIT
           END-IF.

           MOVE CMD-NUMBER                   TO CS-REFRESH.
           MOVE CS-REFRESH                   TO ED-NUM-4.
           MOVE SPACES                       TO CONSOLE-MESSAGE.
           STRING 'Console now refreshes every '  DELIMITED BY SIZE
                  ED-NUM-4                        DELIMITED BY SIZE
                  ' seconds.'                     DELIMITED BY SIZE
                  INTO CONSOLE-MESSAGE
           END-STRING.

       A2100-EXIT.
           EXIT.

      ******************************************************************
      ** Take the number in CMD-TEXT; CMD-NUMBER-LEN is zero when it  **
      ** is missing, too long or not all digits.                      **
      ******************************************************************

       A2200-PARSE-NUMBER.

           MOVE ZEROS                        TO CMD-NUMBER-LEN.
           INSPECT CMD-TEXT TALLYING CMD-NUMBER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF CMD-NUMBER-LEN = ZEROS
           OR CMD-NUMBER-LEN > 7
           OR CMD-TEXT(1:CMD-NUMBER-LEN) IS NOT NUMERIC
              MOVE ZEROS                     TO CMD-NUMBER-LEN
              GO TO A2200-EXIT
           END-IF.

           MOVE ZEROS                        TO CMD-NUMBER-X.
           MOVE CMD-TEXT(1:CMD-NUMBER-LEN)
                TO CMD-NUMBER-X(8 - CMD-NUMBER-LEN:CMD-NUMBER-LEN).

       A2200-EXIT.
           EXIT.

      ******************************************************************
      ** Build the view the console is on.                            **
      ******************************************************************

       A3000-BUILD-VIEW.

           MOVE SPACES                       TO TERM-DATA.

           PERFORM B3000-GATHER-REGION THRU B3000-EXIT.
           PERFORM D9000-HEADING THRU D9000-EXIT.

           EVALUATE TRUE
              WHEN CS-DETAIL-VIEW
                 PERFORM D2000-DETAIL-VIEW THRU D2000-EXIT
              WHEN CS-TASKS-VIEW
                 PERFORM D3000-TASKS-VIEW THRU D3000-EXIT
              WHEN OTHER
                 PERFORM D1000-LIST-VIEW THRU D1000-EXIT
           END-EVALUATE.

       A3000-EXIT.
           EXIT.

      ******************************************************************
      ** Browse the region's URIMAP entries and keep every ZCxx one,  **
      ** a cache's own entry.                                         **
      ******************************************************************

       B1000-FIND-CACHES.

           MOVE ZEROS                        TO CACHE-COUNT.
           MOVE SPACES                       TO CACHE-TABLE.

           EXEC CICS INQUIRE URIMAP START
                RESP     ( UM-RESP )
                NOHANDLE
           END-EXEC.

           IF UM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'B1000: URIMAP BROWSE FAILED' TO CONSOLE-MESSAGE
              GO TO B1000-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B1100-NEXT-URIMAP THRU B1100-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS INQUIRE URIMAP END
                NOHANDLE
           END-EXEC.

       B1000-EXIT.
           EXIT.

       B1100-NEXT-URIMAP.

           EXEC CICS INQUIRE URIMAP(UM-NAME) NEXT
                RESP     ( UM-RESP )
                NOHANDLE
           END-EXEC.

           IF UM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B1100-EXIT
           END-IF.

           IF UM-NAME(1:2) NOT = 'ZC'
           OR UM-NAME(3:2) = SPACES
           OR UM-NAME(5:4) NOT = SPACES
              GO TO B1100-EXIT
           END-IF.

           IF CACHE-COUNT NOT < CACHE-MAX
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B1100-EXIT
           END-IF.

           ADD 1                             TO CACHE-COUNT.
           MOVE UM-NAME(1:4)                 TO CE-CACHE(CACHE-COUNT).

       B1100-EXIT.
           EXIT.

      ******************************************************************
      ** The cache named on a command must be one of the region's.    **
      ******************************************************************

       B1200-FIND-CACHE.

           MOVE 'N'                          TO CACHE-FOUND.

           PERFORM B1210-MATCH-CACHE THRU B1210-EXIT
                   VARYING CACHE-INDEX FROM 1 BY 1
                   UNTIL   CACHE-INDEX > CACHE-COUNT
                   OR      CACHE-FOUND = 'Y'.

           IF CACHE-FOUND NOT = 'Y'
              MOVE SPACES                    TO CONSOLE-MESSAGE
              STRING 'No cache named '       DELIMITED BY SIZE
                     CMD-CACHE               DELIMITED BY SIZE
                     ' in this region -- expecting ZCxx.'
                                             DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
           END-IF.

       B1200-EXIT.
           EXIT.

       B1210-MATCH-CACHE.

           IF CMD-CACHE NOT = SPACES
           AND CE-CACHE(CACHE-INDEX) = CMD-CACHE
              MOVE 'Y'                       TO CACHE-FOUND
           END-IF.

       B1210-EXIT.
           EXIT.

      ******************************************************************
      ** Gather one cache's figures into GC-FIGURES.                  **
      ******************************************************************

       B2000-GATHER-CACHE.

           INITIALIZE GC-FIGURES.

           PERFORM B2100-CAPACITY THRU B2100-EXIT.
           PERFORM B2200-MODE THRU B2200-EXIT.
           PERFORM B2300-BREAKERS THRU B2300-EXIT.
           PERFORM B2400-CANARY THRU B2400-EXIT.
           PERFORM B2500-ALERTS THRU B2500-EXIT.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      ** Capacity: browse the cache's ZCCAPHIS rows from 30 days ago  **
      ** on.  The rows ascend by date, so the last one read is the    **
      ** latest scan; the highest counts among them are the high      **
      ** water marks.  No row in the window leaves the scan date      **
      ** blank.                                                       **
      ******************************************************************

       B2100-CAPACITY.

           COMPUTE CUTOFF-ABS = CURRENT-ABS
                              - (HISTORY-DAYS * 86400000).

           EXEC CICS FORMATTIME ABSTIME(CUTOFF-ABS)
                YYYYMMDD ( CUTOFF-DATE8 )
                NOHANDLE
           END-EXEC.

           MOVE CH-CACHE                     TO CH-TRANID.
           MOVE CUTOFF-DATE8                 TO CH-DATE8.

           EXEC CICS STARTBR
                FILE     ( CH-FCT )
                RIDFLD   ( CH-KEY )
                GTEQ
                RESP     ( CH-RESP )
                NOHANDLE
           END-EXEC.

           IF CH-RESP NOT = DFHRESP(NORMAL)
              GO TO B2100-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B2110-CAPACITY-ROW THRU B2110-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(CH-FCT) NOHANDLE
           END-EXEC.

       B2100-EXIT.
           EXIT.

       B2110-CAPACITY-ROW.

           MOVE LENGTH OF CH-RECORD          TO CH-LENGTH.

           EXEC CICS READNEXT
                FILE     ( CH-FCT )
                RIDFLD   ( CH-KEY )
                INTO     ( CH-RECORD )
                LENGTH   ( CH-LENGTH )
                RESP     ( CH-RESP )
                NOHANDLE
           END-EXEC.

           IF CH-RESP NOT = DFHRESP(NORMAL)
           OR CH-TRANID NOT = CH-CACHE
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B2110-EXIT
           END-IF.

           MOVE CH-DATE8                     TO GC-SCAN-DATE8.
           MOVE CH-KEY-COUNT                 TO GC-KEYS.
           MOVE CH-FILE-COUNT                TO GC-SEGS.
           MOVE CH-RAW-BYTES                 TO GC-RAW-BYTES.
           MOVE CH-STORED-BYTES              TO GC-STORED-BYTES.

           IF CH-KEY-COUNT > GC-HW-KEYS
              MOVE CH-KEY-COUNT              TO GC-HW-KEYS
           END-IF.

           IF CH-FILE-COUNT > GC-HW-SEGS
              MOVE CH-FILE-COUNT             TO GC-HW-SEGS
           END-IF.

       B2110-EXIT.
           EXIT.

      ******************************************************************
      ** Maintenance mode: the *MAINT* row, or NORMAL without one.    **
      ******************************************************************

       B2200-MODE.

           MOVE CH-CACHE                     TO ZS-TRANID.
           MOVE SPACES                       TO ZS-RECORD.
           MOVE MAINT-ROW-KEY                TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD          TO ZS-LENGTH.

           EXEC CICS READ
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                INTO     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           EVALUATE TRUE
              WHEN SD-RESP = DFHRESP(NORMAL)
                 MOVE ZS-ACCESS              TO GC-MODE
              WHEN SD-RESP = DFHRESP(NOTFND)
                 MOVE MAINT-NORMAL           TO GC-MODE
              WHEN OTHER
                 MOVE '?'                    TO GC-MODE
           END-EVALUATE.

       B2200-EXIT.
           EXIT.

      ******************************************************************
      ** Partner circuit breakers: every *DCHLTH* row on the cache's  **
      ** ZCxxSD file, one per partner host.  On the detail view each  **
      ** partner gets a line of its own.                              **
      ******************************************************************

       B2300-BREAKERS.

           MOVE '-'                          TO GC-BREAKER.
           MOVE CH-CACHE                     TO ZS-TRANID.
           MOVE SPACES                       TO ZS-KEY.
           MOVE DCH-PREFIX                   TO ZS-KEY(1:8).

           EXEC CICS STARTBR
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                GTEQ
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              GO TO B2300-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B2310-BREAKER-ROW THRU B2310-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(ZS-FCT) NOHANDLE
           END-EXEC.

           IF GC-TRIPPED > ZEROS
              MOVE DCH-CLOSED-ACCESS         TO GC-BREAKER
           ELSE
              IF GC-PARTNERS > ZEROS
                 MOVE 'OPEN'                 TO GC-BREAKER
              END-IF
           END-IF.

       B2300-EXIT.
           EXIT.

       B2310-BREAKER-ROW.

           MOVE SPACES                       TO ZS-RECORD.
           MOVE LENGTH OF ZS-RECORD          TO ZS-LENGTH.

           EXEC CICS READNEXT
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                INTO     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
           OR ZS-KEY(1:8) NOT = DCH-PREFIX
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B2310-EXIT
           END-IF.

           ADD 1                             TO GC-PARTNERS.

           IF ZS-ACCESS = DCH-CLOSED-ACCESS
              ADD 1                          TO GC-TRIPPED
           END-IF.

           IF DETAIL-LINES NOT = 'Y'
           OR LINE-NBR > LAST-DETAIL-LINE
              GO TO B2310-EXIT
           END-IF.

           MOVE ZS-RATE-COUNT                TO ED-NUM-7.
           MOVE SPACES                       TO FMT-DATE
                                                FMT-TIME.
           IF ZS-RATE-WINDOW-START > ZEROS
              MOVE ZS-RATE-WINDOW-START      TO FMT-ABS
              PERFORM D9100-FORMAT-ABS THRU D9100-EXIT
           ELSE
              MOVE 'NONE'                    TO FMT-DATE
           END-IF.

           STRING '  '                       DELIMITED BY SIZE
                  ZS-KEY(9:24)               DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  ZS-ACCESS                  DELIMITED BY SIZE
                  '  FAILURES '              DELIMITED BY SIZE
                  ED-NUM-7                   DELIMITED BY SIZE
                  '  LAST '                  DELIMITED BY SIZE
                  FMT-DATE                   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FMT-TIME                   DELIMITED BY SIZE
                  INTO TERM-LINES(LINE-NBR)
           END-STRING.
           ADD 1                             TO LINE-NBR.

       B2310-EXIT.
           EXIT.

      ******************************************************************
      ** Last canary: position past the cache's newest ZCCNHIST row   **
      ** (or at the end of the file when no later cache has rows) and **
      ** read back to the first row that is the cache's own.          **
      ******************************************************************

       B2400-CANARY.

           MOVE '-'                          TO GC-CANARY.
           MOVE CH-CACHE                     TO CP-CACHE-WANTED.
           MOVE CH-CACHE                     TO CP-CACHE.
           MOVE '99999999'                   TO CP-DATE8.
           MOVE 999999999999999              TO CP-ABS-D.

           EXEC CICS STARTBR
                FILE     ( CP-FCT )
                RIDFLD   ( CP-KEY )
                GTEQ
                RESP     ( CP-RESP )
                NOHANDLE
           END-EXEC.

           IF CP-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES               TO CP-KEY
              EXEC CICS STARTBR
                   FILE     ( CP-FCT )
                   RIDFLD   ( CP-KEY )
                   GTEQ
                   RESP     ( CP-RESP )
                   NOHANDLE
              END-EXEC
           END-IF.

           IF CP-RESP NOT = DFHRESP(NORMAL)
              GO TO B2400-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B2410-CANARY-ROW THRU B2410-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(CP-FCT) NOHANDLE
           END-EXEC.

       B2400-EXIT.
           EXIT.

       B2410-CANARY-ROW.

           MOVE LENGTH OF CP-RECORD          TO CP-LENGTH.

           EXEC CICS READPREV
                FILE     ( CP-FCT )
                RIDFLD   ( CP-KEY )
                INTO     ( CP-RECORD )
                LENGTH   ( CP-LENGTH )
                RESP     ( CP-RESP )
                NOHANDLE
           END-EXEC.

           IF CP-RESP NOT = DFHRESP(NORMAL)
           OR CP-CACHE < CP-CACHE-WANTED
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B2410-EXIT
           END-IF.

           IF CP-CACHE > CP-CACHE-WANTED
              GO TO B2410-EXIT
           END-IF.

           MOVE CP-RESULT                    TO GC-CANARY.
           MOVE CP-DATE                      TO GC-CANARY-DATE.
           MOVE CP-TIME                      TO GC-CANARY-TIME.
           MOVE CP-STEP                      TO GC-CANARY-STEP.
           MOVE CP-ELAPSED-MS                TO GC-CANARY-MS.
           MOVE 'Y'                          TO BROWSE-DONE.

       B2410-EXIT.
           EXIT.

      ******************************************************************
      ** Alerts: the cache's ZCALERTS rules that are currently fired. **
      ** On the detail view each fired rule gets a line of its own.   **
      ******************************************************************

       B2500-ALERTS.

           MOVE CH-CACHE                     TO RL-CACHE.
           MOVE SPACES                       TO RL-KEY.
           MOVE CH-CACHE                     TO RL-KEY-TRANID.

           EXEC CICS STARTBR
                FILE      ( RL-FCT )
                RIDFLD    ( RL-KEY )
                KEYLENGTH ( RL-PREFIX-LENGTH )
                GENERIC
                GTEQ
                RESP      ( RL-RESP )
                NOHANDLE
           END-EXEC.

           IF RL-RESP NOT = DFHRESP(NORMAL)
              GO TO B2500-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B2510-ALERT-ROW THRU B2510-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(RL-FCT) NOHANDLE
           END-EXEC.

       B2500-EXIT.
           EXIT.

       B2510-ALERT-ROW.

           MOVE LENGTH OF RL-RECORD          TO RL-LENGTH.

           EXEC CICS READNEXT
                FILE      ( RL-FCT )
                RIDFLD    ( RL-KEY )
                KEYLENGTH ( RL-PREFIX-LENGTH )
                INTO      ( RL-RECORD )
                LENGTH    ( RL-LENGTH )
                RESP      ( RL-RESP )
                NOHANDLE
           END-EXEC.

           IF RL-RESP NOT = DFHRESP(NORMAL)
           OR RL-KEY-TRANID NOT = RL-CACHE
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B2510-EXIT
           END-IF.

           IF NOT RL-FIRED
              GO TO B2510-EXIT
           END-IF.

           ADD 1                             TO GC-ALERTS.

           IF DETAIL-LINES NOT = 'Y'
           OR LINE-NBR > LAST-DETAIL-LINE
              GO TO B2510-EXIT
           END-IF.

           MOVE RL-THRESHOLD                 TO ED-NUM-15.
           MOVE RL-FIRE-COUNT                TO ED-NUM-7.

           STRING '  '                       DELIMITED BY SIZE
                  RL-KEY-NAME                DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  RL-METRIC                  DELIMITED BY SIZE
                  '  THRESHOLD '             DELIMITED BY SIZE
                  ED-NUM-15                  DELIMITED BY SIZE
                  '  FIRED '                 DELIMITED BY SIZE
                  ED-NUM-7                   DELIMITED BY SIZE
                  ' TIMES'                   DELIMITED BY SIZE
                  INTO TERM-LINES(LINE-NBR)
           END-STRING.
           ADD 1                             TO LINE-NBR.

       B2510-EXIT.
           EXIT.

      ******************************************************************
      ** Region-wide figures: the RPLQ replication backlog and the    **
      ** number of chains the watchdog's registry holds overdue.      **
      ******************************************************************

       B3000-GATHER-REGION.

           MOVE ZEROS                        TO RQ-NUMITEMS
                                                OVERDUE-COUNT.

           EXEC CICS INQUIRE TDQUEUE(RQ-QUEUE)
                NUMITEMS ( RQ-NUMITEMS )
                RESP     ( RQ-RESP )
                NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES                   TO TR-KEY.

           EXEC CICS STARTBR
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                GTEQ
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP NOT = DFHRESP(NORMAL)
              GO TO B3000-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B3100-REGISTRY-ROW THRU B3100-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(TR-FCT) NOHANDLE
           END-EXEC.

       B3000-EXIT.
           EXIT.

       B3100-REGISTRY-ROW.

           MOVE LENGTH OF TR-RECORD          TO TR-LENGTH.

           EXEC CICS READNEXT
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                INTO     ( TR-RECORD )
                LENGTH   ( TR-LENGTH )
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B3100-EXIT
           END-IF.

           IF TR-OVERDUE = 'Y'
              ADD 1                          TO OVERDUE-COUNT
           END-IF.

       B3100-EXIT.
           EXIT.

      ******************************************************************
      ** Find the registry row for a task's chain, which names the    **
      ** control file the chain keeps its control record on.          **
      ******************************************************************

       B3200-FIND-CHAIN.

           MOVE 'N'                          TO TR-FOUND.
           MOVE SPACES                       TO TR-CONTROL-FILE.
           MOVE LOW-VALUES                   TO TR-KEY.

           EXEC CICS STARTBR
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                GTEQ
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP NOT = DFHRESP(NORMAL)
              GO TO B3200-EXIT
           END-IF.

           MOVE 'N'                          TO BROWSE-DONE.

           PERFORM B3210-CHAIN-ROW THRU B3210-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(TR-FCT) NOHANDLE
           END-EXEC.

       B3200-EXIT.
           EXIT.

       B3210-CHAIN-ROW.

           MOVE LENGTH OF TR-RECORD          TO TR-LENGTH.

           EXEC CICS READNEXT
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                INTO     ( TR-RECORD )
                LENGTH   ( TR-LENGTH )
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO B3210-EXIT
           END-IF.

           IF TR-TRANID = CMD-TASK
           AND TR-ONE-SHOT NOT = 'Y'
              MOVE 'Y'                       TO TR-FOUND
                                                BROWSE-DONE
              MOVE TR-TASK-NAME              TO TR-CONTROL-FILE
           END-IF.

       B3210-EXIT.
           EXIT.

      ******************************************************************
      ** Write one ZCxxAU audit record for a console action -- the    **
      ** terminal operator as the UserID and the action's old and new **
      ** values, with the terminal, as the audited key text.          **
      ******************************************************************

       C1000-WRITE-AUDIT.

           MOVE 'N'                          TO AUDIT-OK.
           MOVE CMD-CACHE                    TO ZA-TRANID
                                                NC-TRANID.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)                TO ZA-IDN.
           MOVE ZECS-NC-HW                  TO ZA-NC.
           MOVE AUDIT-OP                    TO ZA-OPERATION.
           MOVE OPERATOR-USERID             TO ZA-USERID.

           STRING ' TERM='                  DELIMITED BY SIZE
                  EIBTRMID                  DELIMITED BY SIZE
                  INTO AUDIT-TEXT
                  WITH POINTER AUDIT-PTR
           END-STRING.

           MOVE SPACES                      TO ZA-CACHE-KEY.
           MOVE AUDIT-TEXT                  TO ZA-CACHE-KEY(1:80).
           COMPUTE ZA-CACHE-KEY-LEN = AUDIT-PTR - 1.
           MOVE SPACES                      TO ZA-REQUEST-ID.
           MOVE CURRENT-ABS                 TO ZA-ABS.

           MOVE LENGTH OF ZA-RECORD         TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                RESP(ZA-RESP)
                NOHANDLE
           END-EXEC.

           IF ZA-RESP = DFHRESP(NORMAL)
              MOVE 'Y'                      TO AUDIT-OK
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      ** Commit an audited change, or back it out when its audit      **
      ** record could not be written.                                 **
      ******************************************************************

       C1100-COMMIT.

           IF AUDIT-OK = 'Y'
              EXEC CICS SYNCPOINT
                   NOHANDLE
              END-EXEC
              GO TO C1100-EXIT
           END-IF.

           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC.

           MOVE ZA-RESP                     TO CICS-MSG-RESP.
           MOVE ZEROS                       TO CICS-MSG-RESP2.
           MOVE 'Not done: ZCxxAU WRITE FAILED' TO CICS-MSG-TEXT.
           MOVE CICS-MSG                    TO CONSOLE-MESSAGE.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      ** The operator may change the cache only with cache-wide       **
      ** UPDATE access on its ZCxxSD file.  A refusal is audited too. **
      ******************************************************************

       C2000-CHECK-AUTHORITY.

           MOVE 'N'                          TO AUTH-OK.
           MOVE CMD-CACHE                    TO ZS-TRANID.
           MOVE SPACES                       TO ZS-RECORD.
           MOVE OPERATOR-USERID              TO ZS-KEY.
           MOVE LENGTH OF ZS-RECORD          TO ZS-LENGTH.

           EXEC CICS READ
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                INTO     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP = DFHRESP(NORMAL)
           AND ZS-ACCESS = SD-UPDATE
           AND ZS-KEY-PREFIXES = SPACES
              MOVE 'Y'                       TO AUTH-OK
              GO TO C2000-EXIT
           END-IF.

           MOVE 'CONDENY'                    TO AUDIT-OP.
           MOVE SPACES                       TO AUDIT-TEXT.
           MOVE 1                            TO AUDIT-PTR.
           STRING 'CMD='                     DELIMITED BY SIZE
                  CMD-WORD                   DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  CMD-PARM2                  DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  CMD-PARM3                  DELIMITED BY SPACE
                  INTO AUDIT-TEXT
                  WITH POINTER AUDIT-PTR
           END-STRING.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.
           PERFORM C1100-COMMIT THRU C1100-EXIT.

           MOVE SPACES                       TO CONSOLE-MESSAGE.
           STRING 'Not authorized: cache-wide UPDATE access to '
                                             DELIMITED BY SIZE
                  CMD-CACHE                  DELIMITED BY SIZE
                  ' is required.'            DELIMITED BY SIZE
                  INTO CONSOLE-MESSAGE
           END-STRING.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      ** M ZCxx mode -- set the cache's maintenance mode on its       **
      ** *MAINT* row, the same row zMaint maintains.                  **
      ******************************************************************

       C3000-MAINT-MODE.

           MOVE CMD-PARM2(1:4)               TO CMD-CACHE.
           PERFORM B1200-FIND-CACHE THRU B1200-EXIT.
           IF CACHE-FOUND NOT = 'Y'
              GO TO C3000-EXIT
           END-IF.

           EVALUATE CMD-PARM3
              WHEN 'READONLY'
              WHEN 'RDONLY'
                 MOVE MAINT-RDONLY           TO CMD-MODE
              WHEN 'SHED'
                 MOVE MAINT-SHED             TO CMD-MODE
              WHEN 'DRAIN'
                 MOVE MAINT-DRAIN            TO CMD-MODE
              WHEN 'NORMAL'
                 MOVE MAINT-NORMAL           TO CMD-MODE
              WHEN OTHER
                 MOVE 'Mode must be READONLY, SHED, DRAIN or NORMAL.'
                                             TO CONSOLE-MESSAGE
                 GO TO C3000-EXIT
           END-EVALUATE.

           PERFORM C2000-CHECK-AUTHORITY THRU C2000-EXIT.
           IF AUTH-OK NOT = 'Y'
              GO TO C3000-EXIT
           END-IF.

           MOVE CMD-CACHE                    TO CH-CACHE.
           PERFORM B2200-MODE THRU B2200-EXIT.

           MOVE CMD-CACHE                    TO ZS-TRANID.
           MOVE SPACES                       TO ZS-RECORD.
           MOVE MAINT-ROW-KEY                TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD          TO ZS-LENGTH.

           IF CMD-MODE = MAINT-NORMAL
              EXEC CICS DELETE
                   FILE     ( ZS-FCT )
                   RIDFLD   ( ZS-KEY )
                   RESP     ( SD-RESP )
                   NOHANDLE
              END-EXEC
              IF SD-RESP = DFHRESP(NOTFND)
                 MOVE DFHRESP(NORMAL)        TO SD-RESP
              END-IF
           ELSE
              MOVE CMD-MODE                  TO ZS-ACCESS
              MOVE ZEROS                     TO ZS-TTL-CEILING
                                                ZS-RATE-LIMIT
                                                ZS-RATE-WINDOW-START
                                                ZS-RATE-COUNT
                                                ZS-MAX-KEYS
                                                ZS-MAX-BYTES
                                                ZS-USED-KEYS
                                                ZS-USED-BYTES
                                                ZS-PRIORITY
              EXEC CICS WRITE
                   FILE     ( ZS-FCT )
                   FROM     ( ZS-RECORD )
                   RIDFLD   ( ZS-KEY )
                   LENGTH   ( ZS-LENGTH )
                   RESP     ( SD-RESP )
                   NOHANDLE
              END-EXEC
              IF SD-RESP = DFHRESP(DUPREC)
                 EXEC CICS DELETE
                      FILE     ( ZS-FCT )
                      RIDFLD   ( ZS-KEY )
                      NOHANDLE
                 END-EXEC
                 EXEC CICS WRITE
                      FILE     ( ZS-FCT )
                      FROM     ( ZS-RECORD )
                      RIDFLD   ( ZS-KEY )
                      LENGTH   ( ZS-LENGTH )
                      RESP     ( SD-RESP )
                      NOHANDLE
                 END-EXEC
              END-IF
           END-IF.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
              END-EXEC
              MOVE SD-RESP                   TO CICS-MSG-RESP
              MOVE ZEROS                     TO CICS-MSG-RESP2
              MOVE 'C3000: *MAINT* UPDATE FAILED' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO CONSOLE-MESSAGE
              GO TO C3000-EXIT
           END-IF.

           MOVE 'CONMAINT'                   TO AUDIT-OP.
           MOVE SPACES                       TO AUDIT-TEXT.
           MOVE 1                            TO AUDIT-PTR.
           STRING 'MODE='                    DELIMITED BY SIZE
                  CMD-MODE                   DELIMITED BY SPACE
                  ' FROM='                   DELIMITED BY SIZE
                  GC-MODE                    DELIMITED BY SPACE
                  INTO AUDIT-TEXT
                  WITH POINTER AUDIT-PTR
           END-STRING.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.
           PERFORM C1100-COMMIT THRU C1100-EXIT.

           IF AUDIT-OK = 'Y'
              MOVE SPACES                    TO CONSOLE-MESSAGE
              STRING CMD-CACHE               DELIMITED BY SIZE
                     ' maintenance mode set to '
                                             DELIMITED BY SIZE
                     CMD-MODE                DELIMITED BY SPACE
                     ' (was '                DELIMITED BY SIZE
                     GC-MODE                 DELIMITED BY SPACE
                     ').'                    DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      ** START task ZCxx [sec] -- start one of the cache's tasks the  **
      ** way zTasks does, and when seconds are given, set its chain's **
      ** interval on the control file the registry names for it.      **
      ******************************************************************

       C4000-START-TASK.

           MOVE CMD-PARM2(1:4)               TO CMD-TASK.
           MOVE CMD-PARM3(1:4)               TO CMD-CACHE.

           IF CMD-TASK(1:2) NOT = 'ZC'
           OR CMD-PARM2(5:76) NOT = SPACES
              MOVE 'START needs a ZC task tranid: START task ZCxx [sec]'
                                             TO CONSOLE-MESSAGE
              GO TO C4000-EXIT
           END-IF.

           PERFORM B1200-FIND-CACHE THRU B1200-EXIT.
           IF CACHE-FOUND NOT = 'Y'
              GO TO C4000-EXIT
           END-IF.

           MOVE ZEROS                        TO CMD-SECONDS.
           IF CMD-PARM4 NOT = SPACES
              MOVE CMD-PARM4                 TO CMD-TEXT
              PERFORM A2200-PARSE-NUMBER THRU A2200-EXIT
              IF CMD-NUMBER-LEN = ZEROS
              OR CMD-NUMBER = ZEROS
                 MOVE 'The interval must be a number of seconds.'
                                             TO CONSOLE-MESSAGE
                 GO TO C4000-EXIT
              END-IF
              MOVE CMD-NUMBER                TO CMD-SECONDS
           END-IF.

           PERFORM C2000-CHECK-AUTHORITY THRU C2000-EXIT.
           IF AUTH-OK NOT = 'Y'
              GO TO C4000-EXIT
           END-IF.

           MOVE 'N'                          TO TR-FOUND.
           MOVE ZEROS                        TO CT-OLD-INTERVAL.
           IF CMD-SECONDS > ZEROS
              MOVE CMD-SECONDS               TO CT-NEW-INTERVAL
              PERFORM C5100-SET-INTERVAL THRU C5100-EXIT
              IF CT-RESP NOT = DFHRESP(NORMAL)
                 GO TO C4000-EXIT
              END-IF
           END-IF.

           MOVE CMD-CACHE                    TO TK-START-TRANID.

           EXEC CICS START TRANSID( CMD-TASK )
                FROM     ( TK-START-PARM )
                LENGTH   ( TK-START-LENGTH )
                PROTECT
                RESP     ( TK-RESP )
                NOHANDLE
           END-EXEC.

           IF TK-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
              END-EXEC
              MOVE TK-RESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'C4000: TASK START FAILED' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO CONSOLE-MESSAGE
              GO TO C4000-EXIT
           END-IF.

           MOVE 'CONSTART'                   TO AUDIT-OP.
           MOVE SPACES                       TO AUDIT-TEXT.
           MOVE 1                            TO AUDIT-PTR.
           STRING 'TASK='                    DELIMITED BY SIZE
                  CMD-TASK                   DELIMITED BY SIZE
                  INTO AUDIT-TEXT
                  WITH POINTER AUDIT-PTR
           END-STRING.
           IF TR-FOUND = 'Y'
              MOVE CT-NEW-INTERVAL           TO ED-INTERVAL
              MOVE CT-OLD-INTERVAL           TO ED-INTERVAL-OLD
              STRING ' CTL='                 DELIMITED BY SIZE
                     TR-CONTROL-FILE         DELIMITED BY SPACE
                     ' INTERVAL='            DELIMITED BY SIZE
                     ED-INTERVAL             DELIMITED BY SIZE
                     ' FROM='                DELIMITED BY SIZE
                     ED-INTERVAL-OLD         DELIMITED BY SIZE
                     INTO AUDIT-TEXT
                     WITH POINTER AUDIT-PTR
              END-STRING
           END-IF.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.
           PERFORM C1100-COMMIT THRU C1100-EXIT.

           IF AUDIT-OK NOT = 'Y'
              GO TO C4000-EXIT
           END-IF.

           MOVE SPACES                       TO CONSOLE-MESSAGE.
           IF TR-FOUND = 'Y'
              STRING CMD-TASK                DELIMITED BY SIZE
                     ' started for '         DELIMITED BY SIZE
                     CMD-CACHE               DELIMITED BY SIZE
                     ', interval '           DELIMITED BY SIZE
                     ED-INTERVAL             DELIMITED BY SIZE
                     ' (was '                DELIMITED BY SIZE
                     ED-INTERVAL-OLD         DELIMITED BY SIZE
                     ').'                    DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
           ELSE
              STRING CMD-TASK                DELIMITED BY SIZE
                     ' started for '         DELIMITED BY SIZE
                     CMD-CACHE               DELIMITED BY SIZE
                     '.'                     DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
           END-IF.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      ** STOP task ZCxx -- suspend the task's chain.  A chain runs    **
      ** again after the interval on its control record, so the very  **
      ** large interval zTasks uses to suspend one goes there; START  **
      ** with seconds puts a working interval back.                   **
      ******************************************************************

       C5000-STOP-TASK.

           MOVE CMD-PARM2(1:4)               TO CMD-TASK.
           MOVE CMD-PARM3(1:4)               TO CMD-CACHE.

           IF CMD-TASK(1:2) NOT = 'ZC'
           OR CMD-PARM2(5:76) NOT = SPACES
              MOVE 'STOP needs a ZC task tranid: STOP task ZCxx'
                                             TO CONSOLE-MESSAGE
              GO TO C5000-EXIT
           END-IF.

           PERFORM B1200-FIND-CACHE THRU B1200-EXIT.
           IF CACHE-FOUND NOT = 'Y'
              GO TO C5000-EXIT
           END-IF.

           PERFORM C2000-CHECK-AUTHORITY THRU C2000-EXIT.
           IF AUTH-OK NOT = 'Y'
              GO TO C5000-EXIT
           END-IF.

           MOVE CT-SUSPEND-INTERVAL          TO CT-NEW-INTERVAL.
           PERFORM C5100-SET-INTERVAL THRU C5100-EXIT.
           IF CT-RESP NOT = DFHRESP(NORMAL)
              GO TO C5000-EXIT
           END-IF.

           MOVE CT-NEW-INTERVAL              TO ED-INTERVAL.
           MOVE CT-OLD-INTERVAL              TO ED-INTERVAL-OLD.

           MOVE 'CONSTOP'                    TO AUDIT-OP.
           MOVE SPACES                       TO AUDIT-TEXT.
           MOVE 1                            TO AUDIT-PTR.
           STRING 'TASK='                    DELIMITED BY SIZE
                  CMD-TASK                   DELIMITED BY SIZE
                  ' CTL='                    DELIMITED BY SIZE
                  TR-CONTROL-FILE            DELIMITED BY SPACE
                  ' INTERVAL='               DELIMITED BY SIZE
                  ED-INTERVAL                DELIMITED BY SIZE
                  ' FROM='                   DELIMITED BY SIZE
                  ED-INTERVAL-OLD            DELIMITED BY SIZE
                  INTO AUDIT-TEXT
                  WITH POINTER AUDIT-PTR
           END-STRING.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.
           PERFORM C1100-COMMIT THRU C1100-EXIT.

           IF AUDIT-OK = 'Y'
              MOVE SPACES                    TO CONSOLE-MESSAGE
              STRING CMD-TASK                DELIMITED BY SIZE
                     ' suspended on '        DELIMITED BY SIZE
                     TR-CONTROL-FILE         DELIMITED BY SPACE
                     ', interval was '       DELIMITED BY SIZE
                     ED-INTERVAL-OLD         DELIMITED BY SIZE
                     '.'                     DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
           END-IF.

       C5000-EXIT.
           EXIT.

      ******************************************************************
      ** Put CT-NEW-INTERVAL on the task's control record, keeping    **
      ** the interval it replaces.  CT-RESP is NORMAL when done.      **
      ******************************************************************

       C5100-SET-INTERVAL.

           PERFORM B3200-FIND-CHAIN THRU B3200-EXIT.

           IF TR-FOUND NOT = 'Y'
              MOVE DFHRESP(NOTFND)           TO CT-RESP
              MOVE SPACES                    TO CONSOLE-MESSAGE
              STRING 'No repeating chain for '   DELIMITED BY SIZE
                     CMD-TASK                    DELIMITED BY SIZE
                     ' in the task registry.'    DELIMITED BY SIZE
                     INTO CONSOLE-MESSAGE
              END-STRING
              GO TO C5100-EXIT
           END-IF.

           MOVE CMD-TASK                     TO CT-KEY.
           MOVE LENGTH OF CT-RECORD          TO CT-LENGTH.

           EXEC CICS READ
                FILE     ( TR-CONTROL-FILE )
                RIDFLD   ( CT-KEY )
                INTO     ( CT-RECORD )
                LENGTH   ( CT-LENGTH )
                UPDATE
                RESP     ( CT-RESP )
                NOHANDLE
           END-EXEC.

           IF CT-RESP NOT = DFHRESP(NORMAL)
              MOVE CT-RESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'C5100: CONTROL RECORD READ FAILED' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO CONSOLE-MESSAGE
              GO TO C5100-EXIT
           END-IF.

           MOVE CT-INTERVAL                  TO CT-OLD-INTERVAL.
           MOVE CT-NEW-INTERVAL              TO CT-INTERVAL.

           EXEC CICS REWRITE
                FILE     ( TR-CONTROL-FILE )
                FROM     ( CT-RECORD )
                LENGTH   ( CT-LENGTH )
                RESP     ( CT-RESP )
                NOHANDLE
           END-EXEC.

           IF CT-RESP NOT = DFHRESP(NORMAL)
              MOVE CT-RESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'C5100: CONTROL REWRITE FAILED'
                                             TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO CONSOLE-MESSAGE
           END-IF.

       C5100-EXIT.
           EXIT.

      ******************************************************************
      ** The cache list, one line per cache, a page at a time.        **
      ******************************************************************

       D1000-LIST-VIEW.

           MOVE LIST-HEADING                 TO TERM-LINES(3).

           IF CACHE-COUNT = ZEROS
              MOVE 'No ZCxx URIMAP entries are defined in this region.'
                                             TO TERM-LINES(5)
              GO TO D1000-EXIT
           END-IF.

           IF CS-PAGE > CACHE-COUNT
              MOVE 1                         TO CS-PAGE
           END-IF.

           COMPUTE CACHE-LAST = CS-PAGE + PAGE-SIZE - 1.
           IF CACHE-LAST > CACHE-COUNT
              MOVE CACHE-COUNT               TO CACHE-LAST
           END-IF.

           MOVE FIRST-LIST-LINE              TO LINE-NBR.
           MOVE 'N'                          TO DETAIL-LINES.

           PERFORM D1100-LIST-LINE THRU D1100-EXIT
                   VARYING CACHE-INDEX FROM CS-PAGE BY 1
                   UNTIL   CACHE-INDEX > CACHE-LAST.

       D1000-EXIT.
           EXIT.

       D1100-LIST-LINE.

           MOVE CE-CACHE(CACHE-INDEX)        TO CH-CACHE.
           PERFORM B2000-GATHER-CACHE THRU B2000-EXIT.

           MOVE CH-CACHE                     TO LL-CACHE.

           IF GC-SCAN-DATE8 = SPACES
              MOVE '      -'                 TO LL-KEYS
                                                LL-HW-KEYS
                                                LL-SEGS
                                                LL-HW-SEGS
           ELSE
              MOVE GC-KEYS                   TO LL-KEYS
              MOVE GC-HW-KEYS                TO LL-HW-KEYS
              MOVE GC-SEGS                   TO LL-SEGS
              MOVE GC-HW-SEGS                TO LL-HW-SEGS
           END-IF.

           MOVE GC-MODE                      TO LL-MODE.
           MOVE GC-BREAKER                   TO LL-BREAKER.
           MOVE GC-CANARY                    TO LL-CANARY.
           MOVE GC-ALERTS                    TO LL-ALERTS.

           MOVE LIST-LINE                    TO TERM-LINES(LINE-NBR).
           ADD 1                             TO LINE-NBR.

       D1100-EXIT.
           EXIT.

      ******************************************************************
      ** One cache in detail.                                         **
      ******************************************************************

       D2000-DETAIL-VIEW.

           MOVE CS-CACHE                     TO CH-CACHE.
           MOVE 'N'                          TO DETAIL-LINES.
           INITIALIZE GC-FIGURES.

           PERFORM B2100-CAPACITY THRU B2100-EXIT.
           PERFORM B2200-MODE THRU B2200-EXIT.
           PERFORM B2400-CANARY THRU B2400-EXIT.

           STRING 'CACHE '                   DELIMITED BY SIZE
                  CS-CACHE                   DELIMITED BY SIZE
                  '   MODE '                 DELIMITED BY SIZE
                  GC-MODE                    DELIMITED BY SIZE
                  INTO TERM-LINES(3)
           END-STRING.

           IF GC-SCAN-DATE8 = SPACES
              MOVE 'CAPACITY   NO SCAN RECORDED IN THE LAST 30 DAYS'
                                             TO TERM-LINES(5)
           ELSE
              MOVE GC-KEYS                   TO ED-NUM-7
              MOVE GC-SEGS                   TO ED-NUM-7B
              STRING 'CAPACITY   SCANNED '   DELIMITED BY SIZE
                     GC-SCAN-DATE8           DELIMITED BY SIZE
                     '   KEYS '              DELIMITED BY SIZE
                     ED-NUM-7                DELIMITED BY SIZE
                     '   SEGMENTS '          DELIMITED BY SIZE
                     ED-NUM-7B               DELIMITED BY SIZE
                     INTO TERM-LINES(5)
              END-STRING
              MOVE GC-RAW-BYTES              TO ED-NUM-15
              MOVE GC-STORED-BYTES           TO ED-NUM-15B
              STRING '           RAW BYTES '     DELIMITED BY SIZE
                     ED-NUM-15                   DELIMITED BY SIZE
                     '   STORED BYTES '          DELIMITED BY SIZE
                     ED-NUM-15B                  DELIMITED BY SIZE
                     INTO TERM-LINES(6)
              END-STRING
              MOVE GC-HW-KEYS                TO ED-NUM-7
              MOVE GC-HW-SEGS                TO ED-NUM-7B
              STRING '30-DAY HIGH WATER       '  DELIMITED BY SIZE
                     '   KEYS '                  DELIMITED BY SIZE
                     ED-NUM-7                    DELIMITED BY SIZE
                     '   SEGMENTS '              DELIMITED BY SIZE
                     ED-NUM-7B                   DELIMITED BY SIZE
                     INTO TERM-LINES(7)
              END-STRING
           END-IF.

           IF GC-CANARY = '-'
              MOVE 'LAST CANARY  NONE RECORDED' TO TERM-LINES(9)
           ELSE
              MOVE GC-CANARY-MS              TO ED-NUM-7
              STRING 'LAST CANARY  '         DELIMITED BY SIZE
                     GC-CANARY-DATE          DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     GC-CANARY-TIME          DELIMITED BY SIZE
                     '  '                    DELIMITED BY SIZE
                     GC-CANARY               DELIMITED BY SIZE
                     '  '                    DELIMITED BY SIZE
                     GC-CANARY-STEP          DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     ED-NUM-7                DELIMITED BY SIZE
                     ' MS'                   DELIMITED BY SIZE
                     INTO TERM-LINES(9)
              END-STRING
           END-IF.

           MOVE 'PARTNER CIRCUIT BREAKERS'   TO TERM-LINES(11).
           MOVE 12                           TO LINE-NBR.
           MOVE 'Y'                          TO DETAIL-LINES.
           PERFORM B2300-BREAKERS THRU B2300-EXIT.
           IF GC-PARTNERS = ZEROS
              MOVE '  NONE'                  TO TERM-LINES(LINE-NBR)
              ADD 1                          TO LINE-NBR
           END-IF.

           ADD 1                             TO LINE-NBR.
           IF LINE-NBR > LAST-DETAIL-LINE
              GO TO D2000-EXIT
           END-IF.

           MOVE 'FIRED ALERT RULES'          TO TERM-LINES(LINE-NBR).
           ADD 1                             TO LINE-NBR.
           PERFORM B2500-ALERTS THRU B2500-EXIT.
           IF GC-ALERTS = ZEROS
           AND LINE-NBR NOT > LAST-DETAIL-LINE
              MOVE '  NONE'                  TO TERM-LINES(LINE-NBR)
           END-IF.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      ** The overdue task chains from the registry, a page at a time. **
      ******************************************************************

       D3000-TASKS-VIEW.

           MOVE TASK-HEADING                 TO TERM-LINES(3).
           MOVE FIRST-LIST-LINE              TO LINE-NBR.
           MOVE ZEROS                        TO OVERDUE-SEEN.
           MOVE LOW-VALUES                   TO TR-KEY.

           EXEC CICS STARTBR
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                GTEQ
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP = DFHRESP(NORMAL)
              MOVE 'N'                       TO BROWSE-DONE
              PERFORM D3100-TASK-LINE THRU D3100-EXIT
                      UNTIL BROWSE-DONE = 'Y'
              EXEC CICS ENDBR FILE(TR-FCT) NOHANDLE
              END-EXEC
           END-IF.

           IF LINE-NBR = FIRST-LIST-LINE
              IF CS-PAGE > 1
              AND VIEW-RETRY NOT = 'Y'
                 MOVE 'Y'                    TO VIEW-RETRY
                 MOVE 1                      TO CS-PAGE
                 GO TO D3000-TASKS-VIEW
              END-IF
              MOVE 'No task chain is overdue.' TO TERM-LINES(5)
           END-IF.

       D3000-EXIT.
           EXIT.

       D3100-TASK-LINE.

           MOVE LENGTH OF TR-RECORD          TO TR-LENGTH.

           EXEC CICS READNEXT
                FILE     ( TR-FCT )
                RIDFLD   ( TR-KEY )
                INTO     ( TR-RECORD )
                LENGTH   ( TR-LENGTH )
                RESP     ( TR-RESP )
                NOHANDLE
           END-EXEC.

           IF TR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                       TO BROWSE-DONE
              GO TO D3100-EXIT
           END-IF.

           IF TR-OVERDUE NOT = 'Y'
              GO TO D3100-EXIT
           END-IF.

           ADD 1                             TO OVERDUE-SEEN.
           IF OVERDUE-SEEN < CS-PAGE
              GO TO D3100-EXIT
           END-IF.

           MOVE TR-TASK-NAME                 TO TL-CONTROL-FILE.
           MOVE TR-TRANID                    TO TL-TRANID.
           MOVE TR-DATE                      TO TL-LAST-DATE.
           MOVE TR-TIME                      TO TL-LAST-TIME.
           MOVE TR-INTERVAL                  TO TL-INTERVAL.
           MOVE TR-NEXT-ABS                  TO FMT-ABS.
           PERFORM D9100-FORMAT-ABS THRU D9100-EXIT.
           MOVE FMT-DATE                     TO TL-NEXT-DATE.
           MOVE FMT-TIME                     TO TL-NEXT-TIME.

           MOVE TASK-LINE                    TO TERM-LINES(LINE-NBR).
           ADD 1                             TO LINE-NBR.

           IF LINE-NBR > LAST-DETAIL-LINE
              MOVE 'Y'                       TO BROWSE-DONE
           END-IF.

       D3100-EXIT.
           EXIT.

      ******************************************************************
      ** Heading line: the time, the region-wide figures and the      **
      ** refresh timer.                                               **
      ******************************************************************

       D9000-HEADING.

           MOVE CURRENT-ABS                  TO FMT-ABS.
           PERFORM D9100-FORMAT-ABS THRU D9100-EXIT.

           MOVE RQ-NUMITEMS                  TO ED-NUM-7.
           MOVE OVERDUE-COUNT                TO ED-NUM-3.
           MOVE CS-REFRESH                   TO ED-NUM-4.

           STRING 'zECS OPERATIONS CONSOLE  ' DELIMITED BY SIZE
                  FMT-DATE                   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FMT-TIME                   DELIMITED BY SIZE
                  '  RPLQ '                  DELIMITED BY SIZE
                  ED-NUM-7                   DELIMITED BY SIZE
                  '  OVERDUE '               DELIMITED BY SIZE
                  ED-NUM-3                   DELIMITED BY SIZE
                  '  EVERY '                 DELIMITED BY SIZE
                  ED-NUM-4                   DELIMITED BY SIZE
                  'S'                        DELIMITED BY SIZE
                  INTO TERM-LINES(2)
           END-STRING.

       D9000-EXIT.
           EXIT.

       D9100-FORMAT-ABS.

           EXEC CICS FORMATTIME ABSTIME(FMT-ABS)
                YYYYMMDD ( FMT-DATE )
                DATESEP
                TIME     ( FMT-TIME )
                TIMESEP
                NOHANDLE
           END-EXEC.

       D9100-EXIT.
           EXIT.

      ******************************************************************
      ** Send the screen, schedule the next refresh against this      **
      ** terminal and wait for the operator.                          **
      ******************************************************************

       Z1000-EXIT-PROGRAM.

           MOVE COMMAND-PROMPT               TO TERM-LINES(1).
           MOVE CONSOLE-MESSAGE              TO TERM-LINES(23).
           MOVE PF-KEY-LINE                  TO TERM-LINES(24).

      *    *--------------------------------------------------------*
      *    * Send response to terminal.                             *
      *    *--------------------------------------------------------*
           EXEC CICS SEND
                FROM  ( TERM-DATA )
                LENGTH( LENGTH OF TERM-DATA )
                ERASE
                NOHANDLE
           END-EXEC.

           DIVIDE CS-REFRESH BY 3600 GIVING CS-HOURS
                  REMAINDER CS-SECONDS.
           DIVIDE CS-SECONDS BY 60 GIVING CS-MINUTES
                  REMAINDER CS-SECONDS.
           COMPUTE CS-INTERVAL = (CS-HOURS * 10000)
                               + (CS-MINUTES * 100)
                               +  CS-SECONDS.

           MOVE LENGTH OF CS-STATE           TO CS-LENGTH.

           EXEC CICS START TRANSID( EIBTRNID )
                INTERVAL ( CS-INTERVAL )
                TERMID   ( EIBTRMID )
                REQID    ( CS-REQID )
                FROM     ( CS-STATE )
                LENGTH   ( CS-LENGTH )
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID  ( EIBTRNID )
                COMMAREA ( CS-STATE )
                LENGTH   ( CS-LENGTH )
           END-EXEC.

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      ** PF3, CLEAR or END -- leave the console.                      **
      ******************************************************************

       Z2000-END-CONSOLE.

           MOVE SPACES                       TO TERM-DATA.
           MOVE 'zECS operations console ended.' TO TERM-LINES(1).

           EXEC CICS SEND
                FROM  ( TERM-DATA )
                LENGTH( LENGTH OF TERM-DATA )
                ERASE
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       Z2000-EXIT.
           EXIT.
