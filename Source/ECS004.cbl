CBL    CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ECS004.
      ******************************************************************
      ** CICS program initiated via a terminal to onboard and offboard**
      ** a tenant (BU_SBU) on a zECS cache in one step.  Standing a   **
      ** tenant up used to take separate ECS002 ADD/PRI/WIN commands, **
      ** hand-built ZCORIGIN and ZCROUTES rows, zConfig overrides and **
      ** quota figures, and tearing one down the same in reverse plus **
      ** a ZECS020 unload and a zErase -- and a missed step left, for **
      ** one, a route pointing at a cache the tenant had left.  This  **
      ** transaction takes the whole tenant profile, validates it,    **
      ** and creates or removes every row the tenant owns as a unit.  **
      **                                                              **
      ** Commands (first line of the screen):                         **
      **   TRAN ZCxx ONB busbu                                        **
      **     Onboard the tenant from the profile typed on the lines   **
      **     that follow, keyword=value operands separated by spaces: **
      **       PREFIX=p          the tenant's key prefix (40 max),    **
      **                         required with USER, ORIGIN or ROUTE  **
      **       TTL=n RATE=n      *BUSBU* TTL ceiling and rate limit   **
      **       PRIORITY=n        workload priority class, 0 to 9      **
      **       MAXKEYS=n MAXBYTES=n   the tenant's quota (0 = none)   **
      **       USER=userid,access     a UserID row scoped to PREFIX   **
      **                         (SELECT, UPDATE or DELETE; up to 4)  **
      **       ORIGIN=url OPATH=path OTIMEOUT=n OTTL=n POLICY=W|B|N   **
      **                         the ZCORIGIN row for PREFIX          **
      **       ROUTER=tran ROUTE=url  the ZCROUTES row for PREFIX on  **
      **                         the named router facade              **
      **       CONFIG=name,value a ZCCONFIG override (up to 4)        **
      **   TRAN ZCxx OFF busbu [unload-tran]                          **
      **     Offboard the tenant.  The first OFF scopes the ZCUNLOAD  **
      **     control record to the tenant and starts the ZECS020      **
      **     unload (the transaction named, else the one the control  **
      **     file already carries).  Once the unload has completed,   **
      **     OFF again erases the tenant's data through zErase and    **
      **     removes every row its profile created.                   **
      **   TRAN ZCxx SHO busbu                                        **
      **     Show the tenant's profile and offboarding state.         **
      **                                                              **
      ** Onboarding writes every row, the ZCTENANT profile and one    **
      ** TENANTON audit record in a single unit of work: any row that **
      ** cannot be written (one that already exists, most often)      **
      ** backs the whole action out with SYNCPOINT ROLLBACK, so the   **
      ** ZCxxSD, ZCORIGIN, ZCROUTES, ZCCONFIG and ZCTENANT files are  **
      ** defined recoverable.  Offboarding commits the erasure before **
      ** it removes the rows -- the erasure runs in the cache's own   **
      ** task and cannot be backed out -- and the row removal and its **
      ** TENANTOF audit record are a unit of their own; a failure     **
      ** there leaves the profile at E so OFF can simply be repeated. **
      **                                                              **
      ** The erasure is a POST of bu=busbu to the cache's own         **
      ** /resources/zErase through the ZCxxERAS client URIMAP, which  **
      ** names the cache's host and port (with a client certificate   **
      ** mapped to a DELETE UserID where the cache authenticates).    **
      ** Each action's receipt is shown on the screen and written to  **
      ** the ZRCP extrapartition queue for printing; the offboarding  **
      ** receipt carries the unload figures and destruction report.   **
      **                                                              **
      ** ZCxx names the cache the tenant is provisioned on.           **
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
       01  OPERATOR-USERID             PIC X(08) VALUE SPACES.

       01  INPUT-PARMS.
           05  INPUT-PARM1             PIC X(80).
           05  INPUT-PARM2             PIC X(80).
           05  INPUT-PARM3             PIC X(80).
           05  INPUT-PARM4             PIC X(80).
           05  INPUT-PARM5             PIC X(80).

       01  CMD-WORD                    PIC X(03) VALUE SPACES.
       01  CACHE-TRANID                PIC X(04) VALUE SPACES.
       01  TENANT-BUSBU                PIC X(25) VALUE SPACES.

      ******************************************************************
      ** Profile parsing.  Each profile line is split on spaces into  **
      ** keyword=value operands.                                      **
      ******************************************************************
       01  PF-TOKENS.
           05  PF-TOKEN                PIC X(80) OCCURS 8 TIMES.
       01  PF-IDX                      PIC 9(04) COMP VALUE ZEROS.
       01  PF-PTR                      PIC 9(04) COMP VALUE ZEROS.
       01  PF-NAME                     PIC X(10) VALUE SPACES.
       01  PF-VALUE                    PIC X(80) VALUE SPACES.
       01  PF-VALUE-LEN                PIC 9(04) COMP VALUE ZEROS.
       01  PF-DIGITS                   PIC 9(04) COMP VALUE ZEROS.
       01  PF-NUMBER-X                 PIC X(15) VALUE ZEROS.
       01  PF-NUMBER REDEFINES PF-NUMBER-X
                                       PIC 9(15).
       01  PF-PART-1                   PIC X(80) VALUE SPACES.
       01  PF-PART-2                   PIC X(80) VALUE SPACES.
       01  PF-URL-HEAD                 PIC X(08) VALUE SPACES.
       01  PF-USER-COUNT               PIC 9(04) COMP VALUE ZEROS.
       01  PF-CONFIG-COUNT             PIC 9(04) COMP VALUE ZEROS.
       01  PF-SLOT                     PIC 9(04) COMP VALUE ZEROS.
       01  PF-CHECK                    PIC 9(04) COMP VALUE ZEROS.
       01  PF-MESSAGE                  PIC X(80) VALUE SPACES.

       01  SD-SELECT                   PIC X(06) VALUE 'SELECT'.
       01  SD-UPDATE                   PIC X(06) VALUE 'UPDATE'.
       01  SD-DELETE                   PIC X(06) VALUE 'DELETE'.

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

       01  FAIL-STEP                   PIC X(34) VALUE SPACES.

       01  TERM-DATA.
           05  TERM-LINES OCCURS 24 TIMES
                          INDEXED BY TERM-IDX
                                       PIC X(80) VALUE SPACES.

      ******************************************************************
      ** Tenant profile (ZCTENANT).                                   **
      ******************************************************************
       01  TP-FCT                      PIC X(08) VALUE 'ZCTENANT'.
       01  TP-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  TP-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  PROFILE-FOUND               PIC X(01) VALUE 'N'.

       COPY ZECSTPC.

      ******************************************************************
      ** Security definition rows (ZCxxSD).                           **
      ******************************************************************
       01  ZS-FCT.
           05  ZS-TRANID               PIC X(04) VALUE 'ZC##'.
           05  FILLER                  PIC X(04) VALUE 'SD  '.

       01  ZS-LENGTH                   PIC S9(08) COMP VALUE ZEROS.
       01  SD-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  TOKEN-PREFIX                PIC X(07) VALUE '*TOKEN*'.
       01  REVOKE-USERID               PIC X(08) VALUE SPACES.

       COPY ZECSSDC.

      ******************************************************************
      ** Application origin registry row, the layout ZECS001 reads.   **
      ******************************************************************
       01  OG-FCT                      PIC X(08) VALUE 'ZCORIGIN'.
       01  OG-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  OG-RESP                     PIC S9(08) COMP VALUE ZEROS.

       01  OG-RECORD.
           05  OG-KEY.
               10  OG-KEY-TRANID       PIC X(04).
               10  OG-KEY-PREFIX       PIC X(40).
           05  OG-URL                  PIC X(80).
           05  OG-PATH                 PIC X(64).
           05  OG-TIMEOUT              PIC 9(03).
           05  OG-TTL                  PIC 9(07).
           05  OG-WRITE-POLICY         PIC X(01).
           05  FILLER                  PIC X(57).

      ******************************************************************
      ** Federation routing row, the layout ZECS030 reads.            **
      ******************************************************************
       01  RT-FCT                      PIC X(08) VALUE 'ZCROUTES'.
       01  RT-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  RT-RESP                     PIC S9(08) COMP VALUE ZEROS.

       01  RT-RECORD.
           05  RT-KEY.
               10  RT-KEY-TRANID       PIC X(04).
               10  RT-KEY-PREFIX       PIC X(40).
           05  RT-TARGET-URL           PIC X(80).
           05  FILLER                  PIC X(132).

      ******************************************************************
      ** Runtime configuration row (ZCCONFIG).                        **
      ******************************************************************
       01  CF-FCT                      PIC X(08) VALUE 'ZCCONFIG'.
       01  CF-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  CF-RESP                     PIC S9(08) COMP VALUE ZEROS.

       01  CF-RECORD.
           05  CF-KEY.
               10  CF-KEY-TRANID       PIC X(04).
               10  CF-KEY-NAME         PIC X(08).
           05  CF-VALUE                PIC X(64).
           05  FILLER                  PIC X(04).

      ******************************************************************
      ** ZECS020 unload control record (ZCUNLOAD), keyed by the       **
      ** unload transaction, and the parm it is started with.         **
      ******************************************************************
       01  UL-FCT                      PIC X(08) VALUE 'ZCUNLOAD'.
       01  UL-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  UL-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  UL-TRANID                   PIC X(04) VALUE SPACES.
       01  UL-COMPLETE                 PIC X(01) VALUE 'N'.

       01  UL-CONTROL.
           05  UL-CTL-KEY              PIC X(04).
           05  UL-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           05  UL-PREFIX-LEN           PIC S9(04) COMP-3 VALUE ZEROS.
           05  UL-PREFIX               PIC X(64) VALUE SPACES.
           05  UL-BUSBU                PIC X(25) VALUE SPACES.
           05  UL-OUT-COUNT            PIC S9(07) COMP-3 VALUE ZEROS.
           05  UL-SKIP-COUNT           PIC S9(07) COMP-3 VALUE ZEROS.
           05  UL-DATE                 PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UL-TIME                 PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UL-APPLID               PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UL-TASKID               PIC 9(06) VALUE ZEROS.
           05  UL-CLASS-COUNT          PIC S9(07) COMP-3 VALUE ZEROS.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  UL-START-PARM.
           05  UL-START-TRANID         PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(255) VALUE LOW-VALUES.

       01  UL-START-LENGTH             PIC S9(04) COMP VALUE 259.

       01  UL-ENQ.
           05  FILLER                  PIC X(08) VALUE 'CICSGRS_'.
           05  FILLER                  PIC X(08) VALUE 'ZCUNLOA_'.
           05  UL-ENQ-TRANID           PIC X(04) VALUE SPACES.

      ******************************************************************
      ** Tenant erasure through the cache's own zErase resource.      **
      ******************************************************************
       01  ER-URIMAP.
           05  ER-URIMAP-TRANID        PIC X(04) VALUE 'ZC##'.
           05  FILLER                  PIC X(04) VALUE 'ERAS'.
       01  ER-SESSTOKEN                PIC X(08) VALUE SPACES.
       01  ER-PATH                     PIC X(17)
                                       VALUE '/resources/zErase'.
       01  ER-PATH-LEN                 PIC 9(09) COMP VALUE 17.
       01  ER-METHOD                   PIC 9(09) COMP VALUE ZEROS.
       01  ER-BODY                     PIC X(40) VALUE SPACES.
       01  ER-BODY-LEN                 PIC 9(09) COMP VALUE ZEROS.
       01  ER-MEDIA-TYPE               PIC X(56) VALUE 'text/plain'.
       01  ER-REPORT                   PIC X(160) VALUE SPACES.
       01  ER-REPORT-LEN               PIC 9(09) COMP VALUE ZEROS.
       01  ER-STATUS-CODE              PIC 9(04) COMP VALUE ZEROS.
       01  ER-STATUS-LEN               PIC 9(09) COMP VALUE ZEROS.
       01  ER-STATUS-TEXT              PIC X(40) VALUE SPACES.
       01  ER-STATUS-D                 PIC 9(03) VALUE ZEROS.

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
       01  AUDIT-OP                    PIC X(08) VALUE SPACES.
       01  ROW-COUNT-D                 PIC 9(02) VALUE ZEROS.

      ******************************************************************
      ** zECS AUDIT record.                                           **
      ******************************************************************
       COPY ZECSZAC.

      ******************************************************************
      ** Receipt.  Each line goes to the screen and to the ZRCP       **
      ** extrapartition queue, which the region routes to print.      **
      ******************************************************************
       01  RECEIPT-QUEUE               PIC X(04) VALUE 'ZRCP'.
       01  RECEIPT-LINE                PIC X(80) VALUE SPACES.
       01  RECEIPT-LENGTH              PIC S9(04) COMP VALUE 80.
       01  RECEIPT-NBR                 PIC 9(04) COMP VALUE ZEROS.
       01  RECEIPT-DATE                PIC X(10) VALUE SPACES.
       01  RECEIPT-TIME                PIC X(08) VALUE SPACES.
       01  RC-NUM-7                    PIC Z(06)9.
       01  RC-NUM-7B                   PIC Z(06)9.
       01  RC-NUM-15                   PIC Z(14)9.
       01  RC-NUM-3                    PIC ZZ9.
       01  RC-NUM-1                    PIC 9(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(01).

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-GET-INPUT-REQUEST THRU A1000-EXIT.
           PERFORM A2000-PARSE-COMMAND THRU A2000-EXIT.

           EVALUATE CMD-WORD
              WHEN 'ONB'
                 PERFORM A3000-ONBOARD THRU A3000-EXIT
              WHEN 'OFF'
                 PERFORM A4000-OFFBOARD THRU A4000-EXIT
              WHEN 'SHO'
                 PERFORM A5000-SHOW THRU A5000-EXIT
              WHEN OTHER
                 MOVE SPACES                TO TERM-DATA
                 MOVE 'Invalid: ONB,OFF,SHO'
                                            TO TERM-LINES(1)
                 PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-EVALUATE.

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      ** Receive the terminal input.                                  **
      ******************************************************************

       A1000-GET-INPUT-REQUEST.

           MOVE LENGTH OF TERM-DATA          TO TERM-DATA-LEN.

           EXEC CICS RECEIVE
                INTO      ( TERM-DATA )
                LENGTH    ( TERM-DATA-LEN )
                MAXLENGTH ( TERM-DATA-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL) OR 6
              GO TO A1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Handle your error condition.                           *
      *    *--------------------------------------------------------*
           MOVE SPACES                       TO TERM-DATA.
           MOVE EIBRESP                      TO CICS-MSG-RESP.
           MOVE EIBRESP2                     TO CICS-MSG-RESP2.
           MOVE 'A1000: RECEIVE ERROR:'      TO CICS-MSG-TEXT.
           MOVE CICS-MSG                     TO TERM-LINES(1).

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      ** Split the command line and point every cache-scoped resource **
      ** at the named cache.                                          **
      ******************************************************************

       A2000-PARSE-COMMAND.

           MOVE SPACES                      TO INPUT-PARMS.

           UNSTRING TERM-LINES(1)
                    DELIMITED BY ALL SPACES
                    INTO INPUT-PARM1,
                         INPUT-PARM2,
                         INPUT-PARM3,
                         INPUT-PARM4,
                         INPUT-PARM5
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(INPUT-PARM2)   TO INPUT-PARM2.
           MOVE FUNCTION UPPER-CASE(INPUT-PARM3)   TO INPUT-PARM3.
           MOVE FUNCTION UPPER-CASE(INPUT-PARM5)   TO INPUT-PARM5.

           IF INPUT-PARM2 = SPACES
              MOVE SPACES                TO TERM-DATA
              MOVE 'Missing cache tranid, expecting ZCxx'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           IF INPUT-PARM4 = SPACES
           OR INPUT-PARM4(26:55) NOT = SPACES
              MOVE SPACES                TO TERM-DATA
              MOVE 'Missing or invalid BU_SBU (25 characters max).'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE INPUT-PARM2(1:4)            TO CACHE-TRANID.
           MOVE INPUT-PARM3(1:3)            TO CMD-WORD.
           MOVE INPUT-PARM4(1:25)           TO TENANT-BUSBU.

           MOVE CACHE-TRANID                TO ZS-TRANID
                                               ZA-TRANID
                                               NC-TRANID
                                               ER-URIMAP-TRANID.

           EXEC CICS ASSIGN USERID(OPERATOR-USERID) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      ** ONB -- validate the profile, then write every row the tenant **
      ** needs, its profile and the audit record as one unit of work. **
      ******************************************************************

       A3000-ONBOARD.

           PERFORM B1000-READ-PROFILE THRU B1000-EXIT.

           IF PROFILE-FOUND = 'Y'
              IF NOT TP-OFFBOARDED
                 MOVE SPACES             TO TERM-DATA
                 MOVE 'Tenant is already provisioned on this cache.'
                                         TO TERM-LINES(1)
                 PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
              END-IF
           END-IF.

           INITIALIZE TP-RECORD.
           MOVE CACHE-TRANID                TO TP-TRANID.
           MOVE TENANT-BUSBU                TO TP-BUSBU.
           MOVE ZEROS                       TO PF-USER-COUNT
                                               PF-CONFIG-COUNT.

           PERFORM B2000-PROFILE-LINE THRU B2000-EXIT
                   VARYING LINE-NBR FROM 2 BY 1
                   UNTIL   LINE-NBR > 24.

           PERFORM B3000-CROSS-CHECK THRU B3000-EXIT.

           MOVE ZEROS                       TO ROW-COUNT.

           PERFORM C2000-WRITE-BUSBU THRU C2000-EXIT.

           IF PF-USER-COUNT > ZEROS
              PERFORM C2100-WRITE-USER THRU C2100-EXIT
                      VARYING PF-SLOT FROM 1 BY 1
                      UNTIL   PF-SLOT > PF-USER-COUNT
           END-IF.

           IF TP-ORIGIN-URL > SPACES
              PERFORM C2200-WRITE-ORIGIN THRU C2200-EXIT
           END-IF.

           IF TP-ROUTER-TRANID > SPACES
              PERFORM C2300-WRITE-ROUTE THRU C2300-EXIT
           END-IF.

           IF PF-CONFIG-COUNT > ZEROS
              PERFORM C2400-WRITE-CONFIG THRU C2400-EXIT
                      VARYING PF-SLOT FROM 1 BY 1
                      UNTIL   PF-SLOT > PF-CONFIG-COUNT
           END-IF.

           MOVE 'A'                         TO TP-STATUS.
           MOVE CURRENT-ABS                 TO TP-ONBOARD-ABS.
           MOVE OPERATOR-USERID             TO TP-ONBOARD-USERID.
           PERFORM C2500-SAVE-PROFILE THRU C2500-EXIT.

           MOVE 'TENANTON'                  TO AUDIT-OP.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.

           EXEC CICS SYNCPOINT
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              MOVE 'A3000: SYNCPOINT FAILED'   TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           PERFORM D1000-ONBOARD-RECEIPT THRU D1000-EXIT.

       A3000-EXIT.
           EXIT.

      ******************************************************************
      ** OFF -- offboard in stages, each one resumable: start the     **
      ** tenant-scoped unload; once it has completed, erase the       **
      ** tenant's data; then remove every row the profile created.    **
      ******************************************************************

       A4000-OFFBOARD.

           PERFORM B1000-READ-PROFILE THRU B1000-EXIT.

           IF PROFILE-FOUND NOT = 'Y'
           OR TP-OFFBOARDED
              MOVE SPACES                TO TERM-DATA
              MOVE 'Tenant is not provisioned on this cache.'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           IF TP-ACTIVE
              PERFORM B5000-START-UNLOAD THRU B5000-EXIT
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           IF TP-UNLOADING
              PERFORM B5100-CHECK-UNLOAD THRU B5100-EXIT
              IF UL-COMPLETE NOT = 'Y'
                 MOVE SPACES             TO TERM-DATA
                 MOVE 'The tenant unload has not completed yet.'
                                         TO TERM-LINES(1)
                 MOVE 'Re-enter OFF once its UNLOAD line is on CSSL.'
                                         TO TERM-LINES(2)
                 PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
              END-IF
              PERFORM B5200-ERASE THRU B5200-EXIT
           END-IF.

           PERFORM B6000-REMOVE-ROWS THRU B6000-EXIT.

           PERFORM D2000-OFFBOARD-RECEIPT THRU D2000-EXIT.

       A4000-EXIT.
           EXIT.

      ******************************************************************
      ** SHO -- display the tenant's profile and offboarding state.   **
      ******************************************************************

       A5000-SHOW.

           PERFORM B1000-READ-PROFILE THRU B1000-EXIT.

           IF PROFILE-FOUND NOT = 'Y'
              MOVE SPACES                TO TERM-DATA
              MOVE 'No profile for this tenant on this cache.'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE SPACES                      TO TERM-DATA.
           MOVE ZEROS                       TO RECEIPT-NBR.
           PERFORM D3000-PROFILE-LINES THRU D3000-EXIT.

           MOVE SPACES                      TO RECEIPT-LINE.
           EVALUATE TRUE
              WHEN TP-ACTIVE
                 MOVE 'STATUS ACTIVE'       TO RECEIPT-LINE
              WHEN TP-UNLOADING
                 STRING 'STATUS OFFBOARDING, UNLOAD STARTED UNDER '
                                            DELIMITED BY SIZE
                        TP-UNLOAD-TRANID    DELIMITED BY SIZE
                        INTO RECEIPT-LINE
                 END-STRING
              WHEN TP-ERASED
                 MOVE 'STATUS OFFBOARDING, DATA ERASED, ROWS REMAIN'
                                            TO RECEIPT-LINE
              WHEN OTHER
                 MOVE 'STATUS OFFBOARDED'   TO RECEIPT-LINE
           END-EVALUATE.
           PERFORM D8000-SHOW-LINE THRU D8000-EXIT.

           IF TP-ERASE-REPORT > SPACES
              MOVE SPACES                   TO RECEIPT-LINE
              STRING 'ERASED '              DELIMITED BY SIZE
                     TP-ERASE-REPORT(1:73)  DELIMITED BY SIZE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D8000-SHOW-LINE THRU D8000-EXIT
           END-IF.

       A5000-EXIT.
           EXIT.

      ******************************************************************
      ** Read the tenant's profile, if it has one.                    **
      ******************************************************************

       B1000-READ-PROFILE.

           MOVE 'N'                         TO PROFILE-FOUND.
           MOVE CACHE-TRANID                TO TP-TRANID.
           MOVE TENANT-BUSBU                TO TP-BUSBU.
           MOVE LENGTH OF TP-RECORD         TO TP-LENGTH.

           EXEC CICS READ
                FILE     ( TP-FCT )
                RIDFLD   ( TP-KEY )
                INTO     ( TP-RECORD )
                LENGTH   ( TP-LENGTH )
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP = DFHRESP(NORMAL)
              MOVE 'Y'                      TO PROFILE-FOUND
              GO TO B1000-EXIT
           END-IF.

           IF TP-RESP NOT = DFHRESP(NOTFND)
              MOVE 'B1000: ZCTENANT READ ERROR:'  TO CICS-MSG-TEXT
              PERFORM B9000-FILE-ERROR THRU B9000-EXIT
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      ** One profile line: split it on spaces and take each operand.  **
      ******************************************************************

       B2000-PROFILE-LINE.

           IF TERM-LINES(LINE-NBR) = SPACES
              GO TO B2000-EXIT
           END-IF.

           MOVE SPACES                      TO PF-TOKENS.

           UNSTRING TERM-LINES(LINE-NBR)
                    DELIMITED BY ALL SPACES
                    INTO PF-TOKEN(1),
                         PF-TOKEN(2),
                         PF-TOKEN(3),
                         PF-TOKEN(4),
                         PF-TOKEN(5),
                         PF-TOKEN(6),
                         PF-TOKEN(7),
                         PF-TOKEN(8)
           END-UNSTRING.

           PERFORM B2100-PROFILE-OPERAND THRU B2100-EXIT
                   VARYING PF-IDX FROM 1 BY 1
                   UNTIL   PF-IDX > 8.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      ** One keyword=value operand.  Keywords are not case sensitive; **
      ** values are taken as typed except where noted.                **
      ******************************************************************

       B2100-PROFILE-OPERAND.

           IF PF-TOKEN(PF-IDX) = SPACES
              GO TO B2100-EXIT
           END-IF.

           MOVE SPACES                      TO PF-NAME.
           MOVE SPACES                      TO PF-VALUE.
           MOVE 1                           TO PF-PTR.

           UNSTRING PF-TOKEN(PF-IDX)
                    DELIMITED BY '='
                    INTO PF-NAME
                    WITH POINTER PF-PTR
           END-UNSTRING.

           IF PF-PTR NOT > LENGTH OF PF-TOKEN(1)
              MOVE PF-TOKEN(PF-IDX)(PF-PTR:) TO PF-VALUE
           END-IF.

           MOVE FUNCTION UPPER-CASE(PF-NAME) TO PF-NAME.

           MOVE ZEROS                       TO PF-VALUE-LEN.
           INSPECT PF-VALUE TALLYING PF-VALUE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF PF-VALUE-LEN = ZEROS
              MOVE SPACES                TO PF-MESSAGE
              STRING 'No value given for '   DELIMITED BY SIZE
                     PF-NAME                 DELIMITED BY SPACE
                     '.'                     DELIMITED BY SIZE
                     INTO PF-MESSAGE
              END-STRING
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           EVALUATE PF-NAME
              WHEN 'PREFIX'
                 IF PF-VALUE-LEN > 40
                    MOVE 'PREFIX exceeds 40 characters.'
                                            TO PF-MESSAGE
                    PERFORM B8000-REJECT THRU B8000-EXIT
                 END-IF
                 MOVE PF-VALUE(1:40)        TO TP-PREFIX
              WHEN 'TTL'
                 MOVE 7                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-TTL-CEILING
              WHEN 'RATE'
                 MOVE 7                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-RATE-LIMIT
              WHEN 'PRIORITY'
                 MOVE 1                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-PRIORITY
              WHEN 'MAXKEYS'
                 MOVE 7                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-MAX-KEYS
              WHEN 'MAXBYTES'
                 MOVE 15                    TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-MAX-BYTES
              WHEN 'USER'
                 PERFORM B2200-PROFILE-USER THRU B2200-EXIT
              WHEN 'ORIGIN'
                 PERFORM B2600-EDIT-URL THRU B2600-EXIT
                 MOVE PF-VALUE              TO TP-ORIGIN-URL
              WHEN 'OPATH'
                 IF PF-VALUE-LEN > 64
                    MOVE 'OPATH exceeds 64 characters.'
                                            TO PF-MESSAGE
                    PERFORM B8000-REJECT THRU B8000-EXIT
                 END-IF
                 MOVE PF-VALUE(1:64)        TO TP-ORIGIN-PATH
              WHEN 'OTIMEOUT'
                 MOVE 3                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-ORIGIN-TIMEOUT
              WHEN 'OTTL'
                 MOVE 7                     TO PF-DIGITS
                 PERFORM B2500-EDIT-NUMBER THRU B2500-EXIT
                 MOVE PF-NUMBER             TO TP-ORIGIN-TTL
              WHEN 'POLICY'
                 MOVE FUNCTION UPPER-CASE(PF-VALUE) TO PF-VALUE
                 IF PF-VALUE-LEN > 1
                 OR (PF-VALUE(1:1) NOT = 'W'
                 AND PF-VALUE(1:1) NOT = 'B'
                 AND PF-VALUE(1:1) NOT = 'N')
                    MOVE 'POLICY must be W, B, or N.'
                                            TO PF-MESSAGE
                    PERFORM B8000-REJECT THRU B8000-EXIT
                 END-IF
                 MOVE PF-VALUE(1:1)         TO TP-ORIGIN-POLICY
              WHEN 'ROUTER'
                 MOVE FUNCTION UPPER-CASE(PF-VALUE) TO PF-VALUE
                 IF PF-VALUE-LEN > 4
                    MOVE 'ROUTER must be a transaction id.'
                                            TO PF-MESSAGE
                    PERFORM B8000-REJECT THRU B8000-EXIT
                 END-IF
                 MOVE PF-VALUE(1:4)         TO TP-ROUTER-TRANID
              WHEN 'ROUTE'
                 PERFORM B2600-EDIT-URL THRU B2600-EXIT
                 MOVE PF-VALUE              TO TP-ROUTE-URL
              WHEN 'CONFIG'
                 PERFORM B2300-PROFILE-CONFIG THRU B2300-EXIT
              WHEN OTHER
                 MOVE SPACES                TO PF-MESSAGE
                 STRING 'Unknown profile keyword '
                                            DELIMITED BY SIZE
                        PF-NAME             DELIMITED BY SPACE
                        '.'                 DELIMITED BY SIZE
                        INTO PF-MESSAGE
                 END-STRING
                 PERFORM B8000-REJECT THRU B8000-EXIT
           END-EVALUATE.

       B2100-EXIT.
           EXIT.

      ******************************************************************
      ** USER=userid,access -- one UserID row, up to four.            **
      ******************************************************************

       B2200-PROFILE-USER.

           MOVE SPACES                      TO PF-PART-1
                                               PF-PART-2.

           UNSTRING PF-VALUE
                    DELIMITED BY ','
                    INTO PF-PART-1,
                         PF-PART-2
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(PF-PART-1) TO PF-PART-1.
           MOVE FUNCTION UPPER-CASE(PF-PART-2) TO PF-PART-2.

           IF PF-PART-1 = SPACES
           OR PF-PART-1(9:72) NOT = SPACES
              MOVE 'USER needs a UserID of 8 characters or fewer.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           IF  PF-PART-2(1:6) NOT = SD-SELECT
           AND PF-PART-2(1:6) NOT = SD-UPDATE
           AND PF-PART-2(1:6) NOT = SD-DELETE
              MOVE 'USER access must be SELECT, UPDATE, or DELETE.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           IF PF-USER-COUNT = 4
              MOVE 'No more than four USER operands.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           ADD  1                           TO PF-USER-COUNT.
           MOVE PF-PART-1(1:8)              TO TP-USERID(PF-USER-COUNT).
           MOVE PF-PART-2(1:6)              TO TP-ACCESS(PF-USER-COUNT).

       B2200-EXIT.
           EXIT.

      ******************************************************************
      ** CONFIG=name,value -- one ZCCONFIG override, up to four.  The **
      ** name is upper-cased; the value is taken as typed.            **
      ******************************************************************

       B2300-PROFILE-CONFIG.

           MOVE SPACES                      TO PF-PART-1
                                               PF-PART-2.
           MOVE 1                           TO PF-PTR.

           UNSTRING PF-VALUE
                    DELIMITED BY ','
                    INTO PF-PART-1
                    WITH POINTER PF-PTR
           END-UNSTRING.

           IF PF-PTR NOT > LENGTH OF PF-VALUE
              MOVE PF-VALUE(PF-PTR:)        TO PF-PART-2
           END-IF.

           MOVE FUNCTION UPPER-CASE(PF-PART-1) TO PF-PART-1.

           IF PF-PART-1 = SPACES
           OR PF-PART-1(9:72) NOT = SPACES
           OR PF-PART-2 = SPACES
           OR PF-PART-2(65:16) NOT = SPACES
              MOVE 'CONFIG must be name,value (8 and 64 max).'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           IF PF-CONFIG-COUNT = 4
              MOVE 'No more than four CONFIG operands.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           ADD  1                           TO PF-CONFIG-COUNT.
           MOVE PF-CONFIG-COUNT             TO PF-SLOT.
           MOVE PF-PART-1(1:8)              TO TP-CONFIG-NAME(PF-SLOT).
           MOVE PF-PART-2(1:64)             TO TP-CONFIG-VALUE(PF-SLOT).

       B2300-EXIT.
           EXIT.

      ******************************************************************
      ** Numeric operand of up to PF-DIGITS digits into PF-NUMBER --  **
      ** right-justified and zero-filled, the way ECS002 edits its    **
      ** ceilings.                                                    **
      ******************************************************************

       B2500-EDIT-NUMBER.

           IF PF-VALUE-LEN > PF-DIGITS
           OR PF-VALUE(1:PF-VALUE-LEN) NOT NUMERIC
              MOVE SPACES                TO PF-MESSAGE
              MOVE PF-DIGITS             TO RC-NUM-3
              STRING PF-NAME                 DELIMITED BY SPACE
                     ' must be numeric, up to ' DELIMITED BY SIZE
                     RC-NUM-3                DELIMITED BY SIZE
                     ' digits.'              DELIMITED BY SIZE
                     INTO PF-MESSAGE
              END-STRING
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           MOVE ZEROS                       TO PF-NUMBER-X.
           MOVE PF-VALUE(1:PF-VALUE-LEN)
                TO PF-NUMBER-X(16 - PF-VALUE-LEN:PF-VALUE-LEN).

       B2500-EXIT.
           EXIT.

      ******************************************************************
      ** URL operand: http:// or https://, 80 characters at most.     **
      ******************************************************************

       B2600-EDIT-URL.

           MOVE FUNCTION LOWER-CASE(PF-VALUE(1:8)) TO PF-URL-HEAD.

           IF PF-VALUE-LEN > 80
           OR (PF-URL-HEAD(1:7) NOT = 'http://'
           AND PF-URL-HEAD NOT = 'https://')
              MOVE SPACES                TO PF-MESSAGE
              STRING PF-NAME                 DELIMITED BY SPACE
                     ' must be an http:// or https:// URL.'
                                             DELIMITED BY SIZE
                     INTO PF-MESSAGE
              END-STRING
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

       B2600-EXIT.
           EXIT.

      ******************************************************************
      ** Checks across operands, before anything is written: a        **
      ** tenant's UserIDs, origin and route all hang off its prefix,  **
      ** origin detail needs an origin, and a route needs both ends.  **
      ******************************************************************

       B3000-CROSS-CHECK.

           IF TP-PREFIX = SPACES
              IF PF-USER-COUNT > ZEROS
              OR TP-ORIGIN-URL > SPACES
              OR TP-ROUTER-TRANID > SPACES
                 MOVE 'PREFIX is required with USER, ORIGIN or ROUTE.'
                                            TO PF-MESSAGE
                 PERFORM B8000-REJECT THRU B8000-EXIT
              END-IF
           END-IF.

           IF TP-ORIGIN-URL = SPACES
              IF TP-ORIGIN-PATH > SPACES
              OR TP-ORIGIN-TIMEOUT > ZEROS
              OR TP-ORIGIN-TTL > ZEROS
              OR TP-ORIGIN-POLICY > SPACES
                 MOVE 'OPATH, OTIMEOUT, OTTL and POLICY need ORIGIN.'
                                            TO PF-MESSAGE
                 PERFORM B8000-REJECT THRU B8000-EXIT
              END-IF
           END-IF.

           IF (TP-ROUTER-TRANID > SPACES AND TP-ROUTE-URL = SPACES)
           OR (TP-ROUTER-TRANID = SPACES AND TP-ROUTE-URL > SPACES)
              MOVE 'ROUTER and ROUTE must be given together.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

           IF PF-USER-COUNT > 1
              PERFORM B3100-DUPLICATE-USER THRU B3100-EXIT
                      VARYING PF-SLOT FROM 2 BY 1
                      UNTIL   PF-SLOT > PF-USER-COUNT
           END-IF.

           IF PF-CONFIG-COUNT > 1
              PERFORM B3200-DUPLICATE-CONFIG THRU B3200-EXIT
                      VARYING PF-SLOT FROM 2 BY 1
                      UNTIL   PF-SLOT > PF-CONFIG-COUNT
           END-IF.

       B3000-EXIT.
           EXIT.

       B3100-DUPLICATE-USER.

           PERFORM B3110-USER-PAIR THRU B3110-EXIT
                   VARYING PF-CHECK FROM 1 BY 1
                   UNTIL   PF-CHECK NOT < PF-SLOT.

       B3100-EXIT.
           EXIT.

       B3110-USER-PAIR.

           IF TP-USERID(PF-CHECK) = TP-USERID(PF-SLOT)
              MOVE 'The same UserID is named twice.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

       B3110-EXIT.
           EXIT.

       B3200-DUPLICATE-CONFIG.

           PERFORM B3210-CONFIG-PAIR THRU B3210-EXIT
                   VARYING PF-CHECK FROM 1 BY 1
                   UNTIL   PF-CHECK NOT < PF-SLOT.

       B3200-EXIT.
           EXIT.

       B3210-CONFIG-PAIR.

           IF TP-CONFIG-NAME(PF-CHECK) = TP-CONFIG-NAME(PF-SLOT)
              MOVE 'The same CONFIG name is given twice.'
                                            TO PF-MESSAGE
              PERFORM B8000-REJECT THRU B8000-EXIT
           END-IF.

       B3210-EXIT.
           EXIT.

      ******************************************************************
      ** First OFF: scope the ZCUNLOAD control record to the tenant   **
      ** and start the unload.  The unload transaction is the one     **
      ** named on the command, else the first the control file holds. **
      ** An unload already running holds its ENQ; this one waits.     **
      ******************************************************************

       B5000-START-UNLOAD.

           MOVE INPUT-PARM5(1:4)            TO UL-TRANID.

           IF UL-TRANID = SPACES
              PERFORM B5010-FIND-UNLOAD THRU B5010-EXIT
           END-IF.

           IF UL-TRANID = SPACES
              MOVE SPACES                TO TERM-DATA
              MOVE 'No unload transaction known: OFF busbu tran'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE UL-TRANID                   TO UL-ENQ-TRANID.

           EXEC CICS ENQ RESOURCE(UL-ENQ)
                LENGTH(LENGTH OF UL-ENQ)
                NOSUSPEND
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(ENQBUSY)
              MOVE SPACES                TO TERM-DATA
              MOVE 'An unload is running now; try OFF again later.'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           EXEC CICS DEQ RESOURCE(UL-ENQ)
                LENGTH(LENGTH OF UL-ENQ)
                NOHANDLE
           END-EXEC.

           MOVE UL-TRANID                   TO UL-CTL-KEY.
           MOVE LENGTH OF UL-CONTROL        TO UL-LENGTH.

           EXEC CICS READ
                FILE     ( UL-FCT )
                RIDFLD   ( UL-CTL-KEY )
                INTO     ( UL-CONTROL )
                LENGTH   ( UL-LENGTH )
                UPDATE
                RESP     ( UL-RESP )
                NOHANDLE
           END-EXEC.

           IF UL-RESP NOT = DFHRESP(NORMAL)
           AND UL-RESP NOT = DFHRESP(NOTFND)
              MOVE 'B5000: ZCUNLOAD READ FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           IF UL-RESP = DFHRESP(NOTFND)
              INITIALIZE UL-CONTROL
              MOVE UL-TRANID                TO UL-CTL-KEY
           END-IF.

           MOVE ZEROS                       TO UL-PREFIX-LEN.
           MOVE SPACES                      TO UL-PREFIX.
           MOVE TP-BUSBU                    TO UL-BUSBU.
           MOVE LENGTH OF UL-CONTROL        TO UL-LENGTH.

           IF UL-RESP = DFHRESP(NOTFND)
              EXEC CICS WRITE
                   FILE     ( UL-FCT )
                   RIDFLD   ( UL-CTL-KEY )
                   FROM     ( UL-CONTROL )
                   LENGTH   ( UL-LENGTH )
                   RESP     ( UL-RESP )
                   NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                   FILE     ( UL-FCT )
                   FROM     ( UL-CONTROL )
                   LENGTH   ( UL-LENGTH )
                   RESP     ( UL-RESP )
                   NOHANDLE
              END-EXEC
           END-IF.

           IF UL-RESP NOT = DFHRESP(NORMAL)
              MOVE 'B5000: ZCUNLOAD UPDATE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           PERFORM B1100-READ-PROFILE-UPDATE THRU B1100-EXIT.

           MOVE 'U'                         TO TP-STATUS.
           MOVE UL-TRANID                   TO TP-UNLOAD-TRANID.
           MOVE CURRENT-ABS                 TO TP-UNLOAD-ABS.
           PERFORM B1200-REWRITE-PROFILE THRU B1200-EXIT.

           MOVE TP-TRANID                   TO UL-START-TRANID.

           EXEC CICS START TRANSID( UL-TRANID )
                FROM     ( UL-START-PARM )
                LENGTH   ( UL-START-LENGTH )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'B5000: UNLOAD START FAILED'  TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           MOVE SPACES                      TO TERM-DATA.
           STRING 'Unload of the tenant started under '
                                            DELIMITED BY SIZE
                  UL-TRANID                 DELIMITED BY SIZE
                  '.'                       DELIMITED BY SIZE
                  INTO TERM-LINES(1)
           END-STRING.
           MOVE 'Re-enter OFF once its UNLOAD line is on CSSL to erase'
                                            TO TERM-LINES(2).
           MOVE 'the tenant''s data and remove its rows.'
                                            TO TERM-LINES(3).

       B5000-EXIT.
           EXIT.

       B5010-FIND-UNLOAD.

           MOVE LOW-VALUES                  TO UL-CTL-KEY.

           EXEC CICS STARTBR
                FILE     ( UL-FCT )
                RIDFLD   ( UL-CTL-KEY )
                GTEQ
                RESP     ( UL-RESP )
                NOHANDLE
           END-EXEC.

           IF UL-RESP NOT = DFHRESP(NORMAL)
              GO TO B5010-EXIT
           END-IF.

           MOVE LENGTH OF UL-CONTROL        TO UL-LENGTH.

           EXEC CICS READNEXT
                FILE     ( UL-FCT )
                RIDFLD   ( UL-CTL-KEY )
                INTO     ( UL-CONTROL )
                LENGTH   ( UL-LENGTH )
                RESP     ( UL-RESP )
                NOHANDLE
           END-EXEC.

           IF UL-RESP = DFHRESP(NORMAL)
              MOVE UL-CTL-KEY               TO UL-TRANID
           END-IF.

           EXEC CICS ENDBR FILE(UL-FCT) NOHANDLE
           END-EXEC.

       B5010-EXIT.
           EXIT.

      ******************************************************************
      ** The unload has completed for this tenant once its control    **
      ** record carries the tenant's scope and a completion stamp at  **
      ** or after the time the unload was started.                    **
      ******************************************************************

       B5100-CHECK-UNLOAD.

           MOVE 'N'                         TO UL-COMPLETE.
           MOVE TP-UNLOAD-TRANID            TO UL-CTL-KEY.
           MOVE LENGTH OF UL-CONTROL        TO UL-LENGTH.

           EXEC CICS READ
                FILE     ( UL-FCT )
                RIDFLD   ( UL-CTL-KEY )
                INTO     ( UL-CONTROL )
                LENGTH   ( UL-LENGTH )
                RESP     ( UL-RESP )
                NOHANDLE
           END-EXEC.

           IF UL-RESP = DFHRESP(NORMAL)
           AND UL-BUSBU = TP-BUSBU
           AND UL-ABSTIME NOT < TP-UNLOAD-ABS
              MOVE 'Y'                      TO UL-COMPLETE
              MOVE UL-OUT-COUNT             TO TP-UNLOAD-OUT
              MOVE UL-SKIP-COUNT            TO TP-UNLOAD-SKIP
              MOVE UL-CLASS-COUNT           TO TP-UNLOAD-HELD
           END-IF.

       B5100-EXIT.
           EXIT.

      ******************************************************************
      ** Erase the tenant's data through the cache's zErase resource, **
      ** which also carries the erasure to the partner Data Centers,  **
      ** then commit the profile at E with the destruction report.    **
      ******************************************************************

       B5200-ERASE.

           EXEC CICS WEB OPEN
                SESSTOKEN( ER-SESSTOKEN )
                URIMAP   ( ER-URIMAP )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE SPACES                   TO TERM-DATA
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'B5200: WEB_OPEN ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                 TO TERM-LINES(1)
              MOVE 'Nothing was erased or removed; re-enter OFF.'
                                            TO TERM-LINES(2)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE SPACES                      TO ER-BODY.
           MOVE 1                           TO ER-BODY-LEN.
           STRING 'bu='                     DELIMITED BY SIZE
                  TP-BUSBU                  DELIMITED BY SPACE
                  X'0D25'                   DELIMITED BY SIZE
                  INTO ER-BODY
                  WITH POINTER ER-BODY-LEN
           END-STRING.
           SUBTRACT 1                       FROM ER-BODY-LEN.

           MOVE DFHVALUE(POST)              TO ER-METHOD.
           MOVE LENGTH OF ER-REPORT         TO ER-REPORT-LEN.
           MOVE LENGTH OF ER-STATUS-TEXT    TO ER-STATUS-LEN.
           MOVE SPACES                      TO ER-REPORT.

           EXEC CICS WEB CONVERSE
                SESSTOKEN   ( ER-SESSTOKEN )
                METHOD      ( ER-METHOD )
                PATH        ( ER-PATH )
                PATHLENGTH  ( ER-PATH-LEN )
                FROM        ( ER-BODY )
                FROMLENGTH  ( ER-BODY-LEN )
                MEDIATYPE   ( ER-MEDIA-TYPE )
                INTO        ( ER-REPORT )
                TOLENGTH    ( ER-REPORT-LEN )
                STATUSCODE  ( ER-STATUS-CODE )
                STATUSLEN   ( ER-STATUS-LEN )
                STATUSTEXT  ( ER-STATUS-TEXT )
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO CICS-MSG-RESP.
           MOVE EIBRESP2                    TO CICS-MSG-RESP2.

           EXEC CICS WEB CLOSE
                SESSTOKEN( ER-SESSTOKEN )
                NOHANDLE
           END-EXEC.

           IF CICS-MSG-RESP NOT = DFHRESP(NORMAL)
           OR ER-STATUS-CODE NOT = 200
              MOVE SPACES                   TO TERM-DATA
              MOVE 'B5200: zErase FAILED:'  TO CICS-MSG-TEXT
              MOVE CICS-MSG                 TO TERM-LINES(1)
              MOVE ER-STATUS-CODE           TO ER-STATUS-D
              STRING 'HTTP '                DELIMITED BY SIZE
                     ER-STATUS-D            DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     ER-STATUS-TEXT         DELIMITED BY SIZE
                     INTO TERM-LINES(2)
              END-STRING
              MOVE 'No rows were removed; re-enter OFF to retry.'
                                            TO TERM-LINES(3)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           PERFORM B1100-READ-PROFILE-UPDATE THRU B1100-EXIT.

           MOVE 'E'                         TO TP-STATUS.
           MOVE ER-REPORT                   TO TP-ERASE-REPORT.
           MOVE UL-OUT-COUNT                TO TP-UNLOAD-OUT.
           MOVE UL-SKIP-COUNT               TO TP-UNLOAD-SKIP.
           MOVE UL-CLASS-COUNT              TO TP-UNLOAD-HELD.
           PERFORM B1200-REWRITE-PROFILE THRU B1200-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       B5200-EXIT.
           EXIT.

      ******************************************************************
      ** Remove every row the profile created, mark the profile       **
      ** offboarded and audit the whole action, as one unit of work.  **
      ** A row already gone is not an error -- the teardown's goal is **
      ** that it not exist.                                           **
      ******************************************************************

       B6000-REMOVE-ROWS.

           MOVE ZEROS                       TO ROW-COUNT.

           IF TP-ROUTER-TRANID > SPACES
              MOVE TP-ROUTER-TRANID         TO RT-KEY-TRANID
              MOVE TP-PREFIX                TO RT-KEY-PREFIX
              EXEC CICS DELETE
                   FILE     ( RT-FCT )
                   RIDFLD   ( RT-KEY )
                   RESP     ( RT-RESP )
                   NOHANDLE
              END-EXEC
              MOVE RT-RESP                  TO SD-RESP
              MOVE 'B6000: ZCROUTES DELETE FAILED' TO FAIL-STEP
              PERFORM B6900-CHECK-DELETE THRU B6900-EXIT
           END-IF.

           IF TP-ORIGIN-URL > SPACES
              MOVE TP-TRANID                TO OG-KEY-TRANID
              MOVE TP-PREFIX                TO OG-KEY-PREFIX
              EXEC CICS DELETE
                   FILE     ( OG-FCT )
                   RIDFLD   ( OG-KEY )
                   RESP     ( OG-RESP )
                   NOHANDLE
              END-EXEC
              MOVE OG-RESP                  TO SD-RESP
              MOVE 'B6000: ZCORIGIN DELETE FAILED' TO FAIL-STEP
              PERFORM B6900-CHECK-DELETE THRU B6900-EXIT
           END-IF.

           PERFORM B6100-REMOVE-CONFIG THRU B6100-EXIT
                   VARYING PF-SLOT FROM 1 BY 1
                   UNTIL   PF-SLOT > 4.

           PERFORM B6200-REMOVE-USER THRU B6200-EXIT
                   VARYING PF-SLOT FROM 1 BY 1
                   UNTIL   PF-SLOT > 4.

           MOVE SPACES                      TO ZS-KEY.
           MOVE ZS-BUSBU-PREFIX             TO ZS-KEY(1:7).
           MOVE TP-BUSBU                    TO ZS-KEY(8:25).

           EXEC CICS DELETE
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           MOVE 'B6000: *BUSBU* DELETE FAILED'  TO FAIL-STEP.
           PERFORM B6900-CHECK-DELETE THRU B6900-EXIT.

           PERFORM B1100-READ-PROFILE-UPDATE THRU B1100-EXIT.

           MOVE 'X'                         TO TP-STATUS.
           MOVE CURRENT-ABS                 TO TP-OFFBOARD-ABS.
           MOVE OPERATOR-USERID             TO TP-OFFBOARD-USERID.
           PERFORM B1200-REWRITE-PROFILE THRU B1200-EXIT.

           MOVE 'TENANTOF'                  TO AUDIT-OP.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.

           EXEC CICS SYNCPOINT
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              MOVE 'B6000: SYNCPOINT FAILED'   TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       B6000-EXIT.
           EXIT.

       B6100-REMOVE-CONFIG.

           IF TP-CONFIG-NAME(PF-SLOT) = SPACES
              GO TO B6100-EXIT
           END-IF.

           MOVE TP-TRANID                   TO CF-KEY-TRANID.
           MOVE TP-CONFIG-NAME(PF-SLOT)     TO CF-KEY-NAME.

           EXEC CICS DELETE
                FILE     ( CF-FCT )
                RIDFLD   ( CF-KEY )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           MOVE 'B6100: ZCCONFIG DELETE FAILED' TO FAIL-STEP.
           PERFORM B6900-CHECK-DELETE THRU B6900-EXIT.

       B6100-EXIT.
           EXIT.

      ******************************************************************
      ** A UserID row goes, and with it any session tokens issued     **
      ** from it, the way ECS002 DEL revokes them.                    **
      ******************************************************************

       B6200-REMOVE-USER.

           IF TP-USERID(PF-SLOT) = SPACES
              GO TO B6200-EXIT
           END-IF.

           MOVE SPACES                      TO ZS-KEY.
           MOVE TP-USERID(PF-SLOT)          TO ZS-KEY(1:8).

           EXEC CICS DELETE
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           MOVE 'B6200: USERID DELETE FAILED'   TO FAIL-STEP.
           PERFORM B6900-CHECK-DELETE THRU B6900-EXIT.

           MOVE TP-USERID(PF-SLOT)          TO REVOKE-USERID.
           PERFORM B6300-REVOKE-TOKENS THRU B6300-EXIT.

       B6200-EXIT.
           EXIT.

       B6300-REVOKE-TOKENS.

           MOVE SPACES                      TO ZS-KEY.
           MOVE TOKEN-PREFIX                TO ZS-KEY(1:7).

           EXEC CICS STARTBR
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                GTEQ
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              GO TO B6300-EXIT
           END-IF.

           MOVE 'N'                         TO BROWSE-DONE.

           PERFORM B6310-REVOKE-NEXT THRU B6310-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(ZS-FCT) NOHANDLE
           END-EXEC.

       B6300-EXIT.
           EXIT.

       B6310-REVOKE-NEXT.

           MOVE SPACES                      TO ZS-KEY-PREFIXES.
           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           EXEC CICS READNEXT
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                INTO     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
           OR ZS-KEY(1:7) NOT = TOKEN-PREFIX
              MOVE 'Y'                      TO BROWSE-DONE
              GO TO B6310-EXIT
           END-IF.

           IF ZS-PREFIX(1)(1:8) = REVOKE-USERID
              EXEC CICS DELETE
                   FILE     ( ZS-FCT )
                   RIDFLD   ( ZS-KEY )
                   NOHANDLE
              END-EXEC
           END-IF.

       B6310-EXIT.
           EXIT.

       B6900-CHECK-DELETE.

           IF SD-RESP = DFHRESP(NORMAL)
              ADD  1                        TO ROW-COUNT
              GO TO B6900-EXIT
           END-IF.

           IF SD-RESP NOT = DFHRESP(NOTFND)
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       B6900-EXIT.
           EXIT.

      ******************************************************************
      ** Read the profile for update, and rewrite it.                 **
      ******************************************************************

       B1100-READ-PROFILE-UPDATE.

           MOVE CACHE-TRANID                TO TP-TRANID.
           MOVE TENANT-BUSBU                TO TP-BUSBU.
           MOVE LENGTH OF TP-RECORD         TO TP-LENGTH.

           EXEC CICS READ
                FILE     ( TP-FCT )
                RIDFLD   ( TP-KEY )
                INTO     ( TP-RECORD )
                LENGTH   ( TP-LENGTH )
                UPDATE
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'B1100: ZCTENANT READ FAILED'  TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       B1100-EXIT.
           EXIT.

       B1200-REWRITE-PROFILE.

           MOVE LENGTH OF TP-RECORD         TO TP-LENGTH.

           EXEC CICS REWRITE
                FILE     ( TP-FCT )
                FROM     ( TP-RECORD )
                LENGTH   ( TP-LENGTH )
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'B1200: ZCTENANT REWRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       B1200-EXIT.
           EXIT.

      ******************************************************************
      ** A profile operand failed validation.  Nothing has been       **
      ** written yet.                                                 **
      ******************************************************************

       B8000-REJECT.

           MOVE SPACES                      TO TERM-DATA.
           MOVE PF-MESSAGE                  TO TERM-LINES(1).
           MOVE 'Nothing was provisioned.'  TO TERM-LINES(2).

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

       B8000-EXIT.
           EXIT.

      ******************************************************************
      ** Unexpected file error before anything was changed.           **
      ******************************************************************

       B9000-FILE-ERROR.

           MOVE SPACES                       TO TERM-DATA.
           MOVE EIBRESP                      TO CICS-MSG-RESP.
           MOVE EIBRESP2                     TO CICS-MSG-RESP2.
           MOVE CICS-MSG                     TO TERM-LINES(1).

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

       B9000-EXIT.
           EXIT.

      ******************************************************************
      ** A step failed part way through a unit of work: back every    **
      ** change in it out and say which step it was.                  **
      ******************************************************************

       B9100-BACK-OUT.

           MOVE EIBRESP                      TO CICS-MSG-RESP.
           MOVE EIBRESP2                     TO CICS-MSG-RESP2.
           MOVE FAIL-STEP                    TO CICS-MSG-TEXT.

           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO TERM-DATA.
           MOVE CICS-MSG                     TO TERM-LINES(1).

           IF CMD-WORD = 'ONB'
              IF CICS-MSG-RESP = DFHRESP(DUPREC)
                 MOVE 'A row the profile names already exists.'
                                             TO TERM-LINES(2)
              END-IF
              MOVE 'Every change was backed out; nothing provisioned.'
                                             TO TERM-LINES(3)
           ELSE
              MOVE 'This step was backed out; re-enter OFF to retry.'
                                             TO TERM-LINES(3)
           END-IF.

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

       B9100-EXIT.
           EXIT.

      ******************************************************************
      ** Write one ZCxxAU audit record for the whole action -- the    **
      ** terminal operator as the UserID and the BU_SBU plus the      **
      ** number of rows created or removed as the audited key text.   **
      ******************************************************************

       C1000-WRITE-AUDIT.

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

           MOVE ROW-COUNT                   TO ROW-COUNT-D.
           MOVE SPACES                      TO ZA-CACHE-KEY.
           MOVE TP-BUSBU                    TO ZA-CACHE-KEY(1:25).
           MOVE 'ROWS='                     TO ZA-CACHE-KEY(27:5).
           MOVE ROW-COUNT-D                 TO ZA-CACHE-KEY(32:2).
           MOVE 33                          TO ZA-CACHE-KEY-LEN.
           MOVE SPACES                      TO ZA-REQUEST-ID.
           MOVE CURRENT-ABS                 TO ZA-ABS.

           MOVE LENGTH OF ZA-RECORD         TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                RESP(SD-RESP)
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C1000: ZCxxAU WRITE FAILED'  TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      ** The tenant's *BUSBU* row: limits, priority and quota.        **
      ******************************************************************

       C2000-WRITE-BUSBU.

           MOVE SPACES                      TO ZS-RECORD.
           MOVE ZS-BUSBU-PREFIX             TO ZS-KEY(1:7).
           MOVE TP-BUSBU                    TO ZS-KEY(8:25).
           MOVE SD-SELECT                   TO ZS-ACCESS.
           MOVE TP-TTL-CEILING              TO ZS-TTL-CEILING.
           MOVE TP-RATE-LIMIT               TO ZS-RATE-LIMIT.
           MOVE ZEROS                       TO ZS-RATE-WINDOW-START
                                               ZS-RATE-COUNT.
           MOVE TP-MAX-KEYS                 TO ZS-MAX-KEYS.
           MOVE TP-MAX-BYTES                TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS
                                               ZS-USED-BYTES.
           MOVE TP-PRIORITY                 TO ZS-PRIORITY.
           MOVE ZEROS                       TO ZS-EXPIRE-DATE.
           MOVE ZEROS                       TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE 'C2000: *BUSBU* WRITE FAILED'   TO FAIL-STEP.
           PERFORM C2900-WRITE-SD THRU C2900-EXIT.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      ** One UserID row, its rights scoped to the tenant's prefix.    **
      ******************************************************************

       C2100-WRITE-USER.

           MOVE SPACES                      TO ZS-RECORD.
           MOVE TP-USERID(PF-SLOT)          TO ZS-KEY(1:8).
           MOVE TP-ACCESS(PF-SLOT)          TO ZS-ACCESS.
           MOVE TP-TTL-CEILING              TO ZS-TTL-CEILING.
           MOVE ZEROS                       TO ZS-RATE-LIMIT
                                               ZS-RATE-WINDOW-START
                                               ZS-RATE-COUNT
                                               ZS-MAX-KEYS
                                               ZS-MAX-BYTES
                                               ZS-USED-KEYS
                                               ZS-USED-BYTES
                                               ZS-PRIORITY
                                               ZS-EXPIRE-DATE
                                               ZS-LAST-USED-ABS.
           MOVE TP-PREFIX                   TO ZS-PREFIX(1).
           MOVE 'C2100: USERID WRITE FAILED'    TO FAIL-STEP.
           PERFORM C2900-WRITE-SD THRU C2900-EXIT.

       C2100-EXIT.
           EXIT.

       C2200-WRITE-ORIGIN.

           MOVE SPACES                      TO OG-RECORD.
           MOVE TP-TRANID                   TO OG-KEY-TRANID.
           MOVE TP-PREFIX                   TO OG-KEY-PREFIX.
           MOVE TP-ORIGIN-URL               TO OG-URL.
           MOVE TP-ORIGIN-PATH              TO OG-PATH.
           MOVE TP-ORIGIN-TIMEOUT           TO OG-TIMEOUT.
           MOVE TP-ORIGIN-TTL               TO OG-TTL.
           MOVE TP-ORIGIN-POLICY            TO OG-WRITE-POLICY.
           MOVE LENGTH OF OG-RECORD         TO OG-LENGTH.

           EXEC CICS WRITE
                FILE     ( OG-FCT )
                RIDFLD   ( OG-KEY )
                FROM     ( OG-RECORD )
                LENGTH   ( OG-LENGTH )
                RESP     ( OG-RESP )
                NOHANDLE
           END-EXEC.

           IF OG-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2200: ZCORIGIN WRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           ADD  1                           TO ROW-COUNT.

       C2200-EXIT.
           EXIT.

       C2300-WRITE-ROUTE.

           MOVE SPACES                      TO RT-RECORD.
           MOVE TP-ROUTER-TRANID            TO RT-KEY-TRANID.
           MOVE TP-PREFIX                   TO RT-KEY-PREFIX.
           MOVE TP-ROUTE-URL                TO RT-TARGET-URL.
           MOVE LENGTH OF RT-RECORD         TO RT-LENGTH.

           EXEC CICS WRITE
                FILE     ( RT-FCT )
                RIDFLD   ( RT-KEY )
                FROM     ( RT-RECORD )
                LENGTH   ( RT-LENGTH )
                RESP     ( RT-RESP )
                NOHANDLE
           END-EXEC.

           IF RT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2300: ZCROUTES WRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           ADD  1                           TO ROW-COUNT.

       C2300-EXIT.
           EXIT.

      ******************************************************************
      ** One ZCCONFIG override.  The rows are the cache's own, so one **
      ** some other tenant or the cache team already set is refused   **
      ** (DUPREC) rather than overwritten.                            **
      ******************************************************************

       C2400-WRITE-CONFIG.

           MOVE SPACES                      TO CF-RECORD.
           MOVE TP-TRANID                   TO CF-KEY-TRANID.
           MOVE TP-CONFIG-NAME(PF-SLOT)     TO CF-KEY-NAME.
           MOVE TP-CONFIG-VALUE(PF-SLOT)    TO CF-VALUE.
           MOVE LENGTH OF CF-RECORD         TO CF-LENGTH.

           EXEC CICS WRITE
                FILE     ( CF-FCT )
                RIDFLD   ( CF-KEY )
                FROM     ( CF-RECORD )
                LENGTH   ( CF-LENGTH )
                RESP     ( CF-RESP )
                NOHANDLE
           END-EXEC.

           IF CF-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2400: ZCCONFIG WRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           ADD  1                           TO ROW-COUNT.

       C2400-EXIT.
           EXIT.

      ******************************************************************
      ** Save the profile.  A tenant offboarded earlier keeps its     **
      ** profile record, which the new one replaces.                  **
      ******************************************************************

       C2500-SAVE-PROFILE.

           MOVE LENGTH OF TP-RECORD         TO TP-LENGTH.

           IF PROFILE-FOUND = 'Y'
              PERFORM C2510-REPLACE-PROFILE THRU C2510-EXIT
              GO TO C2500-EXIT
           END-IF.

           EXEC CICS WRITE
                FILE     ( TP-FCT )
                RIDFLD   ( TP-KEY )
                FROM     ( TP-RECORD )
                LENGTH   ( TP-LENGTH )
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2500: ZCTENANT WRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       C2500-EXIT.
           EXIT.

       C2510-REPLACE-PROFILE.

           EXEC CICS DELETE
                FILE     ( TP-FCT )
                RIDFLD   ( TP-KEY )
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2510: ZCTENANT DELETE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           EXEC CICS WRITE
                FILE     ( TP-FCT )
                RIDFLD   ( TP-KEY )
                FROM     ( TP-RECORD )
                LENGTH   ( TP-LENGTH )
                RESP     ( TP-RESP )
                NOHANDLE
           END-EXEC.

           IF TP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'C2510: ZCTENANT WRITE FAILED' TO FAIL-STEP
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

       C2510-EXIT.
           EXIT.

      ******************************************************************
      ** Write a ZCxxSD row at the full current layout length.        **
      ******************************************************************

       C2900-WRITE-SD.

           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           EXEC CICS WRITE
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                FROM     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              PERFORM B9100-BACK-OUT THRU B9100-EXIT
           END-IF.

           ADD  1                           TO ROW-COUNT.

       C2900-EXIT.
           EXIT.

      ******************************************************************
      ** Onboarding receipt.                                          **
      ******************************************************************

       D1000-ONBOARD-RECEIPT.

           MOVE SPACES                      TO TERM-DATA.
           MOVE ZEROS                       TO RECEIPT-NBR.

           PERFORM D9000-RECEIPT-HEADER THRU D9000-EXIT.

           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'TENANT ONBOARDED  BU_SBU='  DELIMITED BY SIZE
                  TP-BUSBU                     DELIMITED BY SPACE
                  '  CACHE='                   DELIMITED BY SIZE
                  TP-TRANID                    DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

           PERFORM D3000-PROFILE-LINES THRU D3000-EXIT.

           MOVE ROW-COUNT                   TO ROW-COUNT-D.
           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'ROWS CREATED='           DELIMITED BY SIZE
                  ROW-COUNT-D               DELIMITED BY SIZE
                  '  AUDITED AS TENANTON'   DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      ** Offboarding receipt, with the unload figures and the         **
      ** destruction report attached.                                 **
      ******************************************************************

       D2000-OFFBOARD-RECEIPT.

           MOVE SPACES                      TO TERM-DATA.
           MOVE ZEROS                       TO RECEIPT-NBR.

           PERFORM D9000-RECEIPT-HEADER THRU D9000-EXIT.

           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'TENANT OFFBOARDED  BU_SBU=' DELIMITED BY SIZE
                  TP-BUSBU                     DELIMITED BY SPACE
                  '  CACHE='                   DELIMITED BY SIZE
                  TP-TRANID                    DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

           PERFORM D3000-PROFILE-LINES THRU D3000-EXIT.

           MOVE TP-UNLOAD-OUT               TO RC-NUM-7.
           MOVE TP-UNLOAD-SKIP              TO RC-NUM-7B.
           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'UNLOAD '                 DELIMITED BY SIZE
                  TP-UNLOAD-TRANID          DELIMITED BY SIZE
                  ' EXTRACTED='             DELIMITED BY SIZE
                  RC-NUM-7                  DELIMITED BY SIZE
                  ' SKIPPED='               DELIMITED BY SIZE
                  RC-NUM-7B                 DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           MOVE TP-UNLOAD-HELD              TO RC-NUM-7.
           STRING RECEIPT-LINE(1:45)        DELIMITED BY SIZE
                  ' WITHHELD='              DELIMITED BY SIZE
                  RC-NUM-7                  DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

           MOVE 'DESTRUCTION REPORT:'       TO RECEIPT-LINE.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.
           MOVE TP-ERASE-REPORT(1:80)       TO RECEIPT-LINE.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.
           IF TP-ERASE-REPORT(81:80) > SPACES
              MOVE TP-ERASE-REPORT(81:80)   TO RECEIPT-LINE
              PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT
           END-IF.

           MOVE ROW-COUNT                   TO ROW-COUNT-D.
           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'ROWS REMOVED='           DELIMITED BY SIZE
                  ROW-COUNT-D               DELIMITED BY SIZE
                  '  AUDITED AS TENANTOF'   DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      ** The profile itself, one line per row it names.  Used by the  **
      ** receipts (screen and print) and by SHO (screen only), so     **
      ** the line is handed to D8000 or D8100 through D3900.          **
      ******************************************************************

       D3000-PROFILE-LINES.

           MOVE TP-TTL-CEILING              TO RC-NUM-7.
           MOVE TP-RATE-LIMIT               TO RC-NUM-7B.
           MOVE TP-PRIORITY                 TO RC-NUM-1.
           MOVE SPACES                      TO RECEIPT-LINE.
           STRING '*BUSBU* TTL='            DELIMITED BY SIZE
                  RC-NUM-7                  DELIMITED BY SIZE
                  ' RATE='                  DELIMITED BY SIZE
                  RC-NUM-7B                 DELIMITED BY SIZE
                  ' PRIORITY='              DELIMITED BY SIZE
                  RC-NUM-1                  DELIMITED BY SIZE
                  ' PREFIX='                DELIMITED BY SIZE
                  TP-PREFIX                 DELIMITED BY SPACE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D3900-PROFILE-LINE THRU D3900-EXIT.

           MOVE TP-MAX-KEYS                 TO RC-NUM-7.
           MOVE TP-MAX-BYTES                TO RC-NUM-15.
           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'QUOTA   MAXKEYS='        DELIMITED BY SIZE
                  RC-NUM-7                  DELIMITED BY SIZE
                  ' MAXBYTES='              DELIMITED BY SIZE
                  RC-NUM-15                 DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D3900-PROFILE-LINE THRU D3900-EXIT.

           PERFORM D3100-USER-LINE THRU D3100-EXIT
                   VARYING PF-SLOT FROM 1 BY 1
                   UNTIL   PF-SLOT > 4.

           IF TP-ORIGIN-URL > SPACES
              MOVE SPACES                   TO RECEIPT-LINE
              STRING 'ORIGIN  '             DELIMITED BY SIZE
                     TP-ORIGIN-URL          DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     TP-ORIGIN-PATH         DELIMITED BY SPACE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D3900-PROFILE-LINE THRU D3900-EXIT
              MOVE TP-ORIGIN-TIMEOUT        TO RC-NUM-3
              MOVE TP-ORIGIN-TTL            TO RC-NUM-7
              MOVE SPACES                   TO RECEIPT-LINE
              STRING '        TIMEOUT='     DELIMITED BY SIZE
                     RC-NUM-3               DELIMITED BY SIZE
                     ' TTL='                DELIMITED BY SIZE
                     RC-NUM-7               DELIMITED BY SIZE
                     ' POLICY='             DELIMITED BY SIZE
                     TP-ORIGIN-POLICY       DELIMITED BY SIZE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D3900-PROFILE-LINE THRU D3900-EXIT
           END-IF.

           IF TP-ROUTER-TRANID > SPACES
              MOVE SPACES                   TO RECEIPT-LINE
              STRING 'ROUTE   '             DELIMITED BY SIZE
                     TP-ROUTER-TRANID       DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     TP-ROUTE-URL           DELIMITED BY SPACE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D3900-PROFILE-LINE THRU D3900-EXIT
           END-IF.

           PERFORM D3200-CONFIG-LINE THRU D3200-EXIT
                   VARYING PF-SLOT FROM 1 BY 1
                   UNTIL   PF-SLOT > 4.

       D3000-EXIT.
           EXIT.

       D3100-USER-LINE.

           IF TP-USERID(PF-SLOT) > SPACES
              MOVE SPACES                   TO RECEIPT-LINE
              STRING 'USERID  '             DELIMITED BY SIZE
                     TP-USERID(PF-SLOT)     DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     TP-ACCESS(PF-SLOT)     DELIMITED BY SIZE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D3900-PROFILE-LINE THRU D3900-EXIT
           END-IF.

       D3100-EXIT.
           EXIT.

       D3200-CONFIG-LINE.

           IF TP-CONFIG-NAME(PF-SLOT) > SPACES
              MOVE SPACES                   TO RECEIPT-LINE
              STRING 'CONFIG  '             DELIMITED BY SIZE
                     TP-CONFIG-NAME(PF-SLOT) DELIMITED BY SPACE
                     '='                    DELIMITED BY SIZE
                     TP-CONFIG-VALUE(PF-SLOT) DELIMITED BY SIZE
                     INTO RECEIPT-LINE
              END-STRING
              PERFORM D3900-PROFILE-LINE THRU D3900-EXIT
           END-IF.

       D3200-EXIT.
           EXIT.

       D3900-PROFILE-LINE.

           IF CMD-WORD = 'SHO'
              PERFORM D8000-SHOW-LINE THRU D8000-EXIT
           ELSE
              PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT
           END-IF.

       D3900-EXIT.
           EXIT.

      ******************************************************************
      ** Next screen line; the receipt version also prints it.        **
      ******************************************************************

       D8000-SHOW-LINE.

           IF RECEIPT-NBR < 24
              ADD  1                        TO RECEIPT-NBR
              MOVE RECEIPT-LINE             TO TERM-LINES(RECEIPT-NBR)
           END-IF.

       D8000-EXIT.
           EXIT.

       D8100-RECEIPT-LINE.

           PERFORM D8000-SHOW-LINE THRU D8000-EXIT.

           EXEC CICS WRITEQ TD QUEUE(RECEIPT-QUEUE)
                FROM     ( RECEIPT-LINE )
                LENGTH   ( RECEIPT-LENGTH )
                NOHANDLE
           END-EXEC.

       D8100-EXIT.
           EXIT.

       D9000-RECEIPT-HEADER.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD ( RECEIPT-DATE )
                DATESEP
                TIME     ( RECEIPT-TIME )
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO RECEIPT-LINE.
           STRING 'zECS PROVISIONING RECEIPT  '  DELIMITED BY SIZE
                  RECEIPT-DATE                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  RECEIPT-TIME                   DELIMITED BY SIZE
                  '  OPERATOR='                  DELIMITED BY SIZE
                  OPERATOR-USERID                DELIMITED BY SIZE
                  INTO RECEIPT-LINE
           END-STRING.
           PERFORM D8100-RECEIPT-LINE THRU D8100-EXIT.

       D9000-EXIT.
           EXIT.

      ******************************************************************
      ** All done, post appropiate message to terminal and exit.      **
      ******************************************************************

       Z1000-EXIT-PROGRAM.

      *    *--------------------------------------------------------*
      *    * Send response to terminal.                             *
      *    *--------------------------------------------------------*
           EXEC CICS SEND
                FROM  ( TERM-DATA )
                LENGTH( LENGTH OF TERM-DATA )
                ERASE
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       Z1000-EXIT.
           EXIT.
