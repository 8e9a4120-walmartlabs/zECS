       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS056.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to print    *
      * the daily security report for a ZCxx cache.  Each cycle       *
      * (daily by default) it browses the cache's rows on the         *
      * ZCAUTHLK failed-authentication log (ZECSAFC) -- one row per   *
      * client address and one per UserID that has failed to          *
      * authenticate -- and lists, addresses first and then UserIDs,  *
      * every one with failures, lockouts, or refusals since the last *
      * cycle or with a lockout still running: the day's failures,    *
      * lockouts, and requests refused while locked, the failure      *
      * streak, when the lockout ends, and the last failure.  Under   *
      * each UserID are the addresses it failed from, and under each  *
      * address the UserIDs it failed as.                             *
      *                                                               *
      * The day's counts are reset as they are reported.  A row with  *
      * no failure for SR-RETAIN seconds (30 days by default) and no  *
      * lockout running is deleted; each lockout stays on the ZCxxAU  *
      * audit trail as AUTHLOCK.                                      *
      *                                                               *
      * The report goes to the ZAUT extrapartition queue, which the   *
      * region routes to print, and closes with totals.  A summary    *
      * line is written to CSSL.                                      *
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
       01  RETAIN-ABS             PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-THOUSAND           PIC S9(04) VALUE   1000 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcAUTRPT control file resources - start                       *
      *****************************************************************
       01  SR-FCT                 PIC  X(08) VALUE 'ZCAUTRPT'.
       01  SR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  SR-RECORD.
           02  SR-KEY             PIC  X(04).
           02  SR-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  SR-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  SR-USERID-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  SR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * SR-CACHE names the cache the chain reports on.  The    *
      *    * counts are the last cycle's, for the operator's view:  *
      *    * addresses and UserIDs reported, their failures and     *
      *    * lockouts, those still locked out when it ran, and the  *
      *    * idle rows deleted.  SR-RETAIN is how long, in seconds, *
      *    * a row may go without a failure before it is deleted.   *
      *    *--------------------------------------------------------*
           02  SR-CACHE           PIC  X(04) VALUE SPACES.
           02  SR-ADDR-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  SR-FAIL-COUNT      PIC S9(09) COMP-3 VALUE ZEROES.
           02  SR-LOCK-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  SR-LOCKED-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  SR-PURGED-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  SR-RETAIN          PIC S9(09) COMP-3 VALUE 2592000.
           02  FILLER             PIC  X(11).

       01  SR-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcAUTRPT control file resources - end                         *
      *****************************************************************

       01  ZC-AUTH-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCAUTRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  AF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AF-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * zECS AUTHENTICATION FAILURE log definition.                   *
      *****************************************************************
       COPY ZECSAFC.

       01  TYPE-SAVE              PIC  X(01) VALUE LOW-VALUES.
       01  DAY-FAILS-SAVE         PIC S9(07) COMP-3 VALUE ZEROES.
       01  DAY-LOCKS-SAVE         PIC S9(07) COMP-3 VALUE ZEROES.
       01  DAY-REFUSED-SAVE       PIC S9(07) COMP-3 VALUE ZEROES.
       01  LOCKED-NOW             PIC  X(01) VALUE 'N'.
       01  RECENT-IX              PIC S9(04) COMP VALUE ZEROES.
       01  RECENT-POINTER         PIC S9(04) COMP VALUE ZEROES.

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

      *****************************************************************
      * Report.  Each line goes to the ZAUT extrapartition queue,     *
      * which the region routes to print.                             *
      *****************************************************************
       01  REPORT-QUEUE           PIC  X(04) VALUE 'ZAUT'.
       01  REPORT-LENGTH          PIC S9(04) COMP VALUE 132.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.

       01  RPT-ROW.
           02  RPT-ID             PIC  X(39).
           02  FILLER             PIC  X(01).
           02  RPT-FAILS          PIC  X(07).
           02  RPT-FAILS-D REDEFINES RPT-FAILS
                                  PIC  Z(06)9.
           02  FILLER             PIC  X(01).
           02  RPT-LOCKS          PIC  X(05).
           02  RPT-LOCKS-D REDEFINES RPT-LOCKS
                                  PIC  Z(04)9.
           02  FILLER             PIC  X(01).
           02  RPT-REFUSED        PIC  X(07).
           02  RPT-REFUSED-D REDEFINES RPT-REFUSED
                                  PIC  Z(06)9.
           02  FILLER             PIC  X(01).
           02  RPT-STREAK         PIC  X(06).
           02  RPT-STREAK-D REDEFINES RPT-STREAK
                                  PIC  Z(05)9.
           02  FILLER             PIC  X(01).
           02  RPT-UNTIL-DATE     PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-UNTIL-TIME     PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-LAST-DATE      PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-LAST-TIME      PIC  X(08).
           02  FILLER             PIC  X(24).

       01  RPT-HEADING.
           02  RPT-HEAD-ID        PIC  X(39) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE '  FAILS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'LOCKS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'REFUSED'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'STREAK'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE 'LOCKED UNTIL'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE 'LAST FAILURE'.
           02  FILLER             PIC  X(24) VALUE SPACES.

       01  RPT-AS-OF-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-AS-OF-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-ADDRS-D            PIC  Z(06)9.
       01  RPT-USERIDS-D          PIC  Z(06)9.
       01  RPT-FAILS-T            PIC  Z(08)9.
       01  RPT-LOCKS-T            PIC  Z(06)9.
       01  RPT-LOCKED-D           PIC  Z(06)9.
       01  RPT-PURGED-D           PIC  Z(06)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-REPORT-HEADER      THRU 2000-EXIT.
           PERFORM 3000-SCAN-LOG           THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the daily security report.           *
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

      *    *--------------------------------------------------------*
      *    * ABSTIME is milliseconds; the retention is seconds.     *
      *    *--------------------------------------------------------*
           COMPUTE RETAIN-ABS      = CURRENT-ABS -
                  (SR-RETAIN   * ONE-THOUSAND).

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the daily security report.             *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-AUTH-ENQ)
                LENGTH(LENGTH OF  ZC-AUTH-ENQ)
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
      * Read/write the zcAUTRPT control record to pick up the         *
      * configured interval and retention, and reset the cycle's      *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO SR-KEY.
           MOVE LENGTH OF SR-RECORD      TO SR-LENGTH.

           EXEC CICS READ
                FILE   (SR-FCT)
                RIDFLD (SR-KEY)
                INTO   (SR-RECORD)
                LENGTH (SR-LENGTH)
                RESP   (SR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO SR-CACHE.

           IF  SR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO SR-KEY
               EXEC CICS WRITE
                    FILE   (SR-FCT)
                    RIDFLD (SR-KEY)
                    FROM   (SR-RECORD)
                    LENGTH (SR-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO SR-USERID-COUNT
                                            SR-ADDR-COUNT
                                            SR-FAIL-COUNT
                                            SR-LOCK-COUNT
                                            SR-LOCKED-COUNT
                                            SR-PURGED-COUNT
               EXEC CICS REWRITE
                    FILE  (SR-FCT)
                    FROM  (SR-RECORD)
                    LENGTH(SR-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Report title.  The column headings are written as each        *
      * section (addresses, then UserIDs) begins.                     *
      *****************************************************************
       2000-REPORT-HEADER.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(RPT-AS-OF-DATE)
                TIME(RPT-AS-OF-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'zECS DAILY SECURITY REPORT'
                  '     CACHE '            ZC-TRANID
                  '     REGION '           APPLID
                  '     AS OF '            RPT-AS-OF-DATE
                  ' '                      RPT-AS-OF-TIME
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'AUTHENTICATION FAILURES AND LOCKOUTS SINCE THE LAST'
                  ' REPORT.  REFUSED = REQUESTS REFUSED WHILE LOCKED.'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's rows on the failure log.  The log is keyed *
      * by type within the cache, so the address rows come first and  *
      * the UserID rows after them, each under its own headings.      *
      *****************************************************************
       3000-SCAN-LOG.
           MOVE SPACES                   TO AF-KEY.
           MOVE ZC-TRANID                TO AF-KEY-TRANID.

           EXEC CICS STARTBR FILE(AF-FCT)
                RIDFLD(AF-KEY)
                KEYLENGTH(AF-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 3000-EXIT.

           PERFORM 3010-SCAN-NEXT        THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(AF-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next row.  A row with nothing this cycle and no      *
      * lockout running is only aged; any other is reported and its   *
      * day reset.                                                    *
      *****************************************************************
       3010-SCAN-NEXT.
           MOVE LENGTH OF AF-RECORD      TO AF-LENGTH.

           EXEC CICS READNEXT FILE(AF-FCT)
                INTO(AF-RECORD)
                RIDFLD(AF-KEY)
                KEYLENGTH(AF-PREFIX-LENGTH)
                LENGTH(AF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  AF-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO EOF
               GO TO 3010-EXIT.

           MOVE 'N'                      TO LOCKED-NOW.
           IF  AF-LOCK-UNTIL-ABS GREATER THAN CURRENT-ABS
               MOVE 'Y'                  TO LOCKED-NOW.

           IF  AF-DAY-FAILS   NOT GREATER THAN ZEROES
           AND AF-DAY-LOCKS   NOT GREATER THAN ZEROES
           AND AF-DAY-REFUSED NOT GREATER THAN ZEROES
           AND LOCKED-NOW     EQUAL 'N'
               PERFORM 3040-AGE-ROW      THRU 3040-EXIT
               GO TO 3010-EXIT.

           IF  AF-KEY-TYPE NOT EQUAL TYPE-SAVE
               PERFORM 3030-TYPE-BREAK   THRU 3030-EXIT
               MOVE AF-KEY-TYPE          TO TYPE-SAVE.

           PERFORM 3020-PRINT-ROW        THRU 3020-EXIT.
           PERFORM 3050-RESET-ROW        THRU 3050-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * One address or UserID, followed by the UserIDs it failed as   *
      * or the addresses it failed from.                              *
      *****************************************************************
       3020-PRINT-ROW.
           IF  AF-TYPE-ADDRESS
               ADD  ONE                  TO SR-ADDR-COUNT
           ELSE
               ADD  ONE                  TO SR-USERID-COUNT.

           ADD  AF-DAY-FAILS             TO SR-FAIL-COUNT.
           ADD  AF-DAY-LOCKS             TO SR-LOCK-COUNT.

           MOVE SPACES                   TO RPT-ROW.
           MOVE AF-KEY-ID                TO RPT-ID.
           MOVE AF-DAY-FAILS             TO RPT-FAILS-D.
           MOVE AF-DAY-LOCKS             TO RPT-LOCKS-D.
           MOVE AF-DAY-REFUSED           TO RPT-REFUSED-D.
           MOVE AF-CONSECUTIVE           TO RPT-STREAK-D.

           IF  LOCKED-NOW EQUAL 'Y'
               ADD  ONE                  TO SR-LOCKED-COUNT
               EXEC CICS FORMATTIME ABSTIME(AF-LOCK-UNTIL-ABS)
                    YYYYMMDD(RPT-UNTIL-DATE)
                    TIME(RPT-UNTIL-TIME)
                    DATESEP
                    TIMESEP
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE 'NOT LOCKED'         TO RPT-UNTIL-DATE.

           IF  AF-LAST-FAIL-ABS GREATER THAN ZEROES
               EXEC CICS FORMATTIME ABSTIME(AF-LAST-FAIL-ABS)
                    YYYYMMDD(RPT-LAST-DATE)
                    TIME(RPT-LAST-TIME)
                    DATESEP
                    TIMESEP
                    NOHANDLE
               END-EXEC.

           MOVE RPT-ROW                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           IF  AF-RECENT(1) EQUAL SPACES
               GO TO 3020-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           MOVE 'AS USERIDS:'            TO REPORT-LINE(3:11).
           IF  AF-TYPE-USERID
               MOVE 'FROM ADDRESSES:'    TO REPORT-LINE(3:15).

           MOVE 19                       TO RECENT-POINTER.

           PERFORM 3025-LIST-RECENT      THRU 3025-EXIT
               WITH TEST AFTER
               VARYING RECENT-IX FROM 1 BY 1
               UNTIL   RECENT-IX EQUAL 4.

           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3020-EXIT.
           EXIT.

       3025-LIST-RECENT.
           IF  AF-RECENT(RECENT-IX) EQUAL SPACES
               GO TO 3025-EXIT.

           STRING AF-RECENT(RECENT-IX)   DELIMITED BY SPACE
                  '  '                   DELIMITED BY SIZE
                  INTO REPORT-LINE
               WITH POINTER RECENT-POINTER
           END-STRING.

       3025-EXIT.
           EXIT.

      *****************************************************************
      * Start a section: client addresses, then UserIDs.              *
      *****************************************************************
       3030-TYPE-BREAK.
           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE 'CLIENT ADDRESS'         TO RPT-HEAD-ID.
           IF  AF-TYPE-USERID
               MOVE 'USERID'             TO RPT-HEAD-ID.

           MOVE RPT-HEADING              TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Delete a row that has gone SR-RETAIN seconds without a        *
      * failure.                                                      *
      *****************************************************************
       3040-AGE-ROW.
           IF  AF-LAST-FAIL-ABS NOT LESS THAN RETAIN-ABS
               GO TO 3040-EXIT.

           EXEC CICS DELETE FILE(AF-FCT)
                RIDFLD(AF-KEY)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                  TO SR-PURGED-COUNT.

       3040-EXIT.
           EXIT.

      *****************************************************************
      * Start the row's next day from zero.  The service may have     *
      * counted another failure since the browse read the row, so the *
      * row is read again for update and only what was reported is    *
      * taken off.                                                    *
      *****************************************************************
       3050-RESET-ROW.
           MOVE AF-DAY-FAILS             TO DAY-FAILS-SAVE.
           MOVE AF-DAY-LOCKS             TO DAY-LOCKS-SAVE.
           MOVE AF-DAY-REFUSED           TO DAY-REFUSED-SAVE.
           MOVE LENGTH OF AF-RECORD      TO AF-LENGTH.

           EXEC CICS READ FILE(AF-FCT)
                INTO(AF-RECORD)
                RIDFLD(AF-KEY)
                LENGTH(AF-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3050-EXIT.

           SUBTRACT DAY-FAILS-SAVE       FROM AF-DAY-FAILS.
           SUBTRACT DAY-LOCKS-SAVE       FROM AF-DAY-LOCKS.
           SUBTRACT DAY-REFUSED-SAVE     FROM AF-DAY-REFUSED.

           IF  AF-DAY-FAILS LESS THAN ZEROES
               MOVE ZEROES               TO AF-DAY-FAILS.
           IF  AF-DAY-LOCKS LESS THAN ZEROES
               MOVE ZEROES               TO AF-DAY-LOCKS.
           IF  AF-DAY-REFUSED LESS THAN ZEROES
               MOVE ZEROES               TO AF-DAY-REFUSED.

           MOVE LENGTH OF AF-RECORD      TO AF-LENGTH.

           EXEC CICS REWRITE FILE(AF-FCT)
                FROM(AF-RECORD)
                LENGTH(AF-LENGTH)
                NOHANDLE
           END-EXEC.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Totals and the CSSL summary line.                             *
      *****************************************************************
       4000-WRITE-TOTALS.
           MOVE SR-ADDR-COUNT            TO RPT-ADDRS-D.
           MOVE SR-USERID-COUNT          TO RPT-USERIDS-D.
           MOVE SR-FAIL-COUNT            TO RPT-FAILS-T.
           MOVE SR-LOCK-COUNT            TO RPT-LOCKS-T.
           MOVE SR-LOCKED-COUNT          TO RPT-LOCKED-D.
           MOVE SR-PURGED-COUNT          TO RPT-PURGED-D.

           IF  TYPE-SAVE EQUAL LOW-VALUES
               MOVE SPACES               TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
               MOVE 'NO AUTHENTICATION FAILURES OR LOCKOUTS.'
                                         TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'ADDRESSES '             RPT-ADDRS-D
                  '   USERIDS '            RPT-USERIDS-D
                  '   FAILURES '           RPT-FAILS-T
                  '   LOCKOUTS '           RPT-LOCKS-T
                  '   STILL LOCKED '       RPT-LOCKED-D
                  '   IDLE ROWS DELETED '  RPT-PURGED-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AUTHRPT CACHE='         ZC-TRANID
                  ' ADDRS='                RPT-ADDRS-D
                  ' USERIDS='              RPT-USERIDS-D
                  ' FAILS='                RPT-FAILS-T
                  ' LOCKOUTS='             RPT-LOCKS-T
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(SR-INTERVAL)
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
      * Stamp the control record with this cycle's completion and     *
      * counts.                                                       *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO SR-TASKID.
           MOVE ZC-TRANID                TO SR-CACHE.
           MOVE APPLID                   TO SR-APPLID.
           MOVE CURRENT-ABS              TO SR-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(SR-TIME)
                YYYYMMDD(SR-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO SR-KEY.
           MOVE LENGTH OF SR-RECORD-SAVE TO SR-LENGTH.

           EXEC CICS READ
                FILE   (SR-FCT)
                RIDFLD (SR-KEY)
                INTO   (SR-RECORD-SAVE)
                LENGTH (SR-LENGTH)
                RESP   (SR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  SR-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF SR-RECORD  TO SR-LENGTH
               EXEC CICS REWRITE
                    FILE  (SR-FCT)
                    FROM  (SR-RECORD)
                    LENGTH(SR-LENGTH)
                    NOHANDLE
               END-EXEC.

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

      *****************************************************************
      * Write one line of the report to the print queue.              *
      *****************************************************************
       9920-WRITE-REPORT.
           EXEC CICS WRITEQ TD QUEUE(REPORT-QUEUE)
                FROM(REPORT-LINE)
                LENGTH(REPORT-LENGTH)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.
