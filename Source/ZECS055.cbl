       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS055.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to print    *
      * the refused address report for a ZCxx cache.  Each cycle      *
      * (weekly by default) it browses the cache's rows on the        *
      * ZCADDRLG refusal log (ZECSALC) -- one row per UserID and      *
      * client address an address allow-list refused -- and lists,    *
      * UserID by UserID, every address refused since the last        *
      * cycle: how many times this week and in all, when it was first *
      * and last seen, and the tenant whose *BUSBU* row refused it    *
      * when it was not the UserID's own list.  An address first seen *
      * this cycle is flagged NEW -- a credential suddenly presented  *
      * from somewhere new is the one to look at.  Each UserID closes *
      * with a count of its addresses and refusals.                   *
      *                                                               *
      * The week's counts are reset as they are reported.  A row not  *
      * refused again for AP-RETAIN seconds (90 days by default) is   *
      * deleted; each refusal stays on the ZCxxAU audit trail as      *
      * AUTHADDR.                                                     *
      *                                                               *
      * The report goes to the ZADR extrapartition queue, which the   *
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
       01  CYCLE-START-ABS        PIC S9(15) VALUE ZEROES COMP-3.
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
      * zcADDRPT control file resources - start                       *
      *****************************************************************
       01  AP-FCT                 PIC  X(08) VALUE 'ZCADDRPT'.
       01  AP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  AP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  AP-RECORD.
           02  AP-KEY             PIC  X(04).
           02  AP-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  AP-INTERVAL        PIC S9(07) COMP-3 VALUE 604800.
           02  AP-USERID-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  AP-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AP-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AP-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AP-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * AP-CACHE names the cache the chain reports on.  The    *
      *    * counts are the last cycle's, for the operator's view:  *
      *    * UserIDs and addresses refused, the refusals, the       *
      *    * addresses first seen this cycle, and the idle rows     *
      *    * deleted.  AP-RETAIN is how long, in seconds, a row may *
      *    * go without a refusal before it is deleted.             *
      *    *--------------------------------------------------------*
           02  AP-CACHE           PIC  X(04) VALUE SPACES.
           02  AP-ADDR-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  AP-REFUSED-COUNT   PIC S9(09) COMP-3 VALUE ZEROES.
           02  AP-NEW-COUNT       PIC S9(07) COMP-3 VALUE ZEROES.
           02  AP-PURGED-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  AP-RETAIN          PIC S9(09) COMP-3 VALUE 7776000.
           02  FILLER             PIC  X(15).

       01  AP-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcADDRPT control file resources - end                         *
      *****************************************************************

       01  ZC-ADDR-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCADDRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AL-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * zECS ADDRESS REFUSAL log definition.                          *
      *****************************************************************
       COPY ZECSALC.

       01  USER-SAVE              PIC  X(08) VALUE LOW-VALUES.
       01  USER-ADDRS             PIC S9(07) COMP-3 VALUE ZEROES.
       01  USER-REFUSED           PIC S9(09) COMP-3 VALUE ZEROES.
       01  USER-NEW               PIC S9(07) COMP-3 VALUE ZEROES.
       01  USER-WEEK-SAVE         PIC S9(07) COMP-3 VALUE ZEROES.

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
      * Report.  Each line goes to the ZADR extrapartition queue,     *
      * which the region routes to print.                             *
      *****************************************************************
       01  REPORT-QUEUE           PIC  X(04) VALUE 'ZADR'.
       01  REPORT-LENGTH          PIC S9(04) COMP VALUE 132.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.

       01  RPT-ADDR.
           02  RPT-USERID         PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-CLIENT         PIC  X(39).
           02  FILLER             PIC  X(01).
           02  RPT-WEEK           PIC  X(07).
           02  RPT-WEEK-D REDEFINES RPT-WEEK
                                  PIC  Z(06)9.
           02  FILLER             PIC  X(01).
           02  RPT-TOTAL          PIC  X(09).
           02  RPT-TOTAL-D REDEFINES RPT-TOTAL
                                  PIC  Z(08)9.
           02  FILLER             PIC  X(01).
           02  RPT-FIRST          PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-LAST-DATE      PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-LAST-TIME      PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-BUSBU          PIC  X(25).
           02  FILLER             PIC  X(01).
           02  RPT-FLAG           PIC  X(03).
           02  FILLER             PIC  X(04).

       01  RPT-HEADING.
           02  FILLER             PIC  X(08) VALUE 'USERID'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(39) VALUE 'CLIENT ADDRESS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE '   WEEK'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE '    TOTAL'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'FIRST'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE 'LAST'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(25) VALUE 'REFUSED BY TENANT'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  RPT-AS-OF-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-AS-OF-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-USERIDS-D          PIC  Z(06)9.
       01  RPT-ADDRS-D            PIC  Z(06)9.
       01  RPT-REFUSED-D          PIC  Z(08)9.
       01  RPT-NEW-D              PIC  Z(06)9.
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
      * Retrieve information for the refused address report.          *
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
      *    * ABSTIME is milliseconds; the interval and the          *
      *    * retention are seconds.                                 *
      *    *--------------------------------------------------------*
           COMPUTE CYCLE-START-ABS = CURRENT-ABS -
                  (AP-INTERVAL * ONE-THOUSAND).

           COMPUTE RETAIN-ABS      = CURRENT-ABS -
                  (AP-RETAIN   * ONE-THOUSAND).

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the refused address report.            *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-ADDR-ENQ)
                LENGTH(LENGTH OF  ZC-ADDR-ENQ)
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
      * Read/write the zcADDRPT control record to pick up the         *
      * configured interval and retention, and reset the cycle's      *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO AP-KEY.
           MOVE LENGTH OF AP-RECORD      TO AP-LENGTH.

           EXEC CICS READ
                FILE   (AP-FCT)
                RIDFLD (AP-KEY)
                INTO   (AP-RECORD)
                LENGTH (AP-LENGTH)
                RESP   (AP-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO AP-CACHE.

           IF  AP-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO AP-KEY
               EXEC CICS WRITE
                    FILE   (AP-FCT)
                    RIDFLD (AP-KEY)
                    FROM   (AP-RECORD)
                    LENGTH (AP-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO AP-USERID-COUNT
                                            AP-ADDR-COUNT
                                            AP-REFUSED-COUNT
                                            AP-NEW-COUNT
                                            AP-PURGED-COUNT
               EXEC CICS REWRITE
                    FILE  (AP-FCT)
                    FROM  (AP-RECORD)
                    LENGTH(AP-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Report title and column headings.                             *
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
           STRING 'zECS REFUSED ADDRESS REPORT'
                  '     CACHE '            ZC-TRANID
                  '     REGION '           APPLID
                  '     AS OF '            RPT-AS-OF-DATE
                  ' '                      RPT-AS-OF-TIME
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'CLIENT ADDRESSES AN ADDRESS ALLOW-LIST REFUSED SINCE'
                  ' THE LAST REPORT.  NEW = FIRST SEEN THIS CYCLE.'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE RPT-HEADING              TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's rows on the refusal log.  The log is keyed *
      * by UserID within the cache, so each UserID's addresses come   *
      * together and close with the UserID's subtotal.                *
      *****************************************************************
       3000-SCAN-LOG.
           MOVE SPACES                   TO AL-KEY.
           MOVE ZC-TRANID                TO AL-KEY-TRANID.

           EXEC CICS STARTBR FILE(AL-FCT)
                RIDFLD(AL-KEY)
                KEYLENGTH(AL-PREFIX-LENGTH)
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

           EXEC CICS ENDBR FILE(AL-FCT) NOHANDLE
           END-EXEC.

           PERFORM 3030-USER-BREAK       THRU 3030-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next row.  A row with nothing this cycle is only     *
      * aged; one with refusals is reported and its week reset.       *
      *****************************************************************
       3010-SCAN-NEXT.
           MOVE LENGTH OF AL-RECORD      TO AL-LENGTH.

           EXEC CICS READNEXT FILE(AL-FCT)
                INTO(AL-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(AL-PREFIX-LENGTH)
                LENGTH(AL-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  AL-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO EOF
               GO TO 3010-EXIT.

           IF  AL-WEEK-COUNT NOT GREATER THAN ZEROES
               PERFORM 3040-AGE-ROW      THRU 3040-EXIT
               GO TO 3010-EXIT.

           IF  AL-KEY-USERID NOT EQUAL USER-SAVE
               PERFORM 3030-USER-BREAK   THRU 3030-EXIT
               MOVE AL-KEY-USERID        TO USER-SAVE
               ADD  ONE                  TO AP-USERID-COUNT.

           PERFORM 3020-PRINT-ROW        THRU 3020-EXIT.
           PERFORM 3050-RESET-ROW        THRU 3050-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * One refused address.  A refusal on a tenant's *BUSBU* list    *
      * with no credential presented is logged under a blank UserID.  *
      *****************************************************************
       3020-PRINT-ROW.
           ADD  ONE                      TO USER-ADDRS.
           ADD  AL-WEEK-COUNT            TO USER-REFUSED.
           ADD  ONE                      TO AP-ADDR-COUNT.
           ADD  AL-WEEK-COUNT            TO AP-REFUSED-COUNT.

           MOVE SPACES                   TO RPT-ADDR.
           MOVE AL-KEY-USERID            TO RPT-USERID.
           IF  AL-KEY-USERID EQUAL SPACES
               MOVE '(NONE)'             TO RPT-USERID.

           MOVE AL-KEY-ADDR              TO RPT-CLIENT.
           MOVE AL-WEEK-COUNT            TO RPT-WEEK-D.
           MOVE AL-TOTAL-COUNT           TO RPT-TOTAL-D.
           MOVE AL-BUSBU                 TO RPT-BUSBU.

           IF  AL-FIRST-ABS NOT LESS THAN CYCLE-START-ABS
               MOVE 'NEW'                TO RPT-FLAG
               ADD  ONE                  TO USER-NEW
               ADD  ONE                  TO AP-NEW-COUNT.

           EXEC CICS FORMATTIME ABSTIME(AL-FIRST-ABS)
                YYYYMMDD(RPT-FIRST)
                DATESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(AL-LAST-ABS)
                YYYYMMDD(RPT-LAST-DATE)
                TIME(RPT-LAST-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE RPT-ADDR                 TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3020-EXIT.
           EXIT.

      *****************************************************************
      * Close the previous UserID with its subtotal line.             *
      *****************************************************************
       3030-USER-BREAK.
           IF  USER-ADDRS EQUAL ZEROES
               GO TO 3030-EXIT.

           MOVE USER-ADDRS               TO RPT-ADDRS-D.
           MOVE USER-REFUSED             TO RPT-REFUSED-D.
           MOVE USER-NEW                 TO RPT-NEW-D.

           MOVE SPACES                   TO REPORT-LINE.
           STRING '         ADDRESSES '    RPT-ADDRS-D
                  '   REFUSED '            RPT-REFUSED-D
                  '   NEW '                RPT-NEW-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE ZEROES                   TO USER-ADDRS
                                            USER-REFUSED
                                            USER-NEW.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Delete a row that has gone AP-RETAIN seconds without a        *
      * refusal.                                                      *
      *****************************************************************
       3040-AGE-ROW.
           IF  AL-LAST-ABS NOT LESS THAN RETAIN-ABS
               GO TO 3040-EXIT.

           EXEC CICS DELETE FILE(AL-FCT)
                RIDFLD(AL-KEY)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                  TO AP-PURGED-COUNT.

       3040-EXIT.
           EXIT.

      *****************************************************************
      * Start the row's next week from zero.  The service may have    *
      * counted another refusal since the browse read the row, so the *
      * row is read again for update and only what was reported is    *
      * taken off.                                                    *
      *****************************************************************
       3050-RESET-ROW.
           MOVE AL-WEEK-COUNT            TO USER-WEEK-SAVE.
           MOVE LENGTH OF AL-RECORD      TO AL-LENGTH.

           EXEC CICS READ FILE(AL-FCT)
                INTO(AL-RECORD)
                RIDFLD(AL-KEY)
                LENGTH(AL-LENGTH)
                UPDATE
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3050-EXIT.

           SUBTRACT USER-WEEK-SAVE       FROM AL-WEEK-COUNT.
           IF  AL-WEEK-COUNT LESS THAN ZEROES
               MOVE ZEROES               TO AL-WEEK-COUNT.

           MOVE LENGTH OF AL-RECORD      TO AL-LENGTH.

           EXEC CICS REWRITE FILE(AL-FCT)
                FROM(AL-RECORD)
                LENGTH(AL-LENGTH)
                NOHANDLE
           END-EXEC.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Totals and the CSSL summary line.                             *
      *****************************************************************
       4000-WRITE-TOTALS.
           MOVE AP-USERID-COUNT          TO RPT-USERIDS-D.
           MOVE AP-ADDR-COUNT            TO RPT-ADDRS-D.
           MOVE AP-REFUSED-COUNT         TO RPT-REFUSED-D.
           MOVE AP-NEW-COUNT             TO RPT-NEW-D.
           MOVE AP-PURGED-COUNT          TO RPT-PURGED-D.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'USERIDS '               RPT-USERIDS-D
                  '   ADDRESSES '          RPT-ADDRS-D
                  '   REFUSED '            RPT-REFUSED-D
                  '   NEW '                RPT-NEW-D
                  '   IDLE ROWS DELETED '  RPT-PURGED-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'ADDRRPT CACHE='         ZC-TRANID
                  ' USERIDS='              RPT-USERIDS-D
                  ' ADDRS='                RPT-ADDRS-D
                  ' REFUSED='              RPT-REFUSED-D
                  ' NEW='                  RPT-NEW-D
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
                INTERVAL(AP-INTERVAL)
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
           MOVE EIBTASKN                 TO AP-TASKID.
           MOVE ZC-TRANID                TO AP-CACHE.
           MOVE APPLID                   TO AP-APPLID.
           MOVE CURRENT-ABS              TO AP-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(AP-TIME)
                YYYYMMDD(AP-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO AP-KEY.
           MOVE LENGTH OF AP-RECORD-SAVE TO AP-LENGTH.

           EXEC CICS READ
                FILE   (AP-FCT)
                RIDFLD (AP-KEY)
                INTO   (AP-RECORD-SAVE)
                LENGTH (AP-LENGTH)
                RESP   (AP-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  AP-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF AP-RECORD  TO AP-LENGTH
               EXEC CICS REWRITE
                    FILE  (AP-FCT)
                    FROM  (AP-RECORD)
                    LENGTH(AP-LENGTH)
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
