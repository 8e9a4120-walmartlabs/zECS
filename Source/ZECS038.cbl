       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS038.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to report   *
      * the day's replication conflicts for a ZCxx cache.  The        *
      * service writes a record to the ZCxxCF conflict file each time *
      * a replicated write arrives for a key whose local generation   *
      * the sending Data Center never saw, holding both generations,  *
      * their write times and originating UserIDs, and which one the  *
      * cache's CONFLICT rule kept.  This task browses the file and   *
      * writes to CSSL, for the conflicts resolved since its last     *
      * cycle:                                                        *
      *                                                               *
      *     two lines per conflict -- winner, rule, and each side's   *
      *     Data Center and UserID, then the tenant and the key --    *
      *     up to CF-LIST-MAX conflicts, the rest as a count;         *
      *     a summary line with the conflicts by winner.              *
      *                                                               *
      * Tenants repair their data from the full records through the   *
      * /resources/zConflicts view.  Conflict records older than      *
      * CF-RETAIN-DAYS are deleted as the browse passes them.         *
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
       01  WORK-MILLISECONDS      PIC S9(15) VALUE ZEROES COMP-3.
       01  REPORT-FROM-ABS        PIC S9(15) VALUE ZEROES COMP-3.
       01  RETAIN-ABS             PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE-DAY-MS             PIC S9(15) VALUE 86400000 COMP-3.
       01  ONE-SECOND-MS          PIC S9(04) VALUE 1000 COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcCNFRPT control file resources - start                       *
      *****************************************************************
       01  CF-FCT                 PIC  X(08) VALUE 'ZCCNFRPT'.
       01  CF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  CF-RECORD.
           02  CF-KEY             PIC  X(04).
           02  CF-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  CF-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  CF-CONFLICT-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  CF-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CF-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CF-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CF-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * CF-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the conflicts listed per report and the   *
      *    * days conflict records are kept.  Zero or non-numeric    *
      *    * values take the defaults.  CF-LAST-ABS is the end of    *
      *    * the window last reported; the next report starts there  *
      *    * (or one interval back on the first cycle).              *
      *    *--------------------------------------------------------*
           02  CF-CACHE           PIC  X(04) VALUE SPACES.
           02  CF-LIST-MAX        PIC S9(05) COMP-3 VALUE 100.
           02  CF-RETAIN-DAYS     PIC S9(03) COMP-3 VALUE 30.
           02  CF-LAST-ABS        PIC S9(15) COMP-3 VALUE ZEROES.
           02  CF-INCOMING-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  CF-LOCAL-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  CF-WITHHELD-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  CF-PURGE-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(08).

       01  CF-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcCNFRPT control file resources - end                         *
      *****************************************************************

       01  ZC-CNFRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCCNFRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  CX-FCT.
           02  CX-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'CF  '.

       01  CX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CX-RIDFLD              PIC  X(08) VALUE LOW-VALUES.

      *****************************************************************
      * zECS REPLICATION CONFLICT record.                             *
      *****************************************************************
       COPY ZECSCXC.

       01  LISTED-COUNT           PIC S9(07) COMP-3 VALUE ZEROES.
       01  DROPPED-COUNT          PIC S9(07) COMP-3 VALUE ZEROES.

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

       01  RPT-COUNT-D            PIC  Z(06)9.
       01  RPT-INCOMING-D         PIC  Z(06)9.
       01  RPT-LOCAL-D            PIC  Z(06)9.
       01  RPT-WITHHELD-D         PIC  Z(06)9.
       01  RPT-PURGE-D            PIC  Z(06)9.
       01  RPT-DROPPED-D          PIC  Z(06)9.
       01  RPT-KEY-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  RPT-KEY-MAX            PIC S9(04) COMP VALUE 60.
       01  RPT-WINNER             PIC  X(08) VALUE SPACES.
       01  RPT-RULE               PIC  X(09) VALUE SPACES.
       01  RPT-TIME               PIC  X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-SCAN-CONFLICTS     THRU 2000-EXIT.
           PERFORM 4000-WRITE-REPORT       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the conflict report.                 *
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

           MOVE ZC-TRANID         TO CX-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.
           PERFORM 1400-WINDOW     THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the conflict report.                   *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-CNFRPT-ENQ)
                LENGTH(LENGTH OF  ZC-CNFRPT-ENQ)
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
      * Read/write the zcCNFRPT control record to pick up the         *
      * configured interval, listing limit and retention, and reset   *
      * the cycle's counts.                                           *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO CF-KEY.
           MOVE LENGTH OF CF-RECORD      TO CF-LENGTH.

           EXEC CICS READ
                FILE   (CF-FCT)
                RIDFLD (CF-KEY)
                INTO   (CF-RECORD)
                LENGTH (CF-LENGTH)
                RESP   (CF-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO CF-CACHE.

           IF  CF-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO CF-KEY
               EXEC CICS WRITE
                    FILE   (CF-FCT)
                    RIDFLD (CF-KEY)
                    FROM   (CF-RECORD)
                    LENGTH (CF-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO CF-CONFLICT-COUNT
                                            CF-INCOMING-COUNT
                                            CF-LOCAL-COUNT
                                            CF-WITHHELD-COUNT
                                            CF-PURGE-COUNT
               EXEC CICS REWRITE
                    FILE  (CF-FCT)
                    FROM  (CF-RECORD)
                    LENGTH(CF-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  CF-LIST-MAX NOT NUMERIC
           OR  CF-LIST-MAX NOT GREATER THAN ZEROES
               MOVE 100                  TO CF-LIST-MAX.

           IF  CF-RETAIN-DAYS NOT NUMERIC
           OR  CF-RETAIN-DAYS NOT GREATER THAN ZEROES
               MOVE 30                   TO CF-RETAIN-DAYS.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * The window reported runs from the end of the last one to now; *
      * on the first cycle, or when the stamp is unusable, it goes    *
      * back one interval.  Records older than the retention cutoff   *
      * are purged.                                                   *
      *****************************************************************
       1400-WINDOW.
           IF  CF-LAST-ABS NUMERIC
           AND CF-LAST-ABS GREATER THAN ZEROES
           AND CF-LAST-ABS NOT GREATER THAN CURRENT-ABS
               MOVE CF-LAST-ABS          TO REPORT-FROM-ABS
           ELSE
               MULTIPLY CF-INTERVAL BY ONE-SECOND-MS
                   GIVING WORK-MILLISECONDS
               SUBTRACT WORK-MILLISECONDS FROM CURRENT-ABS
                                         GIVING REPORT-FROM-ABS
           END-IF.

           MULTIPLY CF-RETAIN-DAYS BY ONE-DAY-MS
               GIVING WORK-MILLISECONDS.
           SUBTRACT WORK-MILLISECONDS    FROM CURRENT-ABS
                                         GIVING RETAIN-ABS.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Single pass over the conflict file: report each conflict      *
      * resolved in the window and delete those past retention.       *
      *****************************************************************
       2000-SCAN-CONFLICTS.
           MOVE LOW-VALUES               TO CX-RIDFLD.

           EXEC CICS STARTBR FILE(CX-FCT)
                RIDFLD(CX-RIDFLD)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 2000-EXIT.

           PERFORM 2010-SCAN-NEXT        THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CX-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2010-SCAN-NEXT.
           MOVE LENGTH OF CX-RECORD      TO CX-LENGTH.

           EXEC CICS READNEXT FILE(CX-FCT)
                INTO(CX-RECORD)
                RIDFLD(CX-RIDFLD)
                LENGTH(CX-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 2010-EXIT.

           IF  CX-ABS LESS THAN RETAIN-ABS
               EXEC CICS DELETE FILE(CX-FCT)
                    RIDFLD(CX-RIDFLD)
                    NOHANDLE
               END-EXEC
               ADD  ONE                  TO CF-PURGE-COUNT
               GO TO 2010-EXIT.

           IF  CX-ABS NOT LESS THAN REPORT-FROM-ABS
           AND CX-ABS NOT GREATER THAN CURRENT-ABS
               PERFORM 2020-REPORT-ONE   THRU 2020-EXIT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Count the conflict by winner and, while the listing limit     *
      * allows, write its two detail lines.                           *
      *****************************************************************
       2020-REPORT-ONE.
           ADD  ONE                      TO CF-CONFLICT-COUNT.

           IF  CX-INCOMING-WON
               ADD  ONE                  TO CF-INCOMING-COUNT
               MOVE 'INCOMING'           TO RPT-WINNER
           ELSE
               ADD  ONE                  TO CF-LOCAL-COUNT
               MOVE 'LOCAL'              TO RPT-WINNER.

           IF  CX-WITHHELD EQUAL 'Y'
               ADD  ONE                  TO CF-WITHHELD-COUNT.

           IF  LISTED-COUNT NOT LESS THAN CF-LIST-MAX
               ADD  ONE                  TO DROPPED-COUNT
               GO TO 2020-EXIT.

           ADD  ONE                      TO LISTED-COUNT.

           IF  CX-RULE-PREFERRED
               MOVE 'PREFERRED'          TO RPT-RULE
           ELSE
               MOVE 'LWW'                TO RPT-RULE.

           EXEC CICS FORMATTIME ABSTIME(CX-ABS)
                TIME(RPT-TIME)
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CONFLICT '              DELIMITED BY SIZE
                  RPT-TIME                 DELIMITED BY SIZE
                  ' KEPT='                 DELIMITED BY SIZE
                  RPT-WINNER               DELIMITED BY SPACE
                  ' RULE='                 DELIMITED BY SIZE
                  RPT-RULE                 DELIMITED BY SPACE
                  ' LOCAL='                DELIMITED BY SIZE
                  CX-LOCAL-DC              DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  CX-LOCAL-USERID          DELIMITED BY SPACE
                  ' INCOMING='             DELIMITED BY SIZE
                  CX-IN-DC                 DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  CX-IN-USERID             DELIMITED BY SPACE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE CX-KEY-LENGTH            TO RPT-KEY-LENGTH.
           IF  RPT-KEY-LENGTH GREATER THAN RPT-KEY-MAX
               MOVE RPT-KEY-MAX          TO RPT-KEY-LENGTH.

           IF  RPT-KEY-LENGTH LESS THAN ONE
               MOVE ONE                  TO RPT-KEY-LENGTH.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CONFLICT '              DELIMITED BY SIZE
                  CX-BUSBU                 DELIMITED BY SPACE
                  ' KEY='                  DELIMITED BY SIZE
                  CX-CACHE-KEY(1:RPT-KEY-LENGTH)
                                           DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Write the summary line, and the count of conflicts past the   *
      * listing limit.                                                *
      *****************************************************************
       4000-WRITE-REPORT.
           IF  DROPPED-COUNT GREATER THAN ZEROES
               MOVE DROPPED-COUNT        TO RPT-DROPPED-D
               MOVE SPACES               TO TD-MESSAGE
               STRING 'CONFLICT NOT LISTED='
                                          RPT-DROPPED-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE CF-CONFLICT-COUNT        TO RPT-COUNT-D.
           MOVE CF-INCOMING-COUNT        TO RPT-INCOMING-D.
           MOVE CF-LOCAL-COUNT           TO RPT-LOCAL-D.
           MOVE CF-WITHHELD-COUNT        TO RPT-WITHHELD-D.
           MOVE CF-PURGE-COUNT           TO RPT-PURGE-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CONFLICT CACHE='        ZC-TRANID
                  ' TOTAL='                RPT-COUNT-D
                  ' INCOMING='             RPT-INCOMING-D
                  ' LOCAL='                RPT-LOCAL-D
                  ' WITHHELD='             RPT-WITHHELD-D
                  ' PURGED='               RPT-PURGE-D
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
                INTERVAL(CF-INTERVAL)
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
      * the end of the window reported.                               *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO CF-TASKID.
           MOVE ZC-TRANID                TO CF-CACHE.
           MOVE APPLID                   TO CF-APPLID.
           MOVE CURRENT-ABS              TO CF-ABSTIME.
           ADD  ONE CURRENT-ABS      GIVING CF-LAST-ABS.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(CF-TIME)
                YYYYMMDD(CF-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO CF-KEY.
           MOVE LENGTH OF CF-RECORD-SAVE TO CF-LENGTH.

           EXEC CICS READ
                FILE   (CF-FCT)
                RIDFLD (CF-KEY)
                INTO   (CF-RECORD-SAVE)
                LENGTH (CF-LENGTH)
                RESP   (CF-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  CF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF CF-RECORD  TO CF-LENGTH
               EXEC CICS REWRITE
                    FILE  (CF-FCT)
                    FROM  (CF-RECORD)
                    LENGTH(CF-LENGTH)
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
