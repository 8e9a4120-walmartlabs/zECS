       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS054.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to print    *
      * the legal hold report for a ZCxx cache.  Each cycle (daily by *
      * default) it browses the cache's rows on the ZCHOLDS registry  *
      * (ZECSLHC) and, for every hold in force, lists the matter, who *
      * asked for the hold and who placed it, the key or key prefix   *
      * it covers, and under it every removal the hold has blocked    *
      * from the ZCHOLDLG log -- the removal path, the key, how many  *
      * times, first and last time, and the UserID of the last one.   *
      * Holds already released are counted, not listed; their rows    *
      * stay on the registry for the history.                         *
      *                                                               *
      * The report goes to the ZHLD extrapartition queue, which the   *
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
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  LOG-EOF                PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcHLDRPT control file resources - start                       *
      *****************************************************************
       01  HR-FCT                 PIC  X(08) VALUE 'ZCHLDRPT'.
       01  HR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  HR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  HR-RECORD.
           02  HR-KEY             PIC  X(04).
           02  HR-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  HR-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  HR-ACTIVE-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  HR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  HR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  HR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  HR-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * HR-CACHE names the cache the chain reports on.  The    *
      *    * counts are the last cycle's, for the operator's view:  *
      *    * holds released, blocked removal rows under the holds   *
      *    * in force, and the removals those rows counted.         *
      *    *--------------------------------------------------------*
           02  HR-CACHE           PIC  X(04) VALUE SPACES.
           02  HR-RELEASED-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  HR-KEY-COUNT       PIC S9(07) COMP-3 VALUE ZEROES.
           02  HR-BLOCKED-COUNT   PIC S9(09) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(24).

       01  HR-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcHLDRPT control file resources - end                         *
      *****************************************************************

       01  ZC-HOLD-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCHLDRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  LH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LH-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  LB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LB-PREFIX-LENGTH       PIC S9(04) COMP VALUE 23.
       01  LB-HOLD-SAVE           PIC  X(23) VALUE SPACES.

      *****************************************************************
      * zECS LEGAL HOLD definitions.                                  *
      *****************************************************************
       COPY ZECSLHC.

       01  HOLD-BLOCKED           PIC S9(09) COMP-3 VALUE ZEROES.
       01  HOLD-KEYS              PIC S9(07) COMP-3 VALUE ZEROES.
       01  PRINT-LENGTH           PIC S9(04) COMP VALUE ZEROES.
       01  PRINT-MAX              PIC S9(04) COMP VALUE 110.

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
      * Report.  Each line goes to the ZHLD extrapartition queue,     *
      * which the region routes to print.                             *
      *****************************************************************
       01  REPORT-QUEUE           PIC  X(04) VALUE 'ZHLD'.
       01  REPORT-LENGTH          PIC S9(04) COMP VALUE 132.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.

       01  RPT-HOLD.
           02  RPT-MATTER         PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RPT-SEQ            PIC  X(03).
           02  FILLER             PIC  X(01).
           02  RPT-REQUESTED-BY   PIC  X(32).
           02  FILLER             PIC  X(01).
           02  RPT-PLACED-BY      PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-PLACED-DATE    PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-PLACED-TIME    PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-HOLD-BLOCKED   PIC  X(09).
           02  RPT-HOLD-BLOCKED-D REDEFINES RPT-HOLD-BLOCKED
                                  PIC  Z(08)9.
           02  FILLER             PIC  X(40).

       01  RPT-HEADING.
           02  FILLER             PIC  X(16) VALUE 'MATTER'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'SEQ'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(32) VALUE 'REQUESTED BY'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'PLACED'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE 'PLACED ON'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE '  BLOCKED'.
           02  FILLER             PIC  X(40) VALUE SPACES.

       01  RPT-BLOCK.
           02  FILLER             PIC  X(09).
           02  RPT-BL-PATH        PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-BL-COUNT       PIC  X(07).
           02  RPT-BL-COUNT-D REDEFINES RPT-BL-COUNT
                                  PIC  Z(06)9.
           02  FILLER             PIC  X(01).
           02  RPT-BL-FIRST       PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-BL-LAST        PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-BL-USERID      PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-BL-KEY         PIC  X(75).

       01  RPT-BLOCK-HEADING.
           02  FILLER             PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'PATH'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE '  TIMES'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'FIRST'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'LAST'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'LAST BY'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(75) VALUE 'KEY'.

       01  RPT-AS-OF-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-AS-OF-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-ACTIVE-D           PIC  Z(06)9.
       01  RPT-RELEASED-D         PIC  Z(06)9.
       01  RPT-KEYS-D             PIC  Z(06)9.
       01  RPT-BLOCKED-D          PIC  Z(08)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-REPORT-HEADER      THRU 2000-EXIT.
           PERFORM 3000-SCAN-HOLDS         THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the legal hold report.               *
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
      * Issue ENQ to serialize the legal hold report.                 *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-HOLD-ENQ)
                LENGTH(LENGTH OF  ZC-HOLD-ENQ)
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
      * Read/write the zcHLDRPT control record to pick up the         *
      * configured interval, and reset the cycle's counts.            *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO HR-KEY.
           MOVE LENGTH OF HR-RECORD      TO HR-LENGTH.

           EXEC CICS READ
                FILE   (HR-FCT)
                RIDFLD (HR-KEY)
                INTO   (HR-RECORD)
                LENGTH (HR-LENGTH)
                RESP   (HR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO HR-CACHE.

           IF  HR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO HR-KEY
               EXEC CICS WRITE
                    FILE   (HR-FCT)
                    RIDFLD (HR-KEY)
                    FROM   (HR-RECORD)
                    LENGTH (HR-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO HR-ACTIVE-COUNT
                                            HR-RELEASED-COUNT
                                            HR-KEY-COUNT
                                            HR-BLOCKED-COUNT
               EXEC CICS REWRITE
                    FILE  (HR-FCT)
                    FROM  (HR-RECORD)
                    LENGTH(HR-LENGTH)
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
           STRING 'zECS LEGAL HOLD REPORT'
                  '     CACHE '            ZC-TRANID
                  '     REGION '           APPLID
                  '     AS OF '            RPT-AS-OF-DATE
                  ' '                      RPT-AS-OF-TIME
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'HOLDS IN FORCE, WHAT EACH COVERS, AND THE REMOVALS'
                  ' EACH HAS BLOCKED.  TIMES = REMOVALS REFUSED.'
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
      * Browse the cache's rows on the hold registry.                 *
      *****************************************************************
       3000-SCAN-HOLDS.
           MOVE SPACES                   TO LH-KEY.
           MOVE ZC-TRANID                TO LH-KEY-TRANID.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                KEYLENGTH(LH-PREFIX-LENGTH)
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

           EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next hold.  A released hold is counted only.         *
      *****************************************************************
       3010-SCAN-NEXT.
           MOVE LENGTH OF LH-RECORD      TO LH-LENGTH.

           EXEC CICS READNEXT FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                KEYLENGTH(LH-PREFIX-LENGTH)
                LENGTH(LH-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LH-KEY-TRANID NOT EQUAL ZC-TRANID
               MOVE 'Y'                  TO EOF
               GO TO 3010-EXIT.

           IF  NOT LH-ACTIVE
               ADD  ONE                  TO HR-RELEASED-COUNT
               GO TO 3010-EXIT.

           PERFORM 3020-REPORT-HOLD      THRU 3020-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * One hold: its detail line, what it covers, then the removals  *
      * it has blocked.  The blocked total on the detail line is      *
      * only known once the log is read, so the log is read first.    *
      *****************************************************************
       3020-REPORT-HOLD.
           ADD  ONE                      TO HR-ACTIVE-COUNT.

           MOVE ZEROES                   TO HOLD-BLOCKED.
           MOVE ZEROES                   TO HOLD-KEYS.
           MOVE LH-KEY                   TO LB-HOLD-SAVE.
           PERFORM 3040-COUNT-BLOCKS     THRU 3040-EXIT.

           MOVE SPACES                   TO RPT-HOLD.
           MOVE LH-KEY-MATTER            TO RPT-MATTER.
           MOVE LH-KEY-SEQ               TO RPT-SEQ.
           MOVE LH-REQUESTED-BY          TO RPT-REQUESTED-BY.
           MOVE LH-PLACED-BY             TO RPT-PLACED-BY.
           MOVE HOLD-BLOCKED             TO RPT-HOLD-BLOCKED-D.

           EXEC CICS FORMATTIME ABSTIME(LH-PLACED-ABS)
                YYYYMMDD(RPT-PLACED-DATE)
                TIME(RPT-PLACED-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE RPT-HOLD                 TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           PERFORM 3030-PRINT-COVERS     THRU 3030-EXIT.

           IF  HOLD-KEYS EQUAL ZEROES
               MOVE SPACES               TO REPORT-LINE
               MOVE '         NO REMOVALS BLOCKED'
                                         TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
           ELSE
               MOVE RPT-BLOCK-HEADING    TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
               PERFORM 3050-PRINT-BLOCKS THRU 3050-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3020-EXIT.
           EXIT.

      *****************************************************************
      * The key or key prefix the hold covers, up to PRINT-MAX bytes; *
      * a longer one is marked as continuing.                         *
      *****************************************************************
       3030-PRINT-COVERS.
           MOVE LH-TARGET-LEN            TO PRINT-LENGTH.
           IF  PRINT-LENGTH GREATER THAN PRINT-MAX
               MOVE PRINT-MAX            TO PRINT-LENGTH.

           IF  PRINT-LENGTH NOT GREATER THAN ZEROES
               MOVE ONE                  TO PRINT-LENGTH.

           MOVE SPACES                   TO REPORT-LINE.

           IF  LH-SCOPE-PREFIX
               STRING '         COVERS PREFIX '
                      LH-TARGET(1:PRINT-LENGTH)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '         COVERS KEY    '
                      LH-TARGET(1:PRINT-LENGTH)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING.

           IF  LH-TARGET-LEN GREATER THAN PRINT-MAX
               MOVE '...'                TO REPORT-LINE(130:3).

           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Total the hold's blocked removal rows and the refusals they   *
      * counted.                                                      *
      *****************************************************************
       3040-COUNT-BLOCKS.
           MOVE 'N'                      TO LOG-EOF.
           PERFORM 3060-START-LOG        THRU 3060-EXIT.

           IF  LOG-EOF EQUAL 'Y'
               GO TO 3040-EXIT.

           PERFORM 3045-COUNT-NEXT       THRU 3045-EXIT
               WITH TEST AFTER
               UNTIL LOG-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(LB-FCT) NOHANDLE
           END-EXEC.

           ADD  HOLD-KEYS                TO HR-KEY-COUNT.
           ADD  HOLD-BLOCKED             TO HR-BLOCKED-COUNT.

       3040-EXIT.
           EXIT.

       3045-COUNT-NEXT.
           PERFORM 3070-READ-LOG         THRU 3070-EXIT.

           IF  LOG-EOF EQUAL 'Y'
               GO TO 3045-EXIT.

           ADD  ONE                      TO HOLD-KEYS.
           ADD  LB-COUNT                 TO HOLD-BLOCKED.

       3045-EXIT.
           EXIT.

      *****************************************************************
      * One line per removal path and key the hold has refused.       *
      *****************************************************************
       3050-PRINT-BLOCKS.
           MOVE 'N'                      TO LOG-EOF.
           PERFORM 3060-START-LOG        THRU 3060-EXIT.

           IF  LOG-EOF EQUAL 'Y'
               GO TO 3050-EXIT.

           PERFORM 3055-PRINT-NEXT       THRU 3055-EXIT
               WITH TEST AFTER
               UNTIL LOG-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(LB-FCT) NOHANDLE
           END-EXEC.

       3050-EXIT.
           EXIT.

       3055-PRINT-NEXT.
           PERFORM 3070-READ-LOG         THRU 3070-EXIT.

           IF  LOG-EOF EQUAL 'Y'
               GO TO 3055-EXIT.

           MOVE SPACES                   TO RPT-BLOCK.
           MOVE LB-PATH                  TO RPT-BL-PATH.
           MOVE LB-COUNT                 TO RPT-BL-COUNT-D.
           MOVE LB-LAST-USERID           TO RPT-BL-USERID.

           EXEC CICS FORMATTIME ABSTIME(LB-FIRST-ABS)
                YYYYMMDD(RPT-BL-FIRST)
                DATESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(LB-LAST-ABS)
                YYYYMMDD(RPT-BL-LAST)
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LB-KEY-LEN               TO PRINT-LENGTH.
           IF  PRINT-LENGTH GREATER THAN LENGTH OF RPT-BL-KEY
               MOVE LENGTH OF RPT-BL-KEY TO PRINT-LENGTH.

           IF  PRINT-LENGTH NOT GREATER THAN ZEROES
               MOVE ONE                  TO PRINT-LENGTH.

           MOVE LB-CACHE-KEY(1:PRINT-LENGTH) TO RPT-BL-KEY.

           IF  LB-KEY-LEN GREATER THAN LENGTH OF RPT-BL-KEY
               MOVE '...'                TO RPT-BL-KEY(73:3).

           MOVE RPT-BLOCK                TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3055-EXIT.
           EXIT.

      *****************************************************************
      * Start a generic browse of the log on the hold's registry key. *
      *****************************************************************
       3060-START-LOG.
           MOVE SPACES                   TO LB-KEY.
           MOVE LB-HOLD-SAVE             TO LB-HOLD-KEY.

           EXEC CICS STARTBR FILE(LB-FCT)
                RIDFLD(LB-KEY)
                KEYLENGTH(LB-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO LOG-EOF.

       3060-EXIT.
           EXIT.

      *****************************************************************
      * Read the next log row; past the hold's rows is the end.       *
      *****************************************************************
       3070-READ-LOG.
           MOVE LENGTH OF LB-RECORD      TO LB-LENGTH.

           EXEC CICS READNEXT FILE(LB-FCT)
                INTO(LB-RECORD)
                RIDFLD(LB-KEY)
                KEYLENGTH(LB-PREFIX-LENGTH)
                LENGTH(LB-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LB-HOLD-KEY NOT EQUAL LB-HOLD-SAVE
               MOVE 'Y'                  TO LOG-EOF.

       3070-EXIT.
           EXIT.

      *****************************************************************
      * Totals and the CSSL summary line.                             *
      *****************************************************************
       4000-WRITE-TOTALS.
           MOVE HR-ACTIVE-COUNT          TO RPT-ACTIVE-D.
           MOVE HR-RELEASED-COUNT        TO RPT-RELEASED-D.
           MOVE HR-KEY-COUNT             TO RPT-KEYS-D.
           MOVE HR-BLOCKED-COUNT         TO RPT-BLOCKED-D.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'HOLDS IN FORCE '        RPT-ACTIVE-D
                  '   RELEASED '           RPT-RELEASED-D
                  '   KEYS PROTECTED '     RPT-KEYS-D
                  '   REMOVALS BLOCKED '   RPT-BLOCKED-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'HOLDRPT CACHE='         ZC-TRANID
                  ' ACTIVE='               RPT-ACTIVE-D
                  ' RELEASED='             RPT-RELEASED-D
                  ' KEYS='                 RPT-KEYS-D
                  ' BLOCKED='              RPT-BLOCKED-D
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
                INTERVAL(HR-INTERVAL)
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
           MOVE EIBTASKN                 TO HR-TASKID.
           MOVE ZC-TRANID                TO HR-CACHE.
           MOVE APPLID                   TO HR-APPLID.
           MOVE CURRENT-ABS              TO HR-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(HR-TIME)
                YYYYMMDD(HR-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO HR-KEY.
           MOVE LENGTH OF HR-RECORD-SAVE TO HR-LENGTH.

           EXEC CICS READ
                FILE   (HR-FCT)
                RIDFLD (HR-KEY)
                INTO   (HR-RECORD-SAVE)
                LENGTH (HR-LENGTH)
                RESP   (HR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  HR-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF HR-RECORD  TO HR-LENGTH
               EXEC CICS REWRITE
                    FILE  (HR-FCT)
                    FROM  (HR-RECORD)
                    LENGTH(HR-LENGTH)
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
