       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS040.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to print    *
      * the access recertification report for a ZCxx cache.  Each     *
      * cycle (quarterly by default) it browses the ZCxxSD security   *
      * file and lists every UserID row -- its access level, key      *
      * prefixes, validity window, expire date, and the last          *
      * successful use the service stamped on it (time, method and    *
      * client address) -- and flags:                                 *
      *                                                               *
      *     DORMANT  - no use recorded in RC-DORMANT-DAYS days, or    *
      *                never used at all;                             *
      *     EXPIRING - ZS-EXPIRE-DATE within RC-EXPIRY-DAYS days;     *
      *     EXPIRED  - ZS-EXPIRE-DATE already past;                   *
      *     BROAD    - UPDATE or DELETE rights with no key prefix     *
      *                scope, i.e. write rights over the whole cache. *
      *                                                               *
      * The report goes to the ZRCT extrapartition queue, which the   *
      * region routes to print, and closes with totals and a          *
      * certification block for the cache owner to sign.  A summary   *
      * line is written to CSSL.  Reserved rows (keys beginning with  *
      * an asterisk -- *BUSBU*, *TOKEN*, *MAINT*, *DCHLTH*) are not   *
      * credentials and are not listed.                               *
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
       01  HORIZON-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  WORK-MILLISECONDS      PIC S9(15) VALUE ZEROES COMP-3.
       01  IDLE-DAYS              PIC S9(07) VALUE ZEROES COMP-3.
       01  ONE-DAY-MS             PIC S9(15) VALUE 86400000 COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  TODAY-DATE             PIC  X(08) VALUE SPACES.
       01  TODAY-DATE-9 REDEFINES TODAY-DATE
                                  PIC  9(08).
       01  HORIZON-DATE           PIC  X(08) VALUE SPACES.
       01  HORIZON-DATE-9 REDEFINES HORIZON-DATE
                                  PIC  9(08).

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcRECERT control file resources - start                       *
      *****************************************************************
       01  RC-FCT                 PIC  X(08) VALUE 'ZCRECERT'.
       01  RC-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RC-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RC-RECORD.
           02  RC-KEY             PIC  X(04).
           02  RC-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  RC-INTERVAL        PIC S9(07) COMP-3 VALUE 7776000.
           02  RC-USER-COUNT      PIC S9(07) COMP-3 VALUE ZEROES.
           02  RC-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RC-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RC-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RC-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * RC-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the days without use after which a        *
      *    * UserID is reported dormant and the days ahead an        *
      *    * expire date is flagged.  Zero or non-numeric values     *
      *    * take the defaults.  The flag counts are the last        *
      *    * cycle's, for the operator's view.                       *
      *    *--------------------------------------------------------*
           02  RC-CACHE           PIC  X(04) VALUE SPACES.
           02  RC-DORMANT-DAYS    PIC S9(03) COMP-3 VALUE 90.
           02  RC-EXPIRY-DAYS     PIC S9(03) COMP-3 VALUE 30.
           02  RC-DORMANT-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  RC-EXPIRING-COUNT  PIC S9(07) COMP-3 VALUE ZEROES.
           02  RC-EXPIRED-COUNT   PIC S9(07) COMP-3 VALUE ZEROES.
           02  RC-BROAD-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  RC-NEVER-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(13).

       01  RC-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcRECERT control file resources - end                         *
      *****************************************************************

       01  ZC-RECERT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCRECER_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZS-RIDFLD              PIC  X(32) VALUE LOW-VALUES.

      *****************************************************************
      * zECS Security Definition record.                              *
      *****************************************************************
       COPY ZECSSDC.

       01  SD-UPDATE              PIC  X(06) VALUE 'UPDATE'.
       01  SD-DELETE              PIC  X(06) VALUE 'DELETE'.

       01  PREFIX-IX              PIC S9(04) COMP VALUE ZEROES.
       01  PREFIX-MAX             PIC S9(04) COMP VALUE 4.
       01  PREFIX-FOUND           PIC  X(01) VALUE 'N'.
       01  FLAG-LENGTH            PIC S9(04) COMP VALUE ZEROES.

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
      * Report.  Each line goes to the ZRCT extrapartition queue,     *
      * which the region routes to print.                             *
      *****************************************************************
       01  REPORT-QUEUE           PIC  X(04) VALUE 'ZRCT'.
       01  REPORT-LENGTH          PIC S9(04) COMP VALUE 132.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.

       01  RPT-DETAIL.
           02  RPT-USERID         PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RPT-ACCESS         PIC  X(06).
           02  FILLER             PIC  X(01).
           02  RPT-LAST-DATE      PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-IDLE-DAYS      PIC  X(05).
           02  RPT-IDLE-DAYS-D REDEFINES RPT-IDLE-DAYS
                                  PIC  Z(04)9.
           02  FILLER             PIC  X(01).
           02  RPT-METHOD         PIC  X(05).
           02  FILLER             PIC  X(01).
           02  RPT-ADDR           PIC  X(39).
           02  FILLER             PIC  X(01).
           02  RPT-EXPIRES        PIC  X(10).
           02  FILLER             PIC  X(01).
           02  RPT-WINDOW.
               05  RPT-WIN-START  PIC  X(04).
               05  RPT-WIN-DASH   PIC  X(01).
               05  RPT-WIN-END    PIC  X(04).
           02  FILLER             PIC  X(01).
           02  RPT-DAYS           PIC  X(07).
           02  FILLER             PIC  X(01).
           02  RPT-FLAGS          PIC  X(24).

       01  RPT-HEADING.
           02  FILLER             PIC  X(08) VALUE 'USERID'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'ACCESS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'LAST USED'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' IDLE'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'VIA'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(39) VALUE 'FROM ADDRESS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'EXPIRES'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'WINDOW'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'SMTWTFS'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(24) VALUE 'FLAGS'.

       01  RPT-EXPIRE-D           PIC  9(08) VALUE ZEROES.
       01  RPT-EXPIRE-X REDEFINES RPT-EXPIRE-D
                                  PIC  X(08).
       01  RPT-AS-OF-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-AS-OF-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-USERS-D            PIC  Z(06)9.
       01  RPT-DORMANT-D          PIC  Z(06)9.
       01  RPT-NEVER-D            PIC  Z(06)9.
       01  RPT-EXPIRING-D         PIC  Z(06)9.
       01  RPT-EXPIRED-D          PIC  Z(06)9.
       01  RPT-BROAD-D            PIC  Z(06)9.
       01  RPT-DAYS-D             PIC  ZZ9.
       01  RPT-EXPIRY-DAYS-D      PIC  ZZ9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-REPORT-HEADER      THRU 2000-EXIT.
           PERFORM 3000-SCAN-USERS         THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the recertification report.          *
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

           MOVE ZC-TRANID         TO ZS-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.
           PERFORM 1400-DATES      THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the recertification report.            *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-RECERT-ENQ)
                LENGTH(LENGTH OF  ZC-RECERT-ENQ)
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
      * Read/write the zcRECERT control record to pick up the         *
      * configured interval and thresholds, and reset the cycle's     *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO RC-KEY.
           MOVE LENGTH OF RC-RECORD      TO RC-LENGTH.

           EXEC CICS READ
                FILE   (RC-FCT)
                RIDFLD (RC-KEY)
                INTO   (RC-RECORD)
                LENGTH (RC-LENGTH)
                RESP   (RC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO RC-CACHE.

           IF  RC-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO RC-KEY
               EXEC CICS WRITE
                    FILE   (RC-FCT)
                    RIDFLD (RC-KEY)
                    FROM   (RC-RECORD)
                    LENGTH (RC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO RC-USER-COUNT
                                            RC-DORMANT-COUNT
                                            RC-EXPIRING-COUNT
                                            RC-EXPIRED-COUNT
                                            RC-BROAD-COUNT
                                            RC-NEVER-COUNT
               EXEC CICS REWRITE
                    FILE  (RC-FCT)
                    FROM  (RC-RECORD)
                    LENGTH(RC-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  RC-DORMANT-DAYS NOT NUMERIC
           OR  RC-DORMANT-DAYS NOT GREATER THAN ZEROES
               MOVE 90                   TO RC-DORMANT-DAYS.

           IF  RC-EXPIRY-DAYS NOT NUMERIC
           OR  RC-EXPIRY-DAYS NOT GREATER THAN ZEROES
               MOVE 30                   TO RC-EXPIRY-DAYS.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Today's date, and the last date inside the expiry horizon,    *
      * both as YYYYMMDD to compare with ZS-EXPIRE-DATE.              *
      *****************************************************************
       1400-DATES.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(TODAY-DATE)
                NOHANDLE
           END-EXEC.

           MULTIPLY RC-EXPIRY-DAYS BY ONE-DAY-MS
               GIVING WORK-MILLISECONDS.
           ADD  WORK-MILLISECONDS CURRENT-ABS
                                         GIVING HORIZON-ABS.

           EXEC CICS FORMATTIME ABSTIME(HORIZON-ABS)
                YYYYMMDD(HORIZON-DATE)
                NOHANDLE
           END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Report title, the thresholds in force, and column headings.   *
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
           STRING 'zECS ACCESS RECERTIFICATION REPORT'
                  '     CACHE '            ZC-TRANID
                  '     REGION '           APPLID
                  '     AS OF '            RPT-AS-OF-DATE
                  ' '                      RPT-AS-OF-TIME
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE RC-DORMANT-DAYS          TO RPT-DAYS-D.
           MOVE RC-EXPIRY-DAYS           TO RPT-EXPIRY-DAYS-D.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'DORMANT = NO USE IN '   RPT-DAYS-D
                  ' DAYS OR NEVER.   EXPIRING = EXPIRES WITHIN '
                                           RPT-EXPIRY-DAYS-D
                  ' DAYS.   BROAD = UPDATE/DELETE, NO KEY PREFIX.'
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
      * Browse the cache's security file and report each UserID row.  *
      *****************************************************************
       3000-SCAN-USERS.
           MOVE LOW-VALUES               TO ZS-RIDFLD.

           EXEC CICS STARTBR FILE(ZS-FCT)
                RIDFLD(ZS-RIDFLD)
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

           EXEC CICS ENDBR FILE(ZS-FCT) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next row.  A short (old layout) row is seen with its *
      * grown fields empty, as the service sees it.                   *
      *****************************************************************
       3010-SCAN-NEXT.
           MOVE SPACES                   TO ZS-KEY-PREFIXES.
           MOVE SPACES                   TO ZS-WINDOW-START.
           MOVE SPACES                   TO ZS-WINDOW-END.
           MOVE SPACES                   TO ZS-WINDOW-DAYS.
           MOVE ZEROES                   TO ZS-EXPIRE-DATE.
           MOVE ZEROES                   TO ZS-LAST-USED-ABS.
           MOVE SPACES                   TO ZS-LAST-USED-METHOD
                                            ZS-LAST-USED-ADDR.
           MOVE SPACES                   TO ZS-ALLOW-LIST.
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS READNEXT FILE(ZS-FCT)
                INTO(ZS-RECORD)
                RIDFLD(ZS-RIDFLD)
                LENGTH(ZS-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 3010-EXIT.

           IF  ZS-KEY(1:1) EQUAL '*'
               GO TO 3010-EXIT.

           PERFORM 3020-REPORT-USER      THRU 3020-EXIT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Build and write one UserID's detail line, then its prefixes.  *
      *****************************************************************
       3020-REPORT-USER.
           ADD  ONE                      TO RC-USER-COUNT.

           MOVE SPACES                   TO RPT-DETAIL.
           MOVE ZS-KEY(1:8)              TO RPT-USERID.
           MOVE ZS-ACCESS                TO RPT-ACCESS.

           PERFORM 3030-LAST-USE         THRU 3030-EXIT.
           PERFORM 3040-EXPIRE-DATE      THRU 3040-EXIT.

           IF  ZS-WINDOW-START NOT EQUAL SPACES
           OR  ZS-WINDOW-END   NOT EQUAL SPACES
               MOVE ZS-WINDOW-START      TO RPT-WIN-START
               MOVE '-'                  TO RPT-WIN-DASH
               MOVE ZS-WINDOW-END        TO RPT-WIN-END
           ELSE
               MOVE 'ANY TIME'           TO RPT-WINDOW.

           IF  ZS-WINDOW-DAYS NOT EQUAL SPACES
               MOVE ZS-WINDOW-DAYS       TO RPT-DAYS
           ELSE
               MOVE 'ALL'                TO RPT-DAYS.

           MOVE 'N'                      TO PREFIX-FOUND.
           PERFORM 3050-ANY-PREFIX       THRU 3050-EXIT
               VARYING PREFIX-IX FROM 1 BY 1
               UNTIL PREFIX-IX GREATER THAN PREFIX-MAX.

           IF  PREFIX-FOUND EQUAL 'N'
           AND (ZS-ACCESS EQUAL SD-UPDATE
           OR   ZS-ACCESS EQUAL SD-DELETE)
               ADD  ONE                  TO RC-BROAD-COUNT
               MOVE 'BROAD'              TO RPT-FLAGS(FLAG-LENGTH:5).

           MOVE RPT-DETAIL               TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           IF  PREFIX-FOUND EQUAL 'N'
               MOVE SPACES               TO REPORT-LINE
               MOVE '         PREFIX (none -- cache-wide)'
                                         TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
           ELSE
               PERFORM 3060-PRINT-PREFIX THRU 3060-EXIT
                   VARYING PREFIX-IX FROM 1 BY 1
                   UNTIL PREFIX-IX GREATER THAN PREFIX-MAX.

       3020-EXIT.
           EXIT.

      *****************************************************************
      * Last successful use: date, days idle, method and address.     *
      * A UserID never stamped, or idle past RC-DORMANT-DAYS, is      *
      * flagged DORMANT.  FLAG-LENGTH is where the next flag goes.    *
      *****************************************************************
       3030-LAST-USE.
           MOVE ONE                      TO FLAG-LENGTH.

           IF  ZS-LAST-USED-ABS NOT NUMERIC
           OR  ZS-LAST-USED-ABS NOT GREATER THAN ZEROES
               MOVE 'NEVER'              TO RPT-LAST-DATE
               ADD  ONE                  TO RC-NEVER-COUNT
               ADD  ONE                  TO RC-DORMANT-COUNT
               MOVE 'DORMANT'            TO RPT-FLAGS(FLAG-LENGTH:7)
               ADD  8                    TO FLAG-LENGTH
               GO TO 3030-EXIT.

           EXEC CICS FORMATTIME ABSTIME(ZS-LAST-USED-ABS)
                YYYYMMDD(RPT-LAST-DATE)
                DATESEP
                NOHANDLE
           END-EXEC.

           SUBTRACT ZS-LAST-USED-ABS FROM CURRENT-ABS
               GIVING WORK-MILLISECONDS.
           DIVIDE WORK-MILLISECONDS BY ONE-DAY-MS
               GIVING IDLE-DAYS.

           IF  IDLE-DAYS LESS THAN ZEROES
               MOVE ZEROES               TO IDLE-DAYS.

           IF  IDLE-DAYS GREATER THAN 99999
               MOVE 99999                TO IDLE-DAYS.

           MOVE IDLE-DAYS                TO RPT-IDLE-DAYS-D.

           IF  ZS-LAST-USED-METHOD EQUAL 'B'
               MOVE 'BASIC'              TO RPT-METHOD.

           IF  ZS-LAST-USED-METHOD EQUAL 'C'
               MOVE 'CERT'               TO RPT-METHOD.

           IF  ZS-LAST-USED-METHOD EQUAL 'T'
               MOVE 'TOKEN'              TO RPT-METHOD.

           MOVE ZS-LAST-USED-ADDR        TO RPT-ADDR.

           IF  IDLE-DAYS NOT LESS THAN RC-DORMANT-DAYS
               ADD  ONE                  TO RC-DORMANT-COUNT
               MOVE 'DORMANT'            TO RPT-FLAGS(FLAG-LENGTH:7)
               ADD  8                    TO FLAG-LENGTH.

       3030-EXIT.
           EXIT.

      *****************************************************************
      * Expire date, flagged EXPIRED when already past and EXPIRING   *
      * when it falls within RC-EXPIRY-DAYS of today.                 *
      *****************************************************************
       3040-EXPIRE-DATE.
           IF  ZS-EXPIRE-DATE NOT NUMERIC
           OR  ZS-EXPIRE-DATE EQUAL ZEROES
               MOVE 'NEVER'              TO RPT-EXPIRES
               GO TO 3040-EXIT.

           MOVE ZS-EXPIRE-DATE           TO RPT-EXPIRE-D.
           STRING RPT-EXPIRE-X(1:4)        '-'
                  RPT-EXPIRE-X(5:2)        '-'
                  RPT-EXPIRE-X(7:2)
                  DELIMITED BY SIZE
                  INTO RPT-EXPIRES
           END-STRING.

           IF  ZS-EXPIRE-DATE LESS THAN TODAY-DATE-9
               ADD  ONE                  TO RC-EXPIRED-COUNT
               MOVE 'EXPIRED'            TO RPT-FLAGS(FLAG-LENGTH:7)
               ADD  8                    TO FLAG-LENGTH
               GO TO 3040-EXIT.

           IF  ZS-EXPIRE-DATE NOT GREATER THAN HORIZON-DATE-9
               ADD  ONE                  TO RC-EXPIRING-COUNT
               MOVE 'EXPIRING'           TO RPT-FLAGS(FLAG-LENGTH:8)
               ADD  9                    TO FLAG-LENGTH.

       3040-EXIT.
           EXIT.

      *****************************************************************
      * Note whether any key prefix scopes the row.                   *
      *****************************************************************
       3050-ANY-PREFIX.
           IF  ZS-PREFIX(PREFIX-IX) NOT EQUAL SPACES
               MOVE 'Y'                  TO PREFIX-FOUND.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * One line per key prefix the row is scoped to.                 *
      *****************************************************************
       3060-PRINT-PREFIX.
           IF  ZS-PREFIX(PREFIX-IX) EQUAL SPACES
               GO TO 3060-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING '         PREFIX '       ZS-PREFIX(PREFIX-IX)
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3060-EXIT.
           EXIT.

      * Totals, the owner's certification block, and the CSSL         *
      * Totals, the owner's certification block, and the CSSL        *
      * summary line.                                                 *
      *****************************************************************
       4000-WRITE-TOTALS.
           MOVE RC-USER-COUNT            TO RPT-USERS-D.
           MOVE RC-DORMANT-COUNT         TO RPT-DORMANT-D.
           MOVE RC-NEVER-COUNT           TO RPT-NEVER-D.
           MOVE RC-EXPIRING-COUNT        TO RPT-EXPIRING-D.
           MOVE RC-EXPIRED-COUNT         TO RPT-EXPIRED-D.
           MOVE RC-BROAD-COUNT           TO RPT-BROAD-D.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'USERIDS '               RPT-USERS-D
                  '   DORMANT '            RPT-DORMANT-D
                  '   NEVER USED '         RPT-NEVER-D
                  '   EXPIRING '           RPT-EXPIRING-D
                  '   EXPIRED '            RPT-EXPIRED-D
                  '   BROAD '              RPT-BROAD-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'I HAVE REVIEWED EVERY USERID LISTED ABOVE FOR CACHE '
                  ZC-TRANID
                  ' AND CONFIRM EACH IS STILL REQUIRED WITH THE ACCESS'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE 'SHOWN, EXCEPT THOSE MARKED HERE FOR REMOVAL.'
                                         TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'CERTIFIED BY ______________________________'
                  '     DATE ____________'
                  '     SIGNATURE ______________________________'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'RECERT CACHE='          ZC-TRANID
                  ' USERIDS='              RPT-USERS-D
                  ' DORMANT='              RPT-DORMANT-D
                  ' EXPIRING='             RPT-EXPIRING-D
                  ' EXPIRED='              RPT-EXPIRED-D
                  ' BROAD='                RPT-BROAD-D
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
                INTERVAL(RC-INTERVAL)
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
           MOVE EIBTASKN                 TO RC-TASKID.
           MOVE ZC-TRANID                TO RC-CACHE.
           MOVE APPLID                   TO RC-APPLID.
           MOVE CURRENT-ABS              TO RC-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(RC-TIME)
                YYYYMMDD(RC-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO RC-KEY.
           MOVE LENGTH OF RC-RECORD-SAVE TO RC-LENGTH.

           EXEC CICS READ
                FILE   (RC-FCT)
                RIDFLD (RC-KEY)
                INTO   (RC-RECORD-SAVE)
                LENGTH (RC-LENGTH)
                RESP   (RC-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  RC-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF RC-RECORD  TO RC-LENGTH
               EXEC CICS REWRITE
                    FILE  (RC-FCT)
                    FROM  (RC-RECORD)
                    LENGTH(RC-LENGTH)
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
