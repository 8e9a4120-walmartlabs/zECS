       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS048.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to report   *
      * the week's reads and expirations by key prefix and recommend  *
      * TTL changes.  ZECS047 counts every GET and every expiry of a  *
      * key under a ZCPREFIX-registered prefix into the cache's       *
      * ZCxxPA counter file (see ZECSPAC); this task, on the ZECS036  *
      * single-pass pattern, writes each prefix's figures to CSSL and *
      * clears the file so the next week starts fresh.                *
      *                                                               *
      * For each prefix the report gives the hit ratio (hits over     *
      * hits, misses and negative-cache hits), where the misses were  *
      * served from -- a partner Data Center, the origin, an entry    *
      * found just past its TTL, or nowhere -- and the share of the   *
      * expired entries nobody read after their last write, with      *
      * their average TTL.  It then recommends:                       *
      *                                                               *
      *   SHORTEN   when PT-UNREAD-PCT or more of the expired entries *
      *             went unread and under PT-REFETCH-PCT of the reads *
      *             had to fetch again -- the entries mostly sit      *
      *             unread, wasting space; the suggested TTL is half  *
      *             the average, but not below PT-MIN-TTL;            *
      *   LENGTHEN  when PT-REFETCH-PCT or more of the reads were     *
      *             served by a partner or the origin, or found the   *
      *             entry just expired, and under PT-UNREAD-PCT of    *
      *             the expired entries went unread -- the entries    *
      *             are wanted again soon after they go; the          *
      *             suggested TTL is twice the average, when there    *
      *             were expiries to average;                         *
      *   KEEP      otherwise;                                        *
      *   FEWDATA   when the prefix had fewer than PT-MIN-EVENTS      *
      *             reads and fewer than PT-MIN-EVENTS expiries.      *
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
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcPFXRPT control file resources - start                       *
      *****************************************************************
       01  PT-FCT                 PIC  X(08) VALUE 'ZCPFXRPT'.
       01  PT-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PT-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  PT-RECORD.
           02  PT-KEY             PIC  X(04).
           02  PT-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  PT-INTERVAL        PIC S9(07) COMP-3 VALUE 604800.
           02  PT-PREFIX-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  PT-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  PT-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  PT-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  PT-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * PT-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the judging: the reads or expiries a      *
      *    * prefix needs before it is judged, the unread share and  *
      *    * the re-fetch share that call for a change, and the      *
      *    * shortest TTL, in seconds, the report will suggest.      *
      *    * Zero or non-numeric values take the defaults.           *
      *    *--------------------------------------------------------*
           02  PT-CACHE           PIC  X(04) VALUE SPACES.
           02  PT-MIN-EVENTS      PIC S9(07) COMP-3 VALUE 100.
           02  PT-UNREAD-PCT      PIC S9(03) COMP-3 VALUE 50.
           02  PT-REFETCH-PCT     PIC S9(03) COMP-3 VALUE 10.
           02  PT-MIN-TTL         PIC S9(07) COMP-3 VALUE 60.
           02  PT-CHANGE-COUNT    PIC S9(05) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(22).

       01  PT-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcPFXRPT control file resources - end                         *
      *****************************************************************

       01  ZC-PFXRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCPFXRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  PA-FCT.
           02  PA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'PA  '.

       01  PA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS PREFIX ACCOUNTING registry and counter records.          *
      *****************************************************************
       COPY ZECSPAC.

      *****************************************************************
      * One prefix's judging.                                         *
      *****************************************************************
       01  PF-READS               PIC S9(13) VALUE ZEROES COMP-3.
       01  PF-UNSERVED            PIC S9(13) VALUE ZEROES COMP-3.
       01  PF-REFETCH             PIC S9(13) VALUE ZEROES COMP-3.
       01  PF-HIT-RATIO           PIC S9(03)V99 VALUE ZEROES COMP-3.
       01  PF-UNREAD-SHARE        PIC S9(03)V99 VALUE ZEROES COMP-3.
       01  PF-REFETCH-SHARE       PIC S9(03)V99 VALUE ZEROES COMP-3.
       01  PF-AVG-TTL             PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-NEW-TTL             PIC S9(07) VALUE ZEROES COMP-3.
       01  PF-RECOMMEND           PIC  X(08) VALUE SPACES.
           88  PF-SHORTEN                     VALUE 'SHORTEN '.
           88  PF-LENGTHEN                    VALUE 'LENGTHEN'.
           88  PF-KEEP                        VALUE 'KEEP    '.
           88  PF-FEWDATA                     VALUE 'FEWDATA '.

       01  REGION-HITS            PIC S9(15) VALUE ZEROES COMP-3.
       01  REGION-READS           PIC S9(15) VALUE ZEROES COMP-3.
       01  REGION-EXPIRED         PIC S9(15) VALUE ZEROES COMP-3.
       01  REGION-UNREAD          PIC S9(15) VALUE ZEROES COMP-3.

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

       01  RPT-COUNT-1            PIC  Z(10)9.
       01  RPT-COUNT-2            PIC  Z(10)9.
       01  RPT-COUNT-3            PIC  Z(10)9.
       01  RPT-COUNT-4            PIC  Z(10)9.
       01  RPT-RATE-D             PIC  ZZ9.99.
       01  RPT-TTL-D              PIC  Z(06)9.
       01  RPT-NEW-TTL-D          PIC  Z(06)9.
       01  RPT-PREFIXES-D         PIC  Z(06)9.
       01  RPT-TOTAL-D            PIC  Z(14)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 2000-SCAN-COUNTERS      THRU 2000-EXIT.
           PERFORM 4000-WRITE-TOTALS       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the prefix report.                   *
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

           MOVE ZC-TRANID         TO PA-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the prefix report.                     *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-PFXRPT-ENQ)
                LENGTH(LENGTH OF  ZC-PFXRPT-ENQ)
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
      * Read/write the zcPFXRPT control record to pick up the         *
      * configured interval and judging, and reset the cycle's        *
      * counts.                                                       *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO PT-KEY.
           MOVE LENGTH OF PT-RECORD      TO PT-LENGTH.

           EXEC CICS READ
                FILE   (PT-FCT)
                RIDFLD (PT-KEY)
                INTO   (PT-RECORD)
                LENGTH (PT-LENGTH)
                RESP   (PT-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO PT-CACHE.

           IF  PT-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO PT-KEY
               EXEC CICS WRITE
                    FILE   (PT-FCT)
                    RIDFLD (PT-KEY)
                    FROM   (PT-RECORD)
                    LENGTH (PT-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO PT-PREFIX-COUNT
                                            PT-CHANGE-COUNT
               EXEC CICS REWRITE
                    FILE  (PT-FCT)
                    FROM  (PT-RECORD)
                    LENGTH(PT-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  PT-MIN-EVENTS NOT NUMERIC
           OR  PT-MIN-EVENTS LESS THAN ZEROES
               MOVE 100                  TO PT-MIN-EVENTS.

           IF  PT-UNREAD-PCT NOT NUMERIC
           OR  PT-UNREAD-PCT NOT GREATER THAN ZEROES
               MOVE 50                   TO PT-UNREAD-PCT.

           IF  PT-REFETCH-PCT NOT NUMERIC
           OR  PT-REFETCH-PCT NOT GREATER THAN ZEROES
               MOVE 10                   TO PT-REFETCH-PCT.

           IF  PT-MIN-TTL NOT NUMERIC
           OR  PT-MIN-TTL NOT GREATER THAN ZEROES
               MOVE 60                   TO PT-MIN-TTL.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Single pass over the counter file: report each prefix and     *
      * delete its row, so the next week's counting starts from zero. *
      *****************************************************************
       2000-SCAN-COUNTERS.
           MOVE LOW-VALUES               TO PA-KEY.

           EXEC CICS STARTBR FILE(PA-FCT)
                RIDFLD(PA-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               GO TO 2000-EXIT.

           PERFORM 2010-PREFIX-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(PA-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2010-PREFIX-NEXT.
           MOVE LENGTH OF PA-RECORD      TO PA-LENGTH.

           EXEC CICS READNEXT FILE(PA-FCT)
                INTO(PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
           ELSE
               PERFORM 3000-JUDGE-PREFIX THRU 3000-EXIT
               PERFORM 3100-PREFIX-LINES THRU 3100-EXIT

               EXEC CICS DELETE FILE(PA-FCT)
                    RIDFLD(PA-KEY)
                    NOHANDLE
               END-EXEC
           END-IF.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Work out the prefix's ratios and its recommendation.  A       *
      * counter left unreadable by a partial write counts as zero.    *
      *****************************************************************
       3000-JUDGE-PREFIX.
           IF  PA-HITS      NOT NUMERIC MOVE ZEROES TO PA-HITS.
           IF  PA-MISSES    NOT NUMERIC MOVE ZEROES TO PA-MISSES.
           IF  PA-PARTNER   NOT NUMERIC MOVE ZEROES TO PA-PARTNER.
           IF  PA-ORIGIN    NOT NUMERIC MOVE ZEROES TO PA-ORIGIN.
           IF  PA-LATE      NOT NUMERIC MOVE ZEROES TO PA-LATE.
           IF  PA-NEGATIVE  NOT NUMERIC MOVE ZEROES TO PA-NEGATIVE.
           IF  PA-EXPIRED   NOT NUMERIC MOVE ZEROES TO PA-EXPIRED.
           IF  PA-UNREAD    NOT NUMERIC MOVE ZEROES TO PA-UNREAD.
           IF  PA-TTL-TOTAL NOT NUMERIC MOVE ZEROES TO PA-TTL-TOTAL.

           ADD  ONE                      TO PT-PREFIX-COUNT.

           COMPUTE PF-READS    = PA-HITS + PA-MISSES + PA-NEGATIVE.
           COMPUTE PF-REFETCH  = PA-PARTNER + PA-ORIGIN + PA-LATE.
           COMPUTE PF-UNSERVED = PA-MISSES - PA-PARTNER - PA-ORIGIN
                               - PA-LATE.
           IF  PF-UNSERVED LESS THAN ZEROES
               MOVE ZEROES               TO PF-UNSERVED.

           MOVE ZEROES                   TO PF-HIT-RATIO
                                            PF-REFETCH-SHARE
                                            PF-UNREAD-SHARE
                                            PF-AVG-TTL
                                            PF-NEW-TTL.

           IF  PF-READS GREATER THAN ZEROES
               COMPUTE PF-HIT-RATIO ROUNDED =
                       PA-HITS * 100 / PF-READS
               COMPUTE PF-REFETCH-SHARE ROUNDED =
                       PF-REFETCH * 100 / PF-READS.

           IF  PA-EXPIRED GREATER THAN ZEROES
               COMPUTE PF-UNREAD-SHARE ROUNDED =
                       PA-UNREAD * 100 / PA-EXPIRED
               COMPUTE PF-AVG-TTL ROUNDED =
                       PA-TTL-TOTAL / PA-EXPIRED.

           ADD  PA-HITS                  TO REGION-HITS.
           ADD  PF-READS                 TO REGION-READS.
           ADD  PA-EXPIRED               TO REGION-EXPIRED.
           ADD  PA-UNREAD                TO REGION-UNREAD.

           MOVE 'KEEP    '               TO PF-RECOMMEND.

           IF  PF-READS   LESS THAN PT-MIN-EVENTS
           AND PA-EXPIRED LESS THAN PT-MIN-EVENTS
               MOVE 'FEWDATA '           TO PF-RECOMMEND
               GO TO 3000-EXIT.

           IF  PA-EXPIRED       NOT LESS THAN PT-MIN-EVENTS
           AND PF-UNREAD-SHARE  NOT LESS THAN PT-UNREAD-PCT
           AND PF-REFETCH-SHARE LESS THAN PT-REFETCH-PCT
               MOVE 'SHORTEN '           TO PF-RECOMMEND
               COMPUTE PF-NEW-TTL = PF-AVG-TTL / 2
               IF  PF-NEW-TTL LESS THAN PT-MIN-TTL
                   MOVE PT-MIN-TTL       TO PF-NEW-TTL
               END-IF.

           IF  PF-READS         NOT LESS THAN PT-MIN-EVENTS
           AND PF-REFETCH-SHARE NOT LESS THAN PT-REFETCH-PCT
           AND PF-UNREAD-SHARE  LESS THAN PT-UNREAD-PCT
               MOVE 'LENGTHEN'           TO PF-RECOMMEND
               IF  PF-AVG-TTL GREATER THAN ZEROES
               AND PF-AVG-TTL LESS THAN 5000000
                   COMPUTE PF-NEW-TTL = PF-AVG-TTL * 2
               END-IF.

           IF  PF-SHORTEN
           OR  PF-LENGTHEN
               ADD  ONE                  TO PT-CHANGE-COUNT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Four lines per prefix -- the prefix itself, which can be 40   *
      * bytes long, the read figures, where the misses came from,     *
      * and the expiry figures with the recommendation.               *
      *****************************************************************
       3100-PREFIX-LINES.
           MOVE SPACES                   TO TD-MESSAGE.
           IF  PA-PREFIX EQUAL SPACES
               STRING 'PFXRPT PREFIX=*ALL'
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               STRING 'PFXRPT PREFIX='     DELIMITED BY SIZE
                      PA-PREFIX            DELIMITED BY SPACE
                      INTO TD-MESSAGE
               END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PA-HITS                  TO RPT-COUNT-1.
           MOVE PA-MISSES                TO RPT-COUNT-2.
           MOVE PA-NEGATIVE              TO RPT-COUNT-3.
           MOVE PF-HIT-RATIO             TO RPT-RATE-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'PFXRPT   HITS='         RPT-COUNT-1
                  ' MISSES='               RPT-COUNT-2
                  ' NEGHITS='              RPT-COUNT-3
                  ' HITRATIO='             RPT-RATE-D
                  '%'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PA-PARTNER               TO RPT-COUNT-1.
           MOVE PA-ORIGIN                TO RPT-COUNT-2.
           MOVE PA-LATE                  TO RPT-COUNT-3.
           MOVE PF-UNSERVED              TO RPT-COUNT-4.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'PFXRPT   PARTNER='      RPT-COUNT-1
                  ' ORIGIN='               RPT-COUNT-2
                  ' LATE='                 RPT-COUNT-3
                  ' UNSERVED='             RPT-COUNT-4
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PA-EXPIRED               TO RPT-COUNT-1.
           MOVE PF-UNREAD-SHARE          TO RPT-RATE-D.
           MOVE PF-AVG-TTL               TO RPT-TTL-D.
           MOVE PF-NEW-TTL               TO RPT-NEW-TTL-D.

           MOVE SPACES                   TO TD-MESSAGE.
           IF  PF-NEW-TTL GREATER THAN ZEROES
               STRING 'PFXRPT   EXPIRED='  RPT-COUNT-1
                      ' UNREAD='           RPT-RATE-D
                      '% AVGTTL='          RPT-TTL-D
                      ' '                  PF-RECOMMEND
                      ' TTL='              RPT-NEW-TTL-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
           ELSE
               STRING 'PFXRPT   EXPIRED='  RPT-COUNT-1
                      ' UNREAD='           RPT-RATE-D
                      '% AVGTTL='          RPT-TTL-D
                      ' '                  PF-RECOMMEND
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Close the report with the cache's totals.                     *
      *****************************************************************
       4000-WRITE-TOTALS.
           MOVE PT-PREFIX-COUNT          TO RPT-PREFIXES-D.
           MOVE REGION-READS             TO RPT-TOTAL-D.
           MOVE ZEROES                   TO RPT-RATE-D.
           IF  REGION-READS GREATER THAN ZEROES
               COMPUTE RPT-RATE-D ROUNDED =
                       REGION-HITS * 100 / REGION-READS.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'PFXRPT CACHE='          ZC-TRANID
                  ' PREFIXES='             RPT-PREFIXES-D
                  ' READS='                RPT-TOTAL-D
                  ' HITRATIO='             RPT-RATE-D
                  '%'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE REGION-EXPIRED           TO RPT-COUNT-1.
           MOVE REGION-UNREAD            TO RPT-COUNT-2.
           MOVE PT-CHANGE-COUNT          TO RPT-PREFIXES-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'PFXRPT CACHE='          ZC-TRANID
                  ' EXPIRED='              RPT-COUNT-1
                  ' UNREAD='               RPT-COUNT-2
                  ' TTL CHANGES='          RPT-PREFIXES-D
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
                INTERVAL(PT-INTERVAL)
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
      * Stamp the control record with this cycle's completion.        *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO PT-TASKID.
           MOVE ZC-TRANID                TO PT-CACHE.
           MOVE APPLID                   TO PT-APPLID.
           MOVE CURRENT-ABS              TO PT-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(PT-TIME)
                YYYYMMDD(PT-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO PT-KEY.
           MOVE LENGTH OF PT-RECORD-SAVE TO PT-LENGTH.

           EXEC CICS READ
                FILE   (PT-FCT)
                RIDFLD (PT-KEY)
                INTO   (PT-RECORD-SAVE)
                LENGTH (PT-LENGTH)
                RESP   (PT-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  PT-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF PT-RECORD  TO PT-LENGTH
               EXEC CICS REWRITE
                    FILE  (PT-FCT)
                    FROM  (PT-RECORD)
                    LENGTH(PT-LENGTH)
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
