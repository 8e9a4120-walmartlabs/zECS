      * browse reaches the oldest entries first and the scan can      *
      * stop at the first entry younger than the retention age.      *
      *                                                               *
      * When the cache forwards its audit events to the SIEM          *
      * (ZECS061), an entry past the forwarder's high-water mark has  *
      * not reached the collector yet and stays online however old it *
      * is, so an outage of the collector never loses an event.       *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  AUAR-QUEUE             PIC  X(04) VALUE 'AUAR'.
       01  AUAR-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  RPT-ARCH-COUNT-D       PIC  Z(06)9.
       01  RPT-RESP-D             PIC  Z(07)9.

       01  AR-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * The cache's SIEM forwarder row: its mark holds the drain.     *
      *****************************************************************
       01  SM-FCT                 PIC  X(08) VALUE 'ZCSIEM  '.
       01  SM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SIEM-HOLD              PIC  X(01) VALUE 'N'.

       COPY ZECSSMC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

           SUBTRACT RETAIN-MILLISECONDS  FROM CURRENT-ABS
                                         GIVING RETAIN-CUTOFF-ABS.

           PERFORM 1500-SIEM-HOLD  THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

      * been drained, save the resume key and restart before the      *
      * chain reaches end of file.  The first record younger than     *
      * the cutoff closes out the cycle -- everything beyond it is    *
      * younger still.  A record the archive queue does not take is   *
      * not deleted; the cycle ends there (see 2020).                 *
      *****************************************************************
       2010-DRAIN-NEXT.
           MOVE LENGTH OF ZA-RECORD      TO ZA-LENGTH.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZA-ABS GREATER THAN RETAIN-CUTOFF-ABS
           OR (SIEM-HOLD EQUAL 'Y' AND ZA-KEY GREATER THAN SM-LAST-KEY)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE
               EXEC CICS WRITEQ TD QUEUE(AUAR-QUEUE)
                    FROM(ZA-RECORD)
                    LENGTH(TD-LENGTH)
                    RESP(AUAR-RESP)
                    NOHANDLE
               END-EXEC

               EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE
               END-EXEC

               IF  AUAR-RESP NOT EQUAL DFHRESP(NORMAL)
                   PERFORM 2020-ARCHIVE-FAILED THRU 2020-EXIT
               END-IF

               EXEC CICS DELETE FILE(ZA-FCT)
                    RIDFLD(ZA-KEY)
                    NOHANDLE
       2010-EXIT.
           EXIT.

      *****************************************************************
      * The AUAR queue refused the record -- closed, full, or defined *
      * with an LRECL short of ZA-RECORD.  Leave the record online,   *
      * report it to CSSL and wait the configured interval before     *
      * trying again, so no audit record is ever deleted unarchived.  *
      *****************************************************************
       2020-ARCHIVE-FAILED.
           MOVE 'Y'                      TO EOF
                                            PROCESS-COMPLETE.
           MOVE AUAR-RESP                TO RPT-RESP-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'AUDIT ARCHIVE WRITEQ AUAR FAILED RESP='
                                         DELIMITED BY SIZE
                  RPT-RESP-D             DELIMITED BY SIZE
                  ', RECORD KEPT ONLINE, DRAIN STOPPED'
                                         DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           PERFORM 1400-SAVE-TOTALS      THRU 1400-EXIT.
           MOVE LOW-VALUES               TO ZC-KEY.
           PERFORM 8000-RESTART          THRU 8000-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       2020-EXIT.
           EXIT.

      *****************************************************************
      * Persist the running total on the control record so a crash    *
      * or a restart between batches does not lose progress.          *
       1400-EXIT.
           EXIT.

      *****************************************************************
      * Hold the drain at the SIEM forwarder's mark when the cache    *
      * forwards its audit events and the mark has been started.      *
      *****************************************************************
       1500-SIEM-HOLD.
           MOVE 'N'                      TO SIEM-HOLD.
           MOVE ZC-TRANID                TO SM-KEY.
           MOVE LENGTH OF SM-RECORD      TO SM-LENGTH.

           EXEC CICS READ
                FILE   (SM-FCT)
                RIDFLD (SM-KEY)
                INTO   (SM-RECORD)
                LENGTH (SM-LENGTH)
                RESP   (SM-RESP)
                NOHANDLE
           END-EXEC.

           IF  SM-RESP     EQUAL DFHRESP(NORMAL)
           AND SM-URL      NOT EQUAL SPACES
           AND SM-LAST-KEY NOT EQUAL LOW-VALUES
               MOVE 'Y'                  TO SIEM-HOLD.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
