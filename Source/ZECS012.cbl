      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
      * The DR drill (ZECS052) also starts a pass on a cache's audit  *
      * tranid, naming the drill in ZC-DRILL.  A drill pass takes no  *
      * part in the chain's schedule: it carries its totals forward   *
      * on the ICE data rather than the control record, writes them   *
      * to the drill's evidence file (ZCDRLOG) when the walk is done, *
      * and ends there instead of restarting.                         *
      *                                                               *
      * Date        UserID    Description                             *
      * ----------- --------  --------------------------------------- *
      *                                                               *
       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  ZC-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  ZC-DRILL           PIC  X(04) VALUE SPACES.
           02  ZC-DRILL-RUN-ABS   PIC S9(15) VALUE ZEROES COMP-3.
           02  ZC-DRILL-SLOT      PIC S9(04) VALUE ZEROES COMP.
           02  ZC-DRILL-MISSING   PIC S9(07) VALUE ZEROES COMP-3.
           02  ZC-DRILL-OLDER     PIC S9(07) VALUE ZEROES COMP-3.
           02  ZC-DRILL-DIVERGED  PIC S9(07) VALUE ZEROES COMP-3.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 285.
       01  DRILL-DONE             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * zcXDCAUD control file resources - start                       *
           02  XD-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  XD-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * XD-CACHE names the cache the chain audits, for the      *
      *    * daily scorecard.                                        *
      *    *--------------------------------------------------------*
           02  XD-CACHE           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * zcXDCAUD control file resources - end                         *
       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS DR DRILL EVIDENCE record definition.                     *
      *****************************************************************
       COPY ZECSDEC.

       01  DE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DE-RESP                PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
                       UNTIL EOF EQUAL 'Y'
           ELSE
               MOVE 'Y'                    TO EOF
               IF  ZC-DRILL NOT EQUAL SPACES
                   PERFORM 9900-WRITE-REPORT THRU 9900-EXIT
               END-IF
           END-IF.

           PERFORM 8000-RESTART             THRU 8000-EXIT.
      *****************************************************************
      * Retrieve information for the consistency audit.  The resume   *
      * key is passed forward on the ICE chain so a long running      *
      * audit can pick up where it left off.  A drill pass picks up   *
      * its running totals the same way.                              *
      *****************************************************************
       1000-RETRIEVE.
           EXEC CICS ASSIGN APPLID(APPLID)
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           IF  ZC-DRILL NOT EQUAL SPACES
               MOVE ZC-DRILL-MISSING     TO XD-MISSING
               MOVE ZC-DRILL-OLDER       TO XD-OLDER
               MOVE ZC-DRILL-DIVERGED    TO XD-DIVERGED
               GO TO 1000-EXIT.

           IF  ZC-KEY EQUAL LOW-VALUES
               PERFORM 1200-ENQ    THRU 1200-EXIT
               PERFORM 1300-CONTROL THRU 1300-EXIT.
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO XD-CACHE.

           IF  XD-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO XD-KEY
               EXEC CICS WRITE

      *****************************************************************
      * Persist the running totals on the control record so a crash   *
      * or a restart between batches does not lose progress.  A drill *
      * pass keeps them on the ICE data instead.                      *
      *****************************************************************
       1400-SAVE-TOTALS.
           IF  ZC-DRILL NOT EQUAL SPACES
               MOVE XD-MISSING           TO ZC-DRILL-MISSING
               MOVE XD-OLDER             TO ZC-DRILL-OLDER
               MOVE XD-DIVERGED          TO ZC-DRILL-DIVERGED
               GO TO 1400-EXIT.

           EXEC CICS REWRITE
                FILE  (XD-FCT)
                FROM  (XD-RECORD)

      *****************************************************************
      * Restart (ICE chain).  A resumed batch continues quickly; a    *
      * completed cycle waits the configured interval.  A drill pass  *
      * that has reported is finished.                                *
      *****************************************************************
       8000-RESTART.
           IF  DRILL-DONE EQUAL 'Y'
               GO TO 8000-EXIT.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           IF  ZC-KEY EQUAL LOW-VALUES
           AND ZC-DRILL EQUAL SPACES
               EXEC CICS START TRANSID(EIBTRNID)
                    INTERVAL(XD-INTERVAL)
                    FROM    (ZC-PARM)

      *****************************************************************
      * Write the consistency totals to TD CSSL, then stamp the       *
      * control record -- or, for a drill pass, post them to the      *
      * drill's evidence.                                             *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE XD-MISSING               TO RPT-MISSING-D.
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  ZC-DRILL NOT EQUAL SPACES
               PERFORM 9950-POST-DRILL   THRU 9950-EXIT
               MOVE 'Y'                  TO DRILL-DONE
               GO TO 9900-EXIT.

           MOVE EIBTASKN                 TO XD-TASKID.
           MOVE ZC-TRANID                TO XD-CACHE.
           MOVE APPLID                   TO XD-APPLID.
           MOVE CURRENT-ABS              TO XD-ABSTIME.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Post a drill pass's totals to the drill's evidence file, as   *
      * the 'A' row for the cache's place in the drill.  A pass taken *
      * again after an abend replaces what it posted.                 *
      *****************************************************************
       9950-POST-DRILL.
           MOVE SPACES                   TO DE-RECORD.
           MOVE ZC-DRILL                 TO DE-TRANID.
           MOVE ZC-DRILL-RUN-ABS         TO DE-RUN-ABS.
           MOVE DE-TYPE-AUDIT            TO DE-TYPE.
           MOVE ZC-DRILL-SLOT            TO DE-SEQ.
           MOVE LENGTH OF DE-RECORD      TO DE-LENGTH.

           EXEC CICS READ FILE(DE-FCT)
                RIDFLD(DE-KEY)
                INTO  (DE-RECORD)
                LENGTH(DE-LENGTH)
                RESP  (DE-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE 'AUDIT'                  TO DE-STEP-NAME.
           MOVE ZC-TRANID                TO DE-CACHE.
           MOVE ZC-DRILL-RUN-ABS         TO DE-START-ABS.
           MOVE CURRENT-ABS              TO DE-END-ABS.
           MOVE 'DONE'                   TO DE-OUTCOME.
           MOVE XD-MISSING               TO DE-MISSING.
           MOVE XD-OLDER                 TO DE-OLDER.
           MOVE XD-DIVERGED              TO DE-DIVERGED.
           MOVE APPLID                   TO DE-DETAIL.
           MOVE LENGTH OF DE-RECORD      TO DE-LENGTH.

           IF  DE-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(DE-FCT)
                    FROM  (DE-RECORD)
                    LENGTH(DE-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(DE-FCT)
                    FROM  (DE-RECORD)
                    RIDFLD(DE-KEY)
                    LENGTH(DE-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       9950-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
