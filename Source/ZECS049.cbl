       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS049.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to log a changed key while an online   *
      * reorganization (ZECS050) is copying the cache's clusters.     *
      * The copy runs with the cache live, so anything written behind *
      * it has to be re-applied to the new clusters before they can   *
      * be switched in: every writer hands the key it has just        *
      * written, deleted or touched to this program, which writes     *
      * one row for it to the cache's ZCxxRL change log (see          *
      * ZECSRGC).  A key already on the log stays one row.            *
      *                                                               *
      * The reorganization state lives on the *REORG* row of the      *
      * cache's ZCxxSD file.  A caller that does not know the state   *
      * passes RG-STATE as spaces and this program reads the row and  *
      * hands the state back, so a caller logging several keys reads  *
      * it once.  A call with a low-value key only looks the state    *
      * up -- the queued-operations task uses that to hold during a   *
      * switch-over.                                                  *
      *                                                               *
      * Everything runs inside the caller's unit of work, so the row  *
      * commits or backs out with the change that caused it.  A row   *
      * lost to an abend here is not lost silently: the verification  *
      * pass finds the difference it leaves and abandons the switch.  *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     RG-TRANID       X(04)   the ZCxx cache                    *
      *     RG-STATE        X(01)   spaces: look the state up         *
      *                             'N' no reorganization running     *
      *                             'T' tracking changes              *
      *                             'S' switching over                *
      *     RG-KEY          X(255)  the changed key (low-values: look *
      *                             the state up only)                *
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

       01  RL-FCT.
           02  RL-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'RL  '.

       01  RL-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * The *REORG* row on the cache's ZCxxSD security file.          *
      *****************************************************************
       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  SD-RESP                PIC S9(08) COMP VALUE ZEROES.

       COPY ZECSSDC.

      *****************************************************************
      * zECS ONLINE REORGANIZATION definitions.                       *
      *****************************************************************
       COPY ZECSRGC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  RG-TRANID          PIC  X(04).
           02  RG-STATE           PIC  X(01).
               88  RG-NOT-RUNNING             VALUE 'N'.
               88  RG-TRACKING                VALUE 'T'.
               88  RG-SWITCHING               VALUE 'S'.
           02  RG-KEY             PIC  X(255).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-CHECK-STATE        THRU 2000-EXIT.
           PERFORM 3000-LOG-KEY            THRU 3000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Point the files at the caller's cache.           *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE RG-TRANID         TO RL-TRANID.
           MOVE RG-TRANID(3:2)    TO ZS-TRANID(3:2).

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the *REORG* row when the caller did not pass the state.  *
      * No row, or a row in neither state, means nothing is running.  *
      *****************************************************************
       2000-CHECK-STATE.
           IF  RG-NOT-RUNNING
           OR  RG-TRACKING
           OR  RG-SWITCHING
               GO TO 2000-EXIT.

           MOVE 'N'                        TO RG-STATE.

           MOVE SPACES                     TO ZS-KEY.
           MOVE REORG-ROW-KEY              TO ZS-KEY(1:7).
           MOVE LENGTH OF ZS-RECORD        TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           IF  ZS-ACCESS EQUAL REORG-TRACK
               MOVE 'T'                    TO RG-STATE.

           IF  ZS-ACCESS EQUAL REORG-SWITCH
               MOVE 'S'                    TO RG-STATE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Log the key.  A DUPREC means it is already waiting to be      *
      * re-applied, which is all the reorganization needs to know.    *
      *****************************************************************
       3000-LOG-KEY.
           IF  RG-NOT-RUNNING
               GO TO 3000-EXIT.

           IF  RG-KEY EQUAL LOW-VALUES
           OR  RG-KEY EQUAL SPACES
               GO TO 3000-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE RG-KEY                     TO RL-KEY.
           MOVE CURRENT-ABS                TO RL-ABS.
           MOVE LENGTH OF RL-RECORD        TO RL-LENGTH.

           EXEC CICS WRITE FILE(RL-FCT)
                FROM  (RL-RECORD)
                RIDFLD(RL-KEY)
                LENGTH(RL-LENGTH)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
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
      * Task abended.  Return -- a lost log row must never fail the   *
      * change that asked for it.                                     *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.
