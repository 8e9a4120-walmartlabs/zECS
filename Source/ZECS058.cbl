       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS058.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to rename a key -- by the service for  *
      * a POST or PUT ?rename=<old key> on the new name, and by the   *
      * ZECS059 bulk re-keying task for each line of its mapping.     *
      * Today the only way to give a key a new name is GET, PUT and   *
      * DELETE, which loses the version history, the tags, the        *
      * aliases and any trace of where the object came from.          *
      *                                                               *
      * A rename moves the name, not the object.  The KEY record is   *
      * rewritten under the new name carrying the same internal key,  *
      * retained generations, write stamps and character set, and     *
      * every segment of the current chain (on the primary FILE or    *
      * the COLD tier) and of each retained generation's chain is     *
      * re-stamped with its new owning key, so the reconciliation     *
      * scan and the expiration sweep keep finding an owner.  The     *
      * value, its tags and its tenant stamp stay where they are.     *
      * Aliases point at the internal key, not at the name, so they   *
      * resolve to the renamed object unchanged.                      *
      *                                                               *
      * Removing the old name is a removal like any other, so a key   *
      * under a legal hold is not renamed (ZECS053 path RENAME).  The *
      * new name must be free: a remembered miss there is cleared,    *
      * anything else -- a live key or a tombstone still inside its   *
      * recovery window -- is a conflict.  The secondary index is     *
      * moved to the new name, and the rename is audited once, as     *
      * RENAME, with the new name in ZA-CACHE-KEY and the old one in  *
      * ZA-RELATED-KEY.                                               *
      *                                                               *
      * Everything runs in the caller's unit of work and the caller   *
      * takes the syncpoint.  Anything that fails once the first      *
      * change is made backs the whole unit of work out, so a rename  *
      * either happens completely or not at all.                      *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     RN-TRANID       X(04)   the ZCxx cache                    *
      *     RN-RESULT       X(01)   returned: 'R' renamed, 'N' old    *
      *                             name not found, 'C' new name in   *
      *                             use, 'H' old name under a legal   *
      *                             hold, 'S' same name, 'E' error    *
      *     RN-OLD-LENGTH   S9(04)  COMP old name length (zero:       *
      *                             derive it from low-values)        *
      *     RN-OLD-KEY      X(255)  the key's current name            *
      *     RN-NEW-LENGTH   S9(04)  COMP new name length (zero:       *
      *                             derive it from low-values)        *
      *     RN-NEW-KEY      X(255)  the name it is to have            *
      *     RN-USERID       X(08)   audited UserID (spaces: this task)*
      *     RN-REQUEST-ID   X(24)   audited correlation ID            *
      *     RN-MATTER       X(16)   returned matter of the hold       *
      *     RN-SEGMENTS     S9(08)  COMP returned segments re-stamped *
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

       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  RN-CHANGED             PIC  X(01) VALUE 'N'.
       01  RN-PARAGRAPH           PIC  X(04) VALUE SPACES.
       01  RN-RESP-D              PIC  9(08) VALUE ZEROES.

       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  OLD-KEY                PIC  X(255) VALUE LOW-VALUES.
       01  NEW-KEY                PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Chain being re-stamped: its internal key, which file holds    *
      * it, and the segment it starts at (one for a segmented chain,  *
      * zero for a legacy unsegmented one).                           *
      *****************************************************************
       01  RESTAMP-KEY            PIC  X(08) VALUE LOW-VALUES.
       01  RESTAMP-COLD           PIC  X(01) VALUE 'N'.
       01  RESTAMP-START          PIC S9(08) COMP VALUE ZEROES.
       01  RESTAMP-DONE           PIC  X(01) VALUE 'N'.
       01  RESTAMP-FAILED         PIC  X(01) VALUE 'N'.
       01  SEGMENT-INDEX          PIC S9(08) COMP VALUE ZEROES.
       01  VER-INDEX              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

      *****************************************************************
      * Legal hold.  The old name is going away, so ZECS053 is asked  *
      * first; a held key keeps its name.                             *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'RENAME  '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Secondary index.  The old name's entry is taken out and the   *
      * new name indexed again if a ZCINDEX prefix covers it.         *
      *****************************************************************
       01  ZECS044                PIC  X(08) VALUE 'ZECS044 '.

       01  ZECS044-COMM-AREA.
           02  XI-TRANID          PIC  X(04) VALUE SPACES.
           02  XI-ACTION          PIC  X(01) VALUE 'W'.
           02  XI-INDEXED         PIC  X(01) VALUE 'N'.
           02  XI-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  XI-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

       01  ZECS-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(05) VALUE '_ZECS'.
           02  FILLER             PIC  X(07) VALUE SPACES.

       01  FILLER.
           02  ZECS-VALUE         PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZECS-VALUE.
               05  FILLER         PIC  X(06).
               05  ZECS-NC-HW     PIC  X(02).

       01  ZECS-INCREMENT         PIC  9(16) COMP VALUE  1.

       01  ZA-FCT.
           02  ZA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'AU  '.

       01  ZA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS AUDIT record definition.                                 *
      *****************************************************************
       COPY ZECSZAC.

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

       01  RPT-KEY-LEN            PIC S9(04) COMP VALUE ZEROES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  RN-TRANID          PIC  X(04).
           02  RN-RESULT          PIC  X(01).
           02  FILLER             PIC  X(01).
           02  RN-OLD-LENGTH      PIC S9(04) COMP.
           02  RN-OLD-KEY         PIC  X(255).
           02  RN-NEW-LENGTH      PIC S9(04) COMP.
           02  RN-NEW-KEY         PIC  X(255).
           02  RN-USERID          PIC  X(08).
           02  RN-REQUEST-ID      PIC  X(24).
           02  RN-MATTER          PIC  X(16).
           02  RN-SEGMENTS        PIC S9(08) COMP.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-CHECK-OLD          THRU 2000-EXIT.
           PERFORM 2100-CHECK-HOLD         THRU 2100-EXIT.
           PERFORM 2200-CHECK-NEW          THRU 2200-EXIT.
           PERFORM 3000-MOVE-KEY           THRU 3000-EXIT.
           PERFORM 4000-RESTAMP-CHAINS     THRU 4000-EXIT.
           PERFORM 5000-MOVE-INDEX         THRU 5000-EXIT.
           PERFORM 6000-WRITE-AUDIT        THRU 6000-EXIT.

           MOVE 'R'                        TO RN-RESULT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Both names are taken off the commarea into       *
      * low-value padded KEY file keys.                               *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               EXEC CICS RETURN
               END-EXEC.

           MOVE 'E'               TO RN-RESULT.
           MOVE 'N'               TO RN-CHANGED.
           MOVE SPACES            TO RN-MATTER.
           MOVE ZEROES            TO RN-SEGMENTS.

           MOVE RN-TRANID         TO ZK-TRANID
                                     ZF-TRANID
                                     ZC-COLD-TRANID
                                     ZA-TRANID
                                     NC-TRANID.

           IF  RN-OLD-LENGTH NOT GREATER THAN ZEROES
               MOVE ZEROES        TO RN-OLD-LENGTH
               INSPECT RN-OLD-KEY TALLYING RN-OLD-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  RN-NEW-LENGTH NOT GREATER THAN ZEROES
               MOVE ZEROES        TO RN-NEW-LENGTH
               INSPECT RN-NEW-KEY TALLYING RN-NEW-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  RN-OLD-LENGTH EQUAL ZEROES
           OR  RN-NEW-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE LOW-VALUES        TO OLD-KEY.
           MOVE LOW-VALUES        TO NEW-KEY.
           MOVE RN-OLD-KEY(1:RN-OLD-LENGTH)
                                  TO OLD-KEY(1:RN-OLD-LENGTH).
           MOVE RN-NEW-KEY(1:RN-NEW-LENGTH)
                                  TO NEW-KEY(1:RN-NEW-LENGTH).

           IF  OLD-KEY EQUAL NEW-KEY
               MOVE 'S'           TO RN-RESULT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  RN-USERID EQUAL SPACES
               EXEC CICS ASSIGN USERID(RN-USERID) NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * The old name must be a live key: not missing, not a           *
      * remembered miss and not tombstoned.                           *
      *****************************************************************
       2000-CHECK-OLD.
           MOVE OLD-KEY                  TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'                  TO RN-RESULT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '2000'               TO RN-PARAGRAPH
               PERFORM 9200-FAILED     THRU 9200-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
           OR (ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES)
               MOVE 'N'                  TO RN-RESULT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Is the old name under a legal hold?                           *
      *****************************************************************
       2100-CHECK-HOLD.
           MOVE RN-TRANID                TO HX-TRANID.
           MOVE 'RENAME  '               TO HX-PATH.
           MOVE 'N'                      TO HX-SWEEP.
           MOVE 'N'                      TO HX-HELD.
           MOVE RN-OLD-LENGTH            TO HX-KEY-LENGTH.
           MOVE OLD-KEY                  TO HX-KEY.
           MOVE RN-USERID                TO HX-USERID.
           MOVE RN-REQUEST-ID            TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

           IF  HX-HELD EQUAL 'Y'
               MOVE HX-MATTER            TO RN-MATTER
               MOVE 'H'                  TO RN-RESULT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * The new name must be free.  A remembered miss is only a       *
      * marker and is cleared; a live key, or a tombstone that can    *
      * still be undeleted, is somebody else's and is a conflict.     *
      *****************************************************************
       2200-CHECK-NEW.
           MOVE NEW-KEY                  TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               GO TO 2200-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '2200'               TO RN-PARAGRAPH
               PERFORM 9200-FAILED     THRU 9200-EXIT.

           IF  ZK-ZF-KEY NOT EQUAL NEG-MARKER
               MOVE 'C'                  TO RN-RESULT
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'Y'                      TO RN-CHANGED.

           EXEC CICS DELETE FILE(ZK-FCT)
                RIDFLD(NEW-KEY)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
           AND WRITE-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE '2200'               TO RN-PARAGRAPH
               MOVE WRITE-RESP           TO READ-RESP
               PERFORM 9200-FAILED     THRU 9200-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Re-read the old KEY record for update -- a write since the    *
      * first look may have re-pointed it at a new chain, and it is   *
      * the record as it stands now that moves -- remove it, and      *
      * write it back under the new name.  A write that lands on the  *
      * new name in between is a conflict like any other.             *
      *****************************************************************
       3000-MOVE-KEY.
           MOVE OLD-KEY                  TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                UPDATE
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'                  TO RN-RESULT
               PERFORM 9300-BACKOUT    THRU 9300-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '3000'               TO RN-PARAGRAPH
               PERFORM 9200-FAILED     THRU 9200-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
           OR (ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES)
               EXEC CICS UNLOCK FILE(ZK-FCT) NOHANDLE
               END-EXEC
               MOVE 'N'                  TO RN-RESULT
               PERFORM 9300-BACKOUT    THRU 9300-EXIT.

           MOVE 'Y'                      TO RN-CHANGED.

           EXEC CICS DELETE FILE(ZK-FCT)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '3000'               TO RN-PARAGRAPH
               MOVE WRITE-RESP           TO READ-RESP
               PERFORM 9200-FAILED     THRU 9200-EXIT.

           MOVE NEW-KEY                  TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS WRITE FILE(ZK-FCT)
                FROM  (ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP  (WRITE-RESP)
                NOHANDLE
           END-EXEC.

           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'C'                  TO RN-RESULT
               PERFORM 9300-BACKOUT    THRU 9300-EXIT.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '3000'               TO RN-PARAGRAPH
               MOVE WRITE-RESP           TO READ-RESP
               PERFORM 9200-FAILED     THRU 9200-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Re-stamp the owning key on every segment of the current       *
      * chain, from whichever tier holds it, and of each retained     *
      * generation's chain, which always lives on the primary FILE.   *
      *****************************************************************
       4000-RESTAMP-CHAINS.
           MOVE 'N'                      TO RESTAMP-FAILED.

           MOVE ZK-ZF-KEY                TO RESTAMP-KEY.
           MOVE 'N'                      TO RESTAMP-COLD.
           IF  ZK-ON-COLD-TIER
               MOVE 'Y'                  TO RESTAMP-COLD.

           PERFORM 4100-RESTAMP-CHAIN    THRU 4100-EXIT.

           MOVE 'N'                      TO RESTAMP-COLD.

           IF  RESTAMP-FAILED EQUAL 'N'
           AND ZK-VER-COUNT GREATER THAN ZEROES
               PERFORM 4050-RESTAMP-VERSION THRU 4050-EXIT
                   WITH TEST AFTER
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX NOT LESS THAN ZK-VER-COUNT
                   OR    RESTAMP-FAILED EQUAL 'Y'.

           IF  RESTAMP-FAILED EQUAL 'Y'
               MOVE '4000'               TO RN-PARAGRAPH
               PERFORM 9200-FAILED     THRU 9200-EXIT.

       4000-EXIT.
           EXIT.

       4050-RESTAMP-VERSION.
           MOVE ZK-VER-KEY(VER-INDEX)    TO RESTAMP-KEY.
           PERFORM 4100-RESTAMP-CHAIN    THRU 4100-EXIT.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * Walk one chain from its first segment until the next one is   *
      * not found, the same numbering every reader honors off         *
      * ZK-SEGMENTS.                                                  *
      *****************************************************************
       4100-RESTAMP-CHAIN.
           MOVE 'N'                      TO RESTAMP-DONE.

           MOVE ZEROES                   TO RESTAMP-START.
           IF  ZK-IS-SEGMENTED
               MOVE ONE                  TO RESTAMP-START.

           PERFORM 4110-RESTAMP-SEGMENT  THRU 4110-EXIT
               WITH TEST AFTER
               VARYING SEGMENT-INDEX FROM RESTAMP-START BY 1
               UNTIL RESTAMP-DONE EQUAL 'Y'
               OR    RESTAMP-FAILED EQUAL 'Y'.

       4100-EXIT.
           EXIT.

       4110-RESTAMP-SEGMENT.
           MOVE RESTAMP-KEY              TO ZF-KEY.
           MOVE SEGMENT-INDEX            TO ZF-SEGMENT.
           MOVE ZEROES                   TO ZF-SUFFIX ZF-ZEROES.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           IF  RESTAMP-COLD EQUAL 'Y'
               EXEC CICS READ FILE(ZC-COLD-FCT)
                    RIDFLD(ZF-KEY-16)
                    INTO  (ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    UPDATE
                    RESP  (READ-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS READ FILE(ZF-FCT)
                    RIDFLD(ZF-KEY-16)
                    INTO  (ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    UPDATE
                    RESP  (READ-RESP)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                  TO RESTAMP-DONE
               GO TO 4110-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO RESTAMP-FAILED
               GO TO 4110-EXIT.

           MOVE NEW-KEY                  TO ZF-ZK-KEY.

           IF  RESTAMP-COLD EQUAL 'Y'
               EXEC CICS REWRITE FILE(ZC-COLD-FCT)
                    FROM  (ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    RESP  (WRITE-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE(ZF-FCT)
                    FROM  (ZF-RECORD)
                    LENGTH(ZF-LENGTH)
                    RESP  (WRITE-RESP)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE WRITE-RESP           TO READ-RESP
               MOVE 'Y'                  TO RESTAMP-FAILED
           ELSE
               ADD  ONE                  TO RN-SEGMENTS.

       4110-EXIT.
           EXIT.

      *****************************************************************
      * Move the secondary index entry to the new name.               *
      *****************************************************************
       5000-MOVE-INDEX.
           MOVE RN-TRANID                TO XI-TRANID.
           MOVE 'D'                      TO XI-ACTION.
           MOVE 'N'                      TO XI-INDEXED.
           MOVE RN-OLD-LENGTH            TO XI-KEY-LENGTH.
           MOVE OLD-KEY                  TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

           MOVE 'W'                      TO XI-ACTION.
           MOVE 'N'                      TO XI-INDEXED.
           MOVE RN-NEW-LENGTH            TO XI-KEY-LENGTH.
           MOVE NEW-KEY                  TO XI-KEY.

           EXEC CICS LINK PROGRAM(ZECS044)
                COMMAREA(ZECS044-COMM-AREA)
                LENGTH  (LENGTH OF ZECS044-COMM-AREA)
                NOHANDLE
           END-EXEC.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Audit the rename once, both names on the one record, the      *
      * same key scheme the service's 9960-WRITE-AUDIT stamps.        *
      *****************************************************************
       6000-WRITE-AUDIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)              TO ZA-IDN.
           MOVE ZECS-NC-HW                TO ZA-NC.
           MOVE 'RENAME'                  TO ZA-OPERATION.
           MOVE RN-USERID                 TO ZA-USERID.
           MOVE RN-NEW-LENGTH             TO ZA-CACHE-KEY-LEN.
           MOVE NEW-KEY                   TO ZA-CACHE-KEY.
           MOVE RN-REQUEST-ID             TO ZA-REQUEST-ID.
           MOVE SPACES                    TO ZA-DETAIL.
           MOVE RN-OLD-LENGTH             TO ZA-RELATED-KEY-LEN.
           MOVE OLD-KEY                   TO ZA-RELATED-KEY.
           MOVE CURRENT-ABS               TO ZA-ABS.
           MOVE LENGTH OF ZA-RECORD       TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                NOHANDLE
           END-EXEC.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Task abended.  Back out whatever was changed and return the   *
      * error to the caller.                                          *
      *****************************************************************
       9100-ABEND.
           MOVE 'E'                       TO RN-RESULT.
           PERFORM 9300-BACKOUT         THRU 9300-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * A file request failed.  Note it on CSSL with the paragraph    *
      * and response, back out, and return the error.                 *
      *****************************************************************
       9200-FAILED.
           MOVE 'E'                       TO RN-RESULT.
           MOVE READ-RESP                 TO RN-RESP-D.

           MOVE RN-OLD-LENGTH             TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 40
               MOVE 40                    TO RPT-KEY-LEN.

           MOVE SPACES                    TO TD-MESSAGE.
           STRING 'RENAME FAILED AT '
                  RN-PARAGRAPH
                  ' RESP='
                  RN-RESP-D
                  ' KEY='
                  OLD-KEY(1:RPT-KEY-LEN)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

           PERFORM 9300-BACKOUT         THRU 9300-EXIT.

       9200-EXIT.
           EXIT.

      *****************************************************************
      * Back the unit of work out once anything has been changed, so  *
      * no half-renamed key is left behind, and return.               *
      *****************************************************************
       9300-BACKOUT.
           IF  RN-CHANGED EQUAL 'Y'
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       9300-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE RN-TRANID             TO TD-TRANID.
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
