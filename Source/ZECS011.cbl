      * partner that is still down stops the cycle -- the unread      *
      * entries stay queued, in order, for the next interval.         *
      *                                                               *
      * A PUT replay carries the key's write stamps on the            *
      * X-zECS-Origin header, marked as a replay, so the partner's    *
      * conflict check judges it the same as the live write, and the  *
      * key's character set on X-zECS-Charset, so the partner's copy  *
      * is tagged the same.                                           *
      *                                                               *
      * A RENAME is replayed as the rename itself, a POST of          *
      * ?rename=<old> to the new name.  A partner that cannot take    *
      * it -- it never had the old name, or already holds the new --  *
      * is brought into line from local state instead: the new name   *
      * is replayed as a PUT and the old name, now gone here, as a    *
      * DELETE.                                                       *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
      *****************************************************************
       01  CURRENT-ABS            PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  SEVEN                  PIC S9(02) VALUE      7 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.

       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  RQ-SESSTOKEN           PIC  9(18) COMP VALUE ZEROES.

      *****************************************************************
      * Write stamps for the partner's conflict check, the same       *
      * layout ZECS001 sends on a live replication.                   *
      *****************************************************************
       01  RO-HEADER              PIC  X(13) VALUE 'X-zECS-Origin'.
       01  RO-HEADER-LENGTH       PIC S9(08) COMP VALUE 13.
       01  RO-VALUE-LENGTH        PIC S9(08) COMP VALUE 55.

       01  RO-VALUE.
           02  RO-WRITE-ABS       PIC  9(15) VALUE ZEROES.
           02  RO-WRITE-DC        PIC  X(08) VALUE SPACES.
           02  RO-WRITE-USERID    PIC  X(08) VALUE SPACES.
           02  RO-BASE-ABS        PIC  9(15) VALUE ZEROES.
           02  RO-BASE-DC         PIC  X(08) VALUE SPACES.
           02  RO-SOURCE          PIC  X(01) VALUE 'Q'.

      *****************************************************************
      * The key's character set, named on X-zECS-Charset so the       *
      * partner's copy carries the same tag.                          *
      *****************************************************************
       01  CS-HEADER              PIC  X(14) VALUE 'X-zECS-Charset'.
       01  CS-HEADER-LENGTH       PIC S9(08) COMP VALUE 14.
       01  CS-NAME                PIC  X(10) VALUE SPACES.
       01  CS-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.

       01  URI-MAP                PIC  X(08) VALUE SPACES.
       01  URI-PATH               PIC X(255) VALUE SPACES.
       01  WEB-PATH               PIC X(512) VALUE SPACES.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-201        PIC S9(04) COMP VALUE 201.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.

       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.
           02  REPLAY-QUERY-TTL   PIC  9(07) VALUE ZEROES.
       01  REPLAY-QUERY-LENGTH    PIC S9(08) COMP VALUE 11.

       01  RENAME-BODY            PIC  X(02) VALUE X'0D25'.
       01  RENAME-BODY-LENGTH     PIC S9(08) COMP VALUE 2.
       01  RENAME-QS-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  RENAME-OLD-LENGTH      PIC S9(04) COMP VALUE ZEROES.
       01  RENAME-NEW-KEY         PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Object staging for a PUT replay -- the same GETMAIN window    *
      * and per-segment decompression the service's own GET staging   *
      *    * deleted, so a delete queued before a recreate can      *
      *    * never destroy the partner's current value.             *
      *    *--------------------------------------------------------*
           IF  RQ-METHOD EQUAL 'RENAME'
               PERFORM 2080-REPLAY-RENAME THRU 2080-EXIT
           ELSE
               PERFORM 2040-REPLAY-PUT    THRU 2040-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(RQ-SESSTOKEN)
           MOVE DFHVALUE(PUT)            TO WEB-METHOD.
           MOVE ZF-TTL                   TO REPLAY-QUERY-TTL.

      *    *--------------------------------------------------------*
      *    * A key written before the stamps existed sends none.    *
      *    *--------------------------------------------------------*
           IF  ZK-WRITE-ABS NUMERIC
           AND ZK-WRITE-ABS GREATER THAN ZEROES
           AND ZK-WRITE-DC  NOT EQUAL SPACES
               PERFORM 2042-WRITE-ORIGIN THRU 2042-EXIT.

           IF  ZK-CHARSET-EBCDIC
           OR  ZK-CHARSET-UTF8
           OR  ZK-CHARSET-LATIN1
               PERFORM 2043-WRITE-CHARSET THRU 2043-EXIT.

           SET ADDRESS OF CACHE-MESSAGE  TO SAVE-ADDRESS.

           EXEC CICS WEB CONVERSE
       2040-EXIT.
           EXIT.

      *****************************************************************
      * Put the key's write stamps on the replayed request.           *
      *****************************************************************
       2042-WRITE-ORIGIN.
           MOVE ZK-WRITE-ABS             TO RO-WRITE-ABS.
           MOVE ZK-WRITE-DC              TO RO-WRITE-DC.
           MOVE ZK-WRITE-USERID          TO RO-WRITE-USERID.
           MOVE ZEROES                   TO RO-BASE-ABS.
           MOVE ZK-BASE-DC               TO RO-BASE-DC.
           MOVE 'Q'                      TO RO-SOURCE.

           IF  ZK-BASE-ABS NUMERIC
               MOVE ZK-BASE-ABS          TO RO-BASE-ABS.

           EXEC CICS WEB WRITE
                HTTPHEADER (RO-HEADER)
                NAMELENGTH (RO-HEADER-LENGTH)
                VALUE      (RO-VALUE)
                VALUELENGTH(RO-VALUE-LENGTH)
                SESSTOKEN  (RQ-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       2042-EXIT.
           EXIT.

      *****************************************************************
      * Put the key's character set on the replayed request.          *
      *****************************************************************
       2043-WRITE-CHARSET.
           MOVE 'UTF-8'                  TO CS-NAME.
           MOVE 5                        TO CS-NAME-LENGTH.

           IF  ZK-CHARSET-EBCDIC
               MOVE 'IBM037'             TO CS-NAME
               MOVE 6                    TO CS-NAME-LENGTH.

           IF  ZK-CHARSET-LATIN1
               MOVE 'ISO-8859-1'         TO CS-NAME
               MOVE 10                   TO CS-NAME-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (CS-HEADER)
                NAMELENGTH (CS-HEADER-LENGTH)
                VALUE      (CS-NAME)
                VALUELENGTH(CS-NAME-LENGTH)
                SESSTOKEN  (RQ-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       2043-EXIT.
           EXIT.

      *****************************************************************
      * Stage the key's current chain into a GETMAIN window, the      *
      * decompress-or-move handling the service's own GET uses.       *
       2050-EXIT.
           EXIT.

      *****************************************************************
      * Replay a RENAME: POST ?rename=<old> to the new name, as the   *
      * live request did.  Should the partner refuse it, converge     *
      * from local state -- the new name as a PUT, the old name as    *
      * whatever it is here now (a DELETE, normally), where a         *
      * partner that never had the old name is not a failure.         *
      *****************************************************************
       2080-REPLAY-RENAME.
           MOVE RQ-QS-LENGTH             TO RENAME-QS-LENGTH.
           MOVE DFHVALUE(POST)           TO WEB-METHOD.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (RQ-SESSTOKEN)
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                FROM      (RENAME-BODY)
                FROMLENGTH(RENAME-BODY-LENGTH)
                INTO      (CONVERSE-RESPONSE)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                QUERYSTRING(RQ-QUERYSTRING)
                QUERYSTRLEN(RENAME-QS-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO REPLAY-FAILED
               GO TO 2080-EXIT.

           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-200
           OR  WEB-STATUS-CODE EQUAL HTTP-STATUS-201
               GO TO 2080-EXIT.

           PERFORM 2040-REPLAY-PUT    THRU 2040-EXIT.

           IF  REPLAY-FAILED EQUAL 'Y'
               GO TO 2080-EXIT.

           IF  RQ-QS-LENGTH NOT GREATER THAN SEVEN
               GO TO 2080-EXIT.

           MOVE RQ-KEY                   TO RENAME-NEW-KEY.
           SUBTRACT SEVEN FROM RQ-QS-LENGTH GIVING RENAME-OLD-LENGTH.
           MOVE LOW-VALUES               TO RQ-KEY.
           MOVE RQ-QUERYSTRING(8:RENAME-OLD-LENGTH)
                TO RQ-KEY(1:RENAME-OLD-LENGTH).

           PERFORM 2030-BUILD-PATH     THRU 2030-EXIT.

           MOVE ZEROES                   TO WEB-STATUS-CODE.
           PERFORM 2040-REPLAY-PUT    THRU 2040-EXIT.

           IF  REPLAY-FAILED   EQUAL 'Y'
           AND WEB-STATUS-CODE EQUAL HTTP-STATUS-204
               MOVE 'N'                  TO REPLAY-FAILED.

           MOVE RENAME-NEW-KEY           TO RQ-KEY.

       2080-EXIT.
           EXIT.

      *****************************************************************
      * Put a request the partner would not take back on the queue    *
      * so the next cycle retries it.                                 *
