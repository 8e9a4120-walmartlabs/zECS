      **     midnight), days is seven Y/N flags Sunday through       **
      **     Saturday or ALL, expire is a YYYYMMDD hard stop or 0.   **
      **     WIN key OFF clears the window.                           **
      **   TRAN ZCxx ADR key range [range range range]                **
      **     Limit a record to requests from up to four client       **
      **     address ranges: a.b.c.d/nn for IPv4 (nn 0-32, omitted  **
      **     means the single host), or an exact IPv6 address.       **
      **     ADR key OFF clears the list.                             **
      **   TRAN ZCxx LCK [id]                                         **
      **     List the UserIDs and client addresses locked out, or    **
      **     failing towards a lockout, for repeated authentication  **
      **     failures; with id, show that UserID's or address's      **
      **     failure history in full.                                 **
      **   TRAN ZCxx UNL id                                           **
      **     Lift the lockout on a UserID or address and start its   **
      **     failure count over.                                      **
      **                                                              **
      ** ZCxx names the cache whose ZCxxSD file is being maintained.  **
      ******************************************************************
       01  FILLER REDEFINES INPUT-PARMS.
           05  FILLER                  PIC X(560).
           05  INPUT-PREFIX            PIC X(80) OCCURS 4 TIMES.
       01  FILLER REDEFINES INPUT-PARMS.
           05  FILLER                  PIC X(320).
           05  INPUT-RANGE             PIC X(80) OCCURS 4 TIMES.

       01  PFX-IDX                     PIC 9(04) COMP VALUE ZEROS.

       01  EDIT-WIN-DAYS               PIC X(07) VALUE SPACES.
       01  EDIT-WIN-EXPIRE             PIC X(08) VALUE SPACES.

       01  RNG-IDX                     PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-ADDR               PIC X(80) VALUE SPACES.
       01  EDIT-ADR-ADDR-LEN           PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-BITS               PIC X(80) VALUE SPACES.
       01  EDIT-ADR-BITS-LEN           PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-BITS-9             PIC 9(03) VALUE ZEROS.
       01  EDIT-ADR-WORK               PIC X(80) VALUE SPACES.
       01  EDIT-ADR-DOTS               PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-COLONS             PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-SLASHES            PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-FIELDS             PIC 9(04) COMP VALUE ZEROS.
       01  EDIT-ADR-OCTETS.
           05  EDIT-ADR-OCTET          PIC X(03) OCCURS 4 TIMES.
       01  EDIT-ADR-OCTET-LENS.
           05  EDIT-ADR-OCTET-LEN      PIC 9(04) COMP OCCURS 4 TIMES.
       01  EDIT-ADR-OCTET-9            PIC 9(03) VALUE ZEROS.
       01  EDIT-ALLOW-LIST.
           05  EDIT-ALLOW-RANGE        OCCURS 4 TIMES.
               10  EDIT-ALLOW-ADDR     PIC X(39).
               10  EDIT-ALLOW-BITS     PIC 9(03).

       01  SHOW-ALLOW-BITS             PIC 9(03) VALUE ZEROS.

      ******************************************************************
      ** Failed-authentication lockouts.  The service counts bad      **
      ** credentials per UserID and per client address on the shared  **
      ** ZCAUTHLK file; LCK shows those rows and UNL lifts a lockout  **
      ** ahead of its cooling-off period.                             **
      ******************************************************************
       01  AF-LENGTH                   PIC S9(04) COMP VALUE ZEROS.
       01  AF-RESP                     PIC S9(08) COMP VALUE ZEROS.
       01  LOCK-ID                     PIC X(39) VALUE SPACES.
       01  LOCK-TYPE                   PIC X(01) VALUE SPACES.
       01  LOCK-FOUND                  PIC 9(04) COMP VALUE ZEROS.
       01  LOCK-WAS-LOCKED             PIC X(01) VALUE 'N'.
       01  LOCK-LINE-IX                PIC 9(04) COMP VALUE ZEROS.
       01  LOCK-NOW                    PIC S9(15) COMP-3 VALUE ZEROS.
       01  FMT-ABS                     PIC S9(15) COMP-3 VALUE ZEROS.
       01  FMT-DATE                    PIC X(10) VALUE SPACES.
       01  FMT-TIME                    PIC X(08) VALUE SPACES.
       01  LOCK-N1                     PIC Z(06)9.
       01  LOCK-N2                     PIC Z(06)9.
       01  LOCK-N3                     PIC Z(06)9.

       01  LOCK-LIST-LINE.
           05  LOCK-LINE-TYPE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LOCK-LINE-ID            PIC X(39).
           05  LOCK-LINE-STREAK        PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LOCK-LINE-FAILS         PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LOCK-LINE-LOCKS         PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LOCK-LINE-UNTIL         PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.

      ******************************************************************
      ** zECS failed-authentication record.                           **
      ******************************************************************
       COPY ZECSAFC.

       01  TOKEN-PREFIX                PIC X(07) VALUE '*TOKEN*'.
       01  REVOKE-USERID               PIC X(08) VALUE SPACES.

                 PERFORM A8000-PRIORITY THRU A8000-EXIT
              WHEN 'WIN'
                 PERFORM A9000-WINDOW THRU A9000-EXIT
              WHEN 'ADR'
                 PERFORM A9100-ADDRESS THRU A9100-EXIT
              WHEN 'LCK'
                 PERFORM A9200-LOCKOUTS THRU A9200-EXIT
              WHEN 'UNL'
                 PERFORM A9300-UNLOCK THRU A9300-EXIT
              WHEN OTHER
                 MOVE SPACES                TO TERM-DATA
                 MOVE 'Invalid: LST,SHO,ADD,UPD,DEL,PRI,WIN,ADR,LCK,UNL'
                                            TO TERM-LINES(1)
                 PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-EVALUATE.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
              END-IF
           END-PERFORM.

           PERFORM VARYING PFX-IDX FROM 1 BY 1 UNTIL PFX-IDX > 4
              IF ZS-ALLOW-ADDR(PFX-IDX) > SPACES
                 MOVE ZS-ALLOW-BITS(PFX-IDX) TO SHOW-ALLOW-BITS
                 MOVE SPACES                TO TERM-LINES(PFX-IDX + 8)
                 STRING 'ALLOW '            DELIMITED BY SIZE
                        ZS-ALLOW-ADDR(PFX-IDX)
                                            DELIMITED BY SPACE
                        '/'                 DELIMITED BY SIZE
                        SHOW-ALLOW-BITS     DELIMITED BY SIZE
                        INTO TERM-LINES(PFX-IDX + 8)
                 END-STRING
              END-IF
           END-PERFORM.

       A4000-EXIT.
           EXIT.

           MOVE EDIT-RATE-9                 TO ZS-RATE-LIMIT.
           MOVE ZEROS                       TO ZS-RATE-WINDOW-START.
           MOVE ZEROS                       TO ZS-RATE-COUNT.
           MOVE ZEROS                       TO ZS-LAST-USED-ABS.
           PERFORM B3000-MOVE-PREFIXES THRU B3000-EXIT.
           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.

           PERFORM VARYING PFX-IDX FROM 1 BY 1 UNTIL PFX-IDX > 4
              IF INPUT-PREFIX(PFX-IDX) > SPACES
           MOVE SPACES                      TO ZS-WINDOW-END.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.
           MOVE ZEROS                       TO ZS-EXPIRE-DATE.
           MOVE ZEROS                       TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
       A9000-EXIT.
           EXIT.

      ******************************************************************
      ** ADR -- set (or clear, with OFF) the client address           **
      ** allow-list on a record, preserving everything else the row   **
      ** carries.  Every range is edited before the file is touched.  **
      ******************************************************************

       A9100-ADDRESS.

           IF INPUT-PARM4 = SPACES
              MOVE SPACES                TO TERM-DATA
              MOVE 'Missing key.'          TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE SPACES                      TO EDIT-ALLOW-LIST.

           IF INPUT-PARM5(1:3) = 'OFF'
              CONTINUE
           ELSE
              IF INPUT-PARM5 = SPACES
                 MOVE SPACES                TO TERM-DATA
                 MOVE 'Missing address range, or OFF.'
                                            TO TERM-LINES(1)
                 PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
              END-IF

              PERFORM B5000-EDIT-RANGE THRU B5000-EXIT
                      VARYING RNG-IDX FROM 1 BY 1
                      UNTIL RNG-IDX > 4
           END-IF.

           MOVE SPACES                      TO ZS-KEY-PREFIXES.
           MOVE SPACES                      TO ZS-WINDOW-START.
           MOVE SPACES                      TO ZS-WINDOW-END.
           MOVE SPACES                      TO ZS-WINDOW-DAYS.
           MOVE ZEROS                       TO ZS-EXPIRE-DATE.
           MOVE ZEROS                       TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
           MOVE ZEROS                       TO ZS-USED-BYTES.
           MOVE ZEROS                       TO ZS-PRIORITY.
           MOVE SPACES                      TO ZS-KEY.
           MOVE INPUT-PARM4(1:32)           TO ZS-KEY.
           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           EXEC CICS READ
                FILE     ( ZS-FCT )
                RIDFLD   ( ZS-KEY )
                INTO     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                UPDATE
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP = DFHRESP(NOTFND)
              MOVE SPACES                TO TERM-DATA
              MOVE 'Record not found, use ADD.'
                                         TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              PERFORM B9000-FILE-ERROR THRU B9000-EXIT
           END-IF.

           MOVE ZS-ACCESS                   TO OLD-ACCESS.
           MOVE ZS-ACCESS                   TO NEW-ACCESS.

           MOVE EDIT-ALLOW-LIST             TO ZS-ALLOW-LIST.

           MOVE LENGTH OF ZS-RECORD         TO ZS-LENGTH.

           EXEC CICS REWRITE
                FILE     ( ZS-FCT )
                FROM     ( ZS-RECORD )
                LENGTH   ( ZS-LENGTH )
                RESP     ( SD-RESP )
                NOHANDLE
           END-EXEC.

           IF SD-RESP NOT = DFHRESP(NORMAL)
              PERFORM B9000-FILE-ERROR THRU B9000-EXIT
           END-IF.

           MOVE 'SECADR'                    TO AUDIT-OP.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.

           PERFORM B4000-REVOKE-TOKENS THRU B4000-EXIT.

           MOVE SPACES                      TO TERM-DATA.
           MOVE 'Address allow-list updated.' TO TERM-LINES(1).

       A9100-EXIT.
           EXIT.

      ******************************************************************
      ** LCK -- with no id, browse the cache's ZCAUTHLK rows and list **
      ** every address and UserID that is locked out now or has      **
      ** failures outstanding; with an id, show its rows in full.     **
      ******************************************************************

       A9200-LOCKOUTS.

           EXEC CICS ASKTIME ABSTIME(LOCK-NOW) NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO TERM-DATA.

           IF INPUT-PARM4 > SPACES
              MOVE FUNCTION UPPER-CASE(INPUT-PARM4(1:39)) TO LOCK-ID
              MOVE ZEROS                    TO LOCK-FOUND
              MOVE 1                        TO LOCK-LINE-IX
              MOVE 'U'                      TO LOCK-TYPE
              PERFORM A9220-LOCK-SHOW THRU A9220-EXIT
              MOVE 'A'                      TO LOCK-TYPE
              PERFORM A9220-LOCK-SHOW THRU A9220-EXIT
              IF LOCK-FOUND = ZEROS
                 MOVE 'No authentication failures recorded.'
                                            TO TERM-LINES(1)
              END-IF
              GO TO A9200-EXIT
           END-IF.

           MOVE 'T ID'                      TO TERM-LINES(1).
           MOVE 'STREAK TODAY LOCKS LOCKED UNTIL'
                                            TO TERM-LINES(1)(41:31).
           MOVE ZEROS                       TO LIST-COUNT.
           MOVE SPACES                      TO AF-KEY.
           MOVE INPUT-PARM2(1:4)            TO AF-KEY-TRANID.

           EXEC CICS STARTBR
                FILE     ( AF-FCT )
                RIDFLD   ( AF-KEY )
                GTEQ
                RESP     ( AF-RESP )
                NOHANDLE
           END-EXEC.

           IF AF-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No lockouts.'           TO TERM-LINES(2)
              GO TO A9200-EXIT
           END-IF.

           MOVE 'N'                         TO BROWSE-DONE.

           PERFORM A9210-LOCK-NEXT THRU A9210-EXIT
                   UNTIL BROWSE-DONE = 'Y'.

           EXEC CICS ENDBR FILE(AF-FCT) NOHANDLE
           END-EXEC.

           IF LIST-COUNT = ZEROS
              MOVE 'No lockouts.'           TO TERM-LINES(2)
           END-IF.

       A9200-EXIT.
           EXIT.

      ******************************************************************
      ** Read and format the next failed-authentication row.          **
      ******************************************************************

       A9210-LOCK-NEXT.

           MOVE LENGTH OF AF-RECORD         TO AF-LENGTH.

           EXEC CICS READNEXT
                FILE     ( AF-FCT )
                RIDFLD   ( AF-KEY )
                INTO     ( AF-RECORD )
                LENGTH   ( AF-LENGTH )
                RESP     ( AF-RESP )
                NOHANDLE
           END-EXEC.

           IF AF-RESP NOT = DFHRESP(NORMAL)
           OR AF-KEY-TRANID NOT = INPUT-PARM2(1:4)
              MOVE 'Y'                      TO BROWSE-DONE
              GO TO A9210-EXIT
           END-IF.

           IF AF-CONSECUTIVE = ZEROS
           AND AF-LOCK-UNTIL-ABS NOT > LOCK-NOW
              GO TO A9210-EXIT
           END-IF.

           IF LIST-COUNT = LIST-LIMIT
              MOVE '... more rows follow, LCK with an id ...'
                                            TO TERM-LINES(23)
              MOVE 'Y'                      TO BROWSE-DONE
              GO TO A9210-EXIT
           END-IF.

           ADD  1                           TO LIST-COUNT.

           MOVE AF-KEY-TYPE                 TO LOCK-LINE-TYPE.
           MOVE AF-KEY-ID                   TO LOCK-LINE-ID.
           MOVE AF-CONSECUTIVE              TO LOCK-LINE-STREAK.
           MOVE AF-DAY-FAILS                TO LOCK-LINE-FAILS.
           MOVE AF-LOCK-COUNT               TO LOCK-LINE-LOCKS.
           MOVE SPACES                      TO LOCK-LINE-UNTIL.

           IF AF-LOCK-UNTIL-ABS > LOCK-NOW
              MOVE AF-LOCK-UNTIL-ABS        TO FMT-ABS
              PERFORM D9100-FORMAT-ABS THRU D9100-EXIT
              STRING FMT-DATE               DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     FMT-TIME               DELIMITED BY SIZE
                     INTO LOCK-LINE-UNTIL
              END-STRING
           END-IF.

           MOVE LOCK-LIST-LINE              TO TERM-LINES(LIST-COUNT
                                                          + 1).

       A9210-EXIT.
           EXIT.

      ******************************************************************
      ** Show one ZCAUTHLK row (LOCK-TYPE, LOCK-ID) in full, from     **
      ** TERM-LINES(LOCK-LINE-IX) on.                                 **
      ******************************************************************

       A9220-LOCK-SHOW.

           MOVE SPACES                      TO AF-KEY.
           MOVE INPUT-PARM2(1:4)            TO AF-KEY-TRANID.
           MOVE LOCK-TYPE                   TO AF-KEY-TYPE.
           MOVE LOCK-ID                     TO AF-KEY-ID.
           MOVE LENGTH OF AF-RECORD         TO AF-LENGTH.

           EXEC CICS READ
                FILE     ( AF-FCT )
                RIDFLD   ( AF-KEY )
                INTO     ( AF-RECORD )
                LENGTH   ( AF-LENGTH )
                RESP     ( AF-RESP )
                NOHANDLE
           END-EXEC.

           IF AF-RESP NOT = DFHRESP(NORMAL)
              GO TO A9220-EXIT
           END-IF.

           ADD  1                           TO LOCK-FOUND.

           IF AF-TYPE-USERID
              STRING 'USERID  '             DELIMITED BY SIZE
                     AF-KEY-ID              DELIMITED BY SPACE
                     INTO TERM-LINES(LOCK-LINE-IX)
              END-STRING
           ELSE
              STRING 'ADDRESS '             DELIMITED BY SIZE
                     AF-KEY-ID              DELIMITED BY SPACE
                     INTO TERM-LINES(LOCK-LINE-IX)
              END-STRING
           END-IF.
           ADD  1                           TO LOCK-LINE-IX.

           MOVE AF-CONSECUTIVE              TO LOCK-N1.
           MOVE AF-TOTAL-FAILS              TO LOCK-N2.
           MOVE AF-LOCK-COUNT               TO LOCK-N3.
           STRING '  STREAK='               DELIMITED BY SIZE
                  LOCK-N1                   DELIMITED BY SIZE
                  ' TOTAL FAILS='           DELIMITED BY SIZE
                  LOCK-N2                   DELIMITED BY SIZE
                  ' LOCKOUTS='              DELIMITED BY SIZE
                  LOCK-N3                   DELIMITED BY SIZE
                  INTO TERM-LINES(LOCK-LINE-IX)
           END-STRING.
           ADD  1                           TO LOCK-LINE-IX.

           MOVE AF-DAY-FAILS                TO LOCK-N1.
           MOVE AF-DAY-LOCKS                TO LOCK-N2.
           MOVE AF-DAY-REFUSED              TO LOCK-N3.
           STRING '  TODAY FAILS='          DELIMITED BY SIZE
                  LOCK-N1                   DELIMITED BY SIZE
                  ' LOCKS='                 DELIMITED BY SIZE
                  LOCK-N2                   DELIMITED BY SIZE
                  ' REFUSED WHILE LOCKED='  DELIMITED BY SIZE
                  LOCK-N3                   DELIMITED BY SIZE
                  INTO TERM-LINES(LOCK-LINE-IX)
           END-STRING.
           ADD  1                           TO LOCK-LINE-IX.

           IF AF-LOCK-UNTIL-ABS > LOCK-NOW
              MOVE AF-LOCK-UNTIL-ABS        TO FMT-ABS
              PERFORM D9100-FORMAT-ABS THRU D9100-EXIT
              STRING '  LOCKED UNTIL '      DELIMITED BY SIZE
                     FMT-DATE               DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     FMT-TIME               DELIMITED BY SIZE
                     INTO TERM-LINES(LOCK-LINE-IX)
              END-STRING
           ELSE
              MOVE '  NOT LOCKED'           TO TERM-LINES(LOCK-LINE-IX)
           END-IF.
           ADD  1                           TO LOCK-LINE-IX.

           IF AF-LAST-FAIL-ABS > ZEROS
              MOVE AF-LAST-FAIL-ABS         TO FMT-ABS
              PERFORM D9100-FORMAT-ABS THRU D9100-EXIT
              STRING '  LAST FAILURE '      DELIMITED BY SIZE
                     FMT-DATE               DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     FMT-TIME               DELIMITED BY SIZE
                     INTO TERM-LINES(LOCK-LINE-IX)
              END-STRING
              ADD  1                        TO LOCK-LINE-IX
           END-IF.

           PERFORM VARYING PFX-IDX FROM 1 BY 1 UNTIL PFX-IDX > 4
              IF AF-RECENT(PFX-IDX) > SPACES
                 IF AF-TYPE-USERID
                    STRING '  FROM ADDRESS '  DELIMITED BY SIZE
                           AF-RECENT(PFX-IDX) DELIMITED BY SPACE
                           INTO TERM-LINES(LOCK-LINE-IX)
                    END-STRING
                 ELSE
                    STRING '  AS USERID '     DELIMITED BY SIZE
                           AF-RECENT(PFX-IDX) DELIMITED BY SPACE
                           INTO TERM-LINES(LOCK-LINE-IX)
                    END-STRING
                 END-IF
                 ADD  1                     TO LOCK-LINE-IX
              END-IF
           END-PERFORM.

           IF AF-CLEARED-BY > SPACES
              MOVE AF-CLEARED-ABS           TO FMT-ABS
              PERFORM D9100-FORMAT-ABS THRU D9100-EXIT
              STRING '  LAST UNLOCKED BY '  DELIMITED BY SIZE
                     AF-CLEARED-BY          DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     FMT-DATE               DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     FMT-TIME               DELIMITED BY SIZE
                     INTO TERM-LINES(LOCK-LINE-IX)
              END-STRING
              ADD  1                        TO LOCK-LINE-IX
           END-IF.

           ADD  1                           TO LOCK-LINE-IX.

       A9220-EXIT.
           EXIT.

      ******************************************************************
      ** UNL -- lift the lockout on a UserID or client address (both  **
      ** rows, when the id is on file as either), zero its failure    **
      ** streak, and stamp who did it.                                **
      ******************************************************************

       A9300-UNLOCK.

           IF INPUT-PARM4 = SPACES
              MOVE SPACES                TO TERM-DATA
              MOVE 'Missing UserID or address.' TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(LOCK-NOW) NOHANDLE
           END-EXEC.

           MOVE FUNCTION UPPER-CASE(INPUT-PARM4(1:39)) TO LOCK-ID.
           MOVE ZEROS                       TO LOCK-FOUND.
           MOVE 'N'                         TO LOCK-WAS-LOCKED.

           MOVE 'U'                         TO LOCK-TYPE.
           PERFORM A9310-UNLOCK-ROW THRU A9310-EXIT.
           MOVE 'A'                         TO LOCK-TYPE.
           PERFORM A9310-UNLOCK-ROW THRU A9310-EXIT.

           MOVE SPACES                      TO TERM-DATA.

           IF LOCK-FOUND = ZEROS
              MOVE 'No authentication failures recorded.'
                                            TO TERM-LINES(1)
              GO TO A9300-EXIT
           END-IF.

           IF LOCK-WAS-LOCKED = 'Y'
              MOVE 'LOCKED'                 TO OLD-ACCESS
           ELSE
              MOVE 'FAILED'                 TO OLD-ACCESS
           END-IF.
           MOVE 'OPEN'                      TO NEW-ACCESS.

           MOVE 'SECUNLK'                   TO AUDIT-OP.
           PERFORM C1000-WRITE-AUDIT THRU C1000-EXIT.

           MOVE 'Lockout lifted.'           TO TERM-LINES(1).

       A9300-EXIT.
           EXIT.

       A9310-UNLOCK-ROW.

           MOVE SPACES                      TO AF-KEY.
           MOVE INPUT-PARM2(1:4)            TO AF-KEY-TRANID.
           MOVE LOCK-TYPE                   TO AF-KEY-TYPE.
           MOVE LOCK-ID                     TO AF-KEY-ID.
           MOVE LENGTH OF AF-RECORD         TO AF-LENGTH.

           EXEC CICS READ
                FILE     ( AF-FCT )
                RIDFLD   ( AF-KEY )
                INTO     ( AF-RECORD )
                LENGTH   ( AF-LENGTH )
                UPDATE
                RESP     ( AF-RESP )
                NOHANDLE
           END-EXEC.

           IF AF-RESP = DFHRESP(NOTFND)
              GO TO A9310-EXIT
           END-IF.

           IF AF-RESP NOT = DFHRESP(NORMAL)
              PERFORM B9000-FILE-ERROR THRU B9000-EXIT
           END-IF.

           ADD  1                           TO LOCK-FOUND.

           IF AF-LOCK-UNTIL-ABS > LOCK-NOW
              MOVE 'Y'                      TO LOCK-WAS-LOCKED
           END-IF.

           MOVE ZEROS                       TO AF-CONSECUTIVE.
           MOVE ZEROS                       TO AF-LOCK-UNTIL-ABS.
           MOVE SPACES                      TO AF-CLEARED-BY.

           EXEC CICS ASSIGN USERID(AF-CLEARED-BY) NOHANDLE
           END-EXEC.

           MOVE LOCK-NOW                    TO AF-CLEARED-ABS.
           MOVE LENGTH OF AF-RECORD         TO AF-LENGTH.

           EXEC CICS REWRITE
                FILE     ( AF-FCT )
                FROM     ( AF-RECORD )
                LENGTH   ( AF-LENGTH )
                RESP     ( AF-RESP )
                NOHANDLE
           END-EXEC.

           IF AF-RESP NOT = DFHRESP(NORMAL)
              PERFORM B9000-FILE-ERROR THRU B9000-EXIT
           END-IF.

       A9310-EXIT.
           EXIT.

       D9100-FORMAT-ABS.

           EXEC CICS FORMATTIME ABSTIME(FMT-ABS)
                YYYYMMDD ( FMT-DATE )
                DATESEP
                TIME     ( FMT-TIME )
                TIMESEP
                NOHANDLE
           END-EXEC.

       D9100-EXIT.
           EXIT.

      ******************************************************************
      ** A changed or deleted security row invalidates any session    **
      ** tokens issued from it -- browse the reserved *TOKEN* rows    **
           MOVE SPACES                      TO ZS-WINDOW-DAYS.

           MOVE ZEROES                      TO ZS-EXPIRE-DATE.
           MOVE ZEROES                      TO ZS-LAST-USED-ABS.
           MOVE SPACES                      TO ZS-LAST-USED-METHOD
                                               ZS-LAST-USED-ADDR.
           MOVE SPACES                      TO ZS-ALLOW-LIST.
           MOVE ZEROS                       TO ZS-MAX-KEYS.
           MOVE ZEROS                       TO ZS-MAX-BYTES.
           MOVE ZEROS                       TO ZS-USED-KEYS.
       B4100-EXIT.
           EXIT.

      ******************************************************************
      ** Edit one ADR range into EDIT-ALLOW-LIST.  A range with a     **
      ** dot must be a.b.c.d with an optional /nn prefix length;      **
      ** anything else must be an IPv6 address, which is matched      **
      ** exactly and so takes no prefix length other than /128.       **
      ******************************************************************

       B5000-EDIT-RANGE.

           IF INPUT-RANGE(RNG-IDX) = SPACES
              GO TO B5000-EXIT
           END-IF.

           MOVE SPACES                      TO EDIT-ADR-ADDR.
           MOVE SPACES                      TO EDIT-ADR-BITS.
           MOVE ZEROS                       TO EDIT-ADR-ADDR-LEN.
           MOVE ZEROS                       TO EDIT-ADR-BITS-LEN.
           MOVE ZEROS                       TO EDIT-ADR-SLASHES.

           INSPECT INPUT-RANGE(RNG-IDX)
                   TALLYING EDIT-ADR-SLASHES FOR ALL '/'.

           IF EDIT-ADR-SLASHES > 1
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           UNSTRING INPUT-RANGE(RNG-IDX)
                    DELIMITED BY '/' OR ' '
                    INTO EDIT-ADR-ADDR COUNT IN EDIT-ADR-ADDR-LEN
                         EDIT-ADR-BITS COUNT IN EDIT-ADR-BITS-LEN
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(EDIT-ADR-ADDR) TO EDIT-ADR-ADDR.

           IF EDIT-ADR-ADDR-LEN = ZEROS
           OR EDIT-ADR-ADDR-LEN > 39
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           MOVE ZEROS                       TO EDIT-ADR-DOTS.
           INSPECT EDIT-ADR-ADDR TALLYING EDIT-ADR-DOTS FOR ALL '.'.

           IF EDIT-ADR-DOTS > ZEROS
              PERFORM B5100-EDIT-IPV4 THRU B5100-EXIT
           ELSE
              PERFORM B5200-EDIT-IPV6 THRU B5200-EXIT
           END-IF.

           MOVE EDIT-ADR-ADDR               TO EDIT-ALLOW-ADDR(RNG-IDX).
           MOVE EDIT-ADR-BITS-9             TO EDIT-ALLOW-BITS(RNG-IDX).

       B5000-EXIT.
           EXIT.

       B5100-EDIT-IPV4.

           MOVE SPACES                      TO EDIT-ADR-OCTETS.
           MOVE ZEROS                       TO EDIT-ADR-FIELDS.
           MOVE ZEROS                       TO EDIT-ADR-OCTET-LENS.

           UNSTRING EDIT-ADR-ADDR(1:EDIT-ADR-ADDR-LEN)
                    DELIMITED BY '.'
                    INTO EDIT-ADR-OCTET(1)
                         COUNT IN EDIT-ADR-OCTET-LEN(1)
                         EDIT-ADR-OCTET(2)
                         COUNT IN EDIT-ADR-OCTET-LEN(2)
                         EDIT-ADR-OCTET(3)
                         COUNT IN EDIT-ADR-OCTET-LEN(3)
                         EDIT-ADR-OCTET(4)
                         COUNT IN EDIT-ADR-OCTET-LEN(4)
                    TALLYING IN EDIT-ADR-FIELDS
                    ON OVERFLOW
                       MOVE ZEROS           TO EDIT-ADR-FIELDS
           END-UNSTRING.

           IF EDIT-ADR-FIELDS NOT = 4
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              IF EDIT-ADR-OCTET-LEN(I) < 1
              OR EDIT-ADR-OCTET-LEN(I) > 3
                 PERFORM B5900-BAD-RANGE THRU B5900-EXIT
              END-IF
              IF EDIT-ADR-OCTET(I)(1:EDIT-ADR-OCTET-LEN(I))
                                            NOT NUMERIC
                 PERFORM B5900-BAD-RANGE THRU B5900-EXIT
              END-IF
              MOVE EDIT-ADR-OCTET(I)(1:EDIT-ADR-OCTET-LEN(I))
                                            TO EDIT-ADR-OCTET-9
              IF EDIT-ADR-OCTET-9 > 255
                 PERFORM B5900-BAD-RANGE THRU B5900-EXIT
              END-IF
           END-PERFORM.

           IF EDIT-ADR-BITS-LEN = ZEROS
              MOVE 32                       TO EDIT-ADR-BITS-9
              GO TO B5100-EXIT
           END-IF.

           IF EDIT-ADR-BITS-LEN > 2
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           IF EDIT-ADR-BITS(1:EDIT-ADR-BITS-LEN) NOT NUMERIC
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           MOVE EDIT-ADR-BITS(1:EDIT-ADR-BITS-LEN) TO EDIT-ADR-BITS-9.

           IF EDIT-ADR-BITS-9 > 32
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

       B5100-EXIT.
           EXIT.

       B5200-EDIT-IPV6.

           MOVE EDIT-ADR-ADDR               TO EDIT-ADR-WORK.
           INSPECT EDIT-ADR-WORK CONVERTING '0123456789ABCDEF'
                                         TO '::::::::::::::::'.

           IF EDIT-ADR-WORK(1:EDIT-ADR-ADDR-LEN) NOT = ALL ':'
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           MOVE ZEROS                       TO EDIT-ADR-COLONS.
           INSPECT EDIT-ADR-ADDR TALLYING EDIT-ADR-COLONS FOR ALL ':'.

           IF EDIT-ADR-COLONS < 2
              PERFORM B5900-BAD-RANGE THRU B5900-EXIT
           END-IF.

           IF EDIT-ADR-BITS-LEN > ZEROS
           AND EDIT-ADR-BITS(1:EDIT-ADR-BITS-LEN) NOT = '128'
              MOVE SPACES                   TO TERM-DATA
              MOVE 'IPv6 entries match one address: no /nn, or /128.'
                                            TO TERM-LINES(1)
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE 128                         TO EDIT-ADR-BITS-9.

       B5200-EXIT.
           EXIT.

       B5900-BAD-RANGE.

           MOVE SPACES                      TO TERM-DATA.
           MOVE 'Range must be a.b.c.d, a.b.c.d/nn (0-32), or IPv6.'
                                            TO TERM-LINES(1).
           MOVE INPUT-RANGE(RNG-IDX)        TO TERM-LINES(2).

           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

       B5900-EXIT.
           EXIT.

      ******************************************************************
      ** Unexpected file error.                                       **
      ******************************************************************
