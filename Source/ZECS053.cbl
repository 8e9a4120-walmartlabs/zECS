       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS053.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed by every path that removes a key from  *
      * a cache -- the service's DELETE, zErase and bulk delete, the  *
      * ZECS000 expiration sweep, ZECS014 eviction, ZECS003 ?clear=,  *
      * ZECS016 scheduled invalidation, ZECS018 cold tier expiry,     *
      * ZECS021 migration, ZECS023 queued operations and the ZECS032  *
      * dependent cascade -- to ask whether a legal hold covers the   *
      * key.  Legal preserves customers' cached records for           *
      * litigation through the ZCHOLDS registry (ZECSLHC); a key      *
      * under an active hold must survive every one of those paths.   *
      *                                                               *
      * The cache's holds are browsed generically by tranid for the   *
      * first active one whose key equals, or whose prefix begins,    *
      * the key.  When one is found the caller is told to skip the    *
      * removal, the refusal is counted on the ZCHOLDLG blocked       *
      * removal log under the hold, and it is audited to the cache's  *
      * ZCxxAU file as HOLDSKIP with the path in ZA-DETAIL.  A sweep  *
      * (HX-SWEEP 'Y') meets the same held key on every pass, so its  *
      * refusals are audited the first time and then once a day; a    *
      * removal someone asked for is audited every time.  The log     *
      * and audit writes belong to the caller's unit of work.         *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     HX-TRANID       X(04)   the ZCxx cache                    *
      *     HX-PATH         X(08)   the removal path (see ZECSLHC)    *
      *     HX-SWEEP        X(01)   'Y' from a background sweep       *
      *     HX-HELD         X(01)   returned 'Y' when held            *
      *     HX-KEY-LENGTH   S9(04)  COMP key length (zero: derive it  *
      *                             from the low-value padding)       *
      *     HX-KEY          X(255)  the key about to be removed       *
      *     HX-USERID       X(08)   audited UserID (spaces: this task)*
      *     HX-REQUEST-ID   X(24)   audited correlation ID            *
      *     HX-MATTER       X(16)   returned matter of the hold       *
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
       01  TODAY-DATE             PIC  X(08) VALUE SPACES.

       01  LH-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LH-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  LH-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  LH-HOLD-KEY            PIC  X(23) VALUE SPACES.

       01  LB-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LB-AUDIT-DUE           PIC  X(01) VALUE 'N'.

      *****************************************************************
      * zECS LEGAL HOLD definitions.                                  *
      *****************************************************************
       COPY ZECSLHC.

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
           02  HX-TRANID          PIC  X(04).
           02  HX-PATH            PIC  X(08).
           02  HX-SWEEP           PIC  X(01).
           02  HX-HELD            PIC  X(01).
           02  HX-KEY-LENGTH      PIC S9(04) COMP.
           02  HX-KEY             PIC  X(255).
           02  HX-USERID          PIC  X(08).
           02  HX-REQUEST-ID      PIC  X(24).
           02  HX-MATTER          PIC  X(16).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-FIND-HOLD          THRU 2000-EXIT.
           PERFORM 3000-LOG-BLOCK          THRU 3000-EXIT.

           IF  LB-AUDIT-DUE EQUAL 'Y'
               PERFORM 4000-WRITE-AUDIT    THRU 4000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Nothing is held until a hold is found.           *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'               TO HX-HELD.
           MOVE SPACES            TO HX-MATTER.

           MOVE HX-TRANID         TO ZA-TRANID.
           MOVE HX-TRANID         TO NC-TRANID.

           IF  HX-KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE ZEROES        TO HX-KEY-LENGTH
               INSPECT HX-KEY TALLYING HX-KEY-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  HX-KEY-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  HX-USERID EQUAL SPACES
               EXEC CICS ASSIGN USERID(HX-USERID) NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(TODAY-DATE)
                NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Browse the cache's holds for the first active one covering    *
      * the key.  No hold, or no registry at all, returns at once.    *
      *****************************************************************
       2000-FIND-HOLD.
           MOVE SPACES                   TO LH-KEY.
           MOVE HX-TRANID                TO LH-KEY-TRANID.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                KEYLENGTH(LH-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'                      TO LH-BROWSE-DONE.

           PERFORM 2010-HOLD-NEXT      THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL LH-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
           END-EXEC.

           IF  HX-HELD NOT EQUAL 'Y'
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

       2010-HOLD-NEXT.
           MOVE LENGTH OF LH-RECORD      TO LH-LENGTH.

           EXEC CICS READNEXT FILE(LH-FCT)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                KEYLENGTH(LH-PREFIX-LENGTH)
                LENGTH(LH-LENGTH)
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LH-KEY-TRANID NOT EQUAL HX-TRANID
               MOVE 'Y'                  TO LH-BROWSE-DONE
               GO TO 2010-EXIT.

           IF  NOT LH-ACTIVE
           OR  LH-TARGET-LEN NOT GREATER THAN ZEROES
           OR  LH-TARGET-LEN GREATER THAN HX-KEY-LENGTH
               GO TO 2010-EXIT.

           IF  LH-SCOPE-KEY
           AND LH-TARGET-LEN NOT EQUAL HX-KEY-LENGTH
               GO TO 2010-EXIT.

           IF  HX-KEY(1:LH-TARGET-LEN)
                   NOT EQUAL LH-TARGET(1:LH-TARGET-LEN)
               GO TO 2010-EXIT.

           MOVE 'Y'                      TO HX-HELD.
           MOVE LH-KEY-MATTER            TO HX-MATTER.
           MOVE LH-KEY                   TO LH-HOLD-KEY.
           MOVE 'Y'                      TO LH-BROWSE-DONE.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Count the refusal on the blocked removal log.  A first        *
      * refusal, a removal someone asked for, and a sweep's first     *
      * meeting of the day are due to be audited.                     *
      *****************************************************************
       3000-LOG-BLOCK.
           MOVE 'N'                      TO LB-AUDIT-DUE.

           MOVE SPACES                   TO LB-KEY.
           MOVE LH-HOLD-KEY              TO LB-HOLD-KEY.
           MOVE HX-PATH                  TO LB-PATH.
           MOVE HX-KEY(1:200)            TO LB-CACHE-KEY.
           MOVE LENGTH OF LB-RECORD      TO LB-LENGTH.

           EXEC CICS READ FILE(LB-FCT)
                INTO(LB-RECORD)
                RIDFLD(LB-KEY)
                LENGTH(LB-LENGTH)
                UPDATE
                RESP(LB-RESP)
                NOHANDLE
           END-EXEC.

           IF  LB-RESP EQUAL DFHRESP(NOTFND)
               MOVE HX-KEY-LENGTH        TO LB-KEY-LEN
               MOVE ONE                  TO LB-COUNT
               MOVE CURRENT-ABS          TO LB-FIRST-ABS
               MOVE CURRENT-ABS          TO LB-LAST-ABS
               MOVE HX-USERID            TO LB-LAST-USERID
               MOVE TODAY-DATE           TO LB-AUDIT-DATE
               MOVE 'Y'                  TO LB-AUDIT-DUE
               MOVE LENGTH OF LB-RECORD  TO LB-LENGTH
               EXEC CICS WRITE FILE(LB-FCT)
                    FROM(LB-RECORD)
                    RIDFLD(LB-KEY)
                    LENGTH(LB-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 3000-EXIT.

           IF  LB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO LB-AUDIT-DUE
               GO TO 3000-EXIT.

           ADD  ONE                      TO LB-COUNT.
           MOVE CURRENT-ABS              TO LB-LAST-ABS.
           MOVE HX-USERID                TO LB-LAST-USERID.

           IF  HX-SWEEP NOT EQUAL 'Y'
           OR  LB-AUDIT-DATE NOT EQUAL TODAY-DATE
               MOVE TODAY-DATE           TO LB-AUDIT-DATE
               MOVE 'Y'                  TO LB-AUDIT-DUE.

           MOVE LENGTH OF LB-RECORD      TO LB-LENGTH.

           EXEC CICS REWRITE FILE(LB-FCT)
                FROM(LB-RECORD)
                LENGTH(LB-LENGTH)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Audit the skipped removal, the same key scheme the service's  *
      * 9960-WRITE-AUDIT stamps, and note it on CSSL.                 *
      *****************************************************************
       4000-WRITE-AUDIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           EXEC CICS GET DCOUNTER(ZECS-COUNTER)
                VALUE(ZECS-VALUE)
                INCREMENT(ZECS-INCREMENT)
                WRAP
                NOHANDLE
           END-EXEC.

           MOVE THE-TOD(1:6)              TO ZA-IDN.
           MOVE ZECS-NC-HW                TO ZA-NC.
           MOVE 'HOLDSKIP'                TO ZA-OPERATION.
           MOVE HX-USERID                 TO ZA-USERID.
           MOVE HX-KEY-LENGTH             TO ZA-CACHE-KEY-LEN.
           MOVE HX-KEY                    TO ZA-CACHE-KEY.
           MOVE HX-REQUEST-ID             TO ZA-REQUEST-ID.
           MOVE HX-PATH                   TO ZA-DETAIL.
           MOVE CURRENT-ABS               TO ZA-ABS.
           MOVE LENGTH OF ZA-RECORD       TO ZA-LENGTH.

           EXEC CICS WRITE FILE(ZA-FCT)
                FROM(ZA-RECORD)
                RIDFLD(ZA-KEY)
                LENGTH(ZA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE HX-KEY-LENGTH             TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 40
               MOVE 40                    TO RPT-KEY-LEN.

           MOVE SPACES                    TO TD-MESSAGE.
           STRING 'LEGAL HOLD '
                  HX-MATTER
                  ' SKIPPED '
                  HX-PATH
                  ' KEY='
                  HX-KEY(1:RPT-KEY-LEN)
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

       4000-EXIT.
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
      * Task abended.  Return -- HX-HELD says whatever was decided    *
      * before the abend, so a hold already found still protects the  *
      * key.                                                          *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE HX-TRANID             TO TD-TRANID.
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
