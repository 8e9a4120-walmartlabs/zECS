       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS037.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to produce  *
      * the quarterly data classification report for a ZCxx cache.    *
      * The ZCCLASS registry assigns each key prefix a data class     *
      * (PII, PCI, INTERNAL, PUBLIC, ...) and the class its handling  *
      * rules; this task shows audit what the cache actually holds    *
      * under each class, and proves the rules hold for it:           *
      *                                                               *
      *     per class, the entries stored and their stored bytes,     *
      *     with unclassified keys reported under *NONE;              *
      *     per class, the stored entries that are out of policy --   *
      *     not enciphered where the class demands encryption, or     *
      *     kept with a TTL over the class maximum -- each listed     *
      *     by key and reason, up to CR-LIST-MAX of them.             *
      *                                                               *
      * Both the FILE and the COLD tier are scanned, a batch of       *
      * FIVE-HUNDRED segments per task, the running totals kept on    *
      * the zcCLSRPT control record between batches.  Entry counts    *
      * and policy checks are taken on a chain's first segment; byte  *
      * totals take every segment's stored length.  The report is     *
      * written to CSSL.                                              *
      *                                                               *
      * The task runs daily and reports the previous quarter once,    *
      * the first time it runs in a new quarter.  Setting             *
      * CR-RUN-QUARTER (CCYYQn) on the control record runs the        *
      * report again on the next cycle, labelled with that quarter.   *
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
       01  THREE                  PIC S9(02) VALUE      3 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  REPORT-DUE             PIC  X(01) VALUE 'N'.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  TODAY-DATE8            PIC  X(08) VALUE SPACES.
       01  FILLER REDEFINES TODAY-DATE8.
           02  TODAY-CCYY         PIC  9(04).
           02  TODAY-MM           PIC  9(02).
           02  TODAY-DD           PIC  9(02).

       01  QUARTER-MONTHS         PIC  9(02) VALUE ZEROES.
       01  TODAY-QUARTER          PIC  9(01) VALUE ZEROES.

       01  PRIOR-QUARTER          PIC  X(06) VALUE SPACES.
       01  FILLER REDEFINES PRIOR-QUARTER.
           02  PRIOR-CCYY         PIC  9(04).
           02  PRIOR-Q-LITERAL    PIC  X(01).
           02  PRIOR-Q            PIC  9(01).

      *****************************************************************
      * ZC-PHASE is blank between cycles, F while the FILE tier is    *
      * being scanned and C while the COLD tier is.  ZC-KEY is the    *
      * resume key within the tier.                                   *
      *****************************************************************
       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  ZC-PHASE           PIC  X(01) VALUE SPACES.
           02  ZC-KEY             PIC  X(16) VALUE LOW-VALUES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 21.

      *****************************************************************
      * zcCLSRPT control file resources - start                       *
      *****************************************************************
       01  CR-FCT                 PIC  X(08) VALUE 'ZCCLSRPT'.
       01  CR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  CR-RECORD.
           02  CR-KEY             PIC  X(04).
           02  CR-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  CR-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
      *    *--------------------------------------------------------*
      *    * CR-LAST-QUARTER is the latest quarter reported         *
      *    * (CCYYQn).  CR-RUN-QUARTER, when set by an operator,    *
      *    * asks for the report to be run again under that         *
      *    * quarter; it is cleared once done.  CR-SCAN-QUARTER is  *
      *    * the quarter the scan in progress will report.          *
      *    *--------------------------------------------------------*
           02  CR-LAST-QUARTER    PIC  X(06) VALUE SPACES.
           02  CR-RUN-QUARTER     PIC  X(06) VALUE SPACES.
           02  CR-SCAN-QUARTER    PIC  X(06) VALUE SPACES.
           02  CR-LIST-MAX        PIC S9(05) COMP-3 VALUE 100.
           02  CR-LISTED          PIC S9(07) COMP-3 VALUE ZEROES.
           02  CR-DROPPED         PIC S9(07) COMP-3 VALUE ZEROES.
      *    *--------------------------------------------------------*
      *    * Running totals, one slot per class seen.  Slot 1 is    *
      *    * *NONE; a class found once every slot is taken counts   *
      *    * under *OTHER in the last.                              *
      *    *--------------------------------------------------------*
           02  CR-SLOTS-USED      PIC S9(04) COMP VALUE ZEROES.
           02  CR-SLOT OCCURS 16 TIMES.
               05  CR-SLOT-CLASS  PIC  X(08).
               05  CR-SLOT-COUNT  PIC S9(09) COMP-3.
               05  CR-SLOT-BYTES  PIC S9(15) COMP-3.
               05  CR-SLOT-OUT    PIC S9(09) COMP-3.
           02  CR-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-TASKID          PIC  9(06).
           02  FILLER             PIC  X(14).

       01  CR-RECORD-SAVE         PIC  X(512).

       01  CR-SLOT-MAX            PIC S9(04) COMP VALUE 16.
       01  SLOT-INDEX             PIC S9(04) COMP VALUE ZEROES.
       01  SLOT-FOUND             PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zcCLSRPT control file resources - end                         *
      *****************************************************************

       01  ZC-CLSRPT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCCLSRP_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  SCAN-FCT               PIC  X(08) VALUE SPACES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Data classification registry.  The cache's ZCCLASS prefix     *
      * rows are loaded once per batch with the rules of the class    *
      * each one names; a key takes the class of its longest          *
      * matching prefix.                                              *
      *****************************************************************
       01  CL-FCT                 PIC  X(08) VALUE 'ZCCLASS '.
       01  CL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CL-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  CL-RULE-TRANID         PIC  X(04) VALUE '*CLS'.
       01  CL-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  CL-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-LEN            PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-INDEX          PIC S9(04) COMP VALUE ZEROES.
       01  CL-BEST-CLASS          PIC  X(08) VALUE SPACES.
       01  CL-NONE                PIC  X(08) VALUE '*NONE'.
       01  CL-OTHER               PIC  X(08) VALUE '*OTHER'.

       01  CT-MAX                 PIC S9(04) COMP VALUE 50.
       01  CT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  CT-TABLE.
           02  CT-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  CT-ENTRY OCCURS 50 TIMES.
               05  CT-PREFIX      PIC  X(40).
               05  CT-PREFIX-LEN  PIC S9(04) COMP.
               05  CT-CLASS       PIC  X(08).
               05  CT-ENCRYPT     PIC  X(01).
               05  CT-MAX-TTL     PIC  9(07).

       COPY ZECSCLC.

       01  OUT-REASON             PIC  X(16) VALUE SPACES.

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

       01  RPT-COUNT-D            PIC  Z(08)9.
       01  RPT-BYTES-D            PIC  Z(14)9.
       01  RPT-OUT-D              PIC  Z(08)9.
       01  RPT-LISTED-D           PIC  Z(06)9.
       01  RPT-DROPPED-D          PIC  Z(06)9.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.

           IF  ZC-PHASE EQUAL SPACES
               PERFORM 1400-PICK-QUARTER   THRU 1400-EXIT
               IF  REPORT-DUE EQUAL 'Y'
                   PERFORM 1500-START-SCAN THRU 1500-EXIT
               END-IF
           END-IF.

           IF  ZC-PHASE NOT EQUAL SPACES
               PERFORM 1600-LOAD-CLASSES   THRU 1600-EXIT
               PERFORM 2000-SCAN-TIER      THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.

           PERFORM 9900-SAVE-CONTROL       THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the classification report.  The      *
      * phase and resume key are passed forward on the ICE chain so a *
      * long running scan can pick up where it left off.              *
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

           MOVE ZC-TRANID         TO ZF-TRANID
                                     ZC-COLD-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(TODAY-DATE8)
                NOHANDLE
           END-EXEC.

           IF  ZC-PHASE EQUAL SPACES
               PERFORM 1200-ENQ    THRU 1200-EXIT.

           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the classification report.             *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-CLSRPT-ENQ)
                LENGTH(LENGTH OF  ZC-CLSRPT-ENQ)
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
      * Read/write the zcCLSRPT control record to pick up the         *
      * configured interval, the last quarter reported, any re-run    *
      * request and the totals of a scan in progress.                 *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO CR-KEY.
           MOVE LENGTH OF CR-RECORD      TO CR-LENGTH.

           EXEC CICS READ
                FILE   (CR-FCT)
                RIDFLD (CR-KEY)
                INTO   (CR-RECORD)
                LENGTH (CR-LENGTH)
                RESP   (CR-RESP)
                NOHANDLE
           END-EXEC.

           IF  CR-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO CR-KEY
               EXEC CICS WRITE
                    FILE   (CR-FCT)
                    RIDFLD (CR-KEY)
                    FROM   (CR-RECORD)
                    LENGTH (CR-LENGTH)
                    NOHANDLE
               END-EXEC.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Decide whether a report is due.  A re-run request wins;       *
      * otherwise the previous calendar quarter is reported once.     *
      *****************************************************************
       1400-PICK-QUARTER.
           MOVE 'N'                      TO REPORT-DUE.

           ADD  TODAY-MM THREE  GIVING QUARTER-MONTHS.
           SUBTRACT ONE FROM QUARTER-MONTHS.
           DIVIDE THREE INTO QUARTER-MONTHS GIVING TODAY-QUARTER.

           MOVE 'Q'                      TO PRIOR-Q-LITERAL.

           IF  TODAY-QUARTER GREATER THAN ONE
               MOVE TODAY-CCYY           TO PRIOR-CCYY
               SUBTRACT ONE FROM TODAY-QUARTER GIVING PRIOR-Q
           ELSE
               SUBTRACT ONE FROM TODAY-CCYY GIVING PRIOR-CCYY
               MOVE 4                    TO PRIOR-Q.

           IF  CR-RUN-QUARTER(1:4) NUMERIC
           AND CR-RUN-QUARTER(5:1) EQUAL 'Q'
           AND CR-RUN-QUARTER(6:1) GREATER THAN '0'
           AND CR-RUN-QUARTER(6:1) LESS THAN '5'
               MOVE CR-RUN-QUARTER       TO CR-SCAN-QUARTER
               MOVE 'Y'                  TO REPORT-DUE
               GO TO 1400-EXIT.

           IF  CR-LAST-QUARTER NOT EQUAL PRIOR-QUARTER
               MOVE PRIOR-QUARTER        TO CR-SCAN-QUARTER
               MOVE 'Y'                  TO REPORT-DUE.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Begin a scan: clear the running totals, open slot 1 for the   *
      * unclassified keys and start with the FILE tier.               *
      *****************************************************************
       1500-START-SCAN.
           MOVE ZEROES                   TO CR-LISTED
                                            CR-DROPPED.
           MOVE ONE                      TO CR-SLOTS-USED.

           PERFORM 1510-CLEAR-SLOT       THRU 1510-EXIT
               WITH TEST AFTER
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX NOT LESS THAN CR-SLOT-MAX.

           MOVE CL-NONE                  TO CR-SLOT-CLASS(1).
           MOVE 'F'                      TO ZC-PHASE.
           MOVE LOW-VALUES               TO ZC-KEY.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CLASSRPT QUARTER='          DELIMITED BY SIZE
                  CR-SCAN-QUARTER              DELIMITED BY SIZE
                  ' CACHE='                    DELIMITED BY SIZE
                  ZC-TRANID                    DELIMITED BY SIZE
                  ' SCAN STARTED'              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       1500-EXIT.
           EXIT.

       1510-CLEAR-SLOT.
           MOVE SPACES                   TO CR-SLOT-CLASS(SLOT-INDEX).
           MOVE ZEROES                   TO CR-SLOT-COUNT(SLOT-INDEX)
                                            CR-SLOT-BYTES(SLOT-INDEX)
                                            CR-SLOT-OUT(SLOT-INDEX).

       1510-EXIT.
           EXIT.

      *****************************************************************
      * Load the cache's ZCCLASS prefix rows, then look up the class  *
      * row each one names for its encryption and TTL rules.          *
      *****************************************************************
       1600-LOAD-CLASSES.
           MOVE ZEROES                   TO CT-COUNT.
           MOVE SPACES                   TO CL-KEY.
           MOVE ZC-TRANID                TO CL-KEY-TRANID.

           EXEC CICS STARTBR FILE(CL-FCT)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1600-EXIT.

           MOVE 'N'                      TO CL-BROWSE-DONE.

           PERFORM 1610-LOAD-NEXT      THRU 1610-EXIT
               WITH TEST AFTER
               UNTIL CL-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CL-FCT) NOHANDLE
           END-EXEC.

           IF  CT-COUNT GREATER THAN ZEROES
               PERFORM 1620-LOAD-RULE  THRU 1620-EXIT
                   WITH TEST AFTER
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX NOT LESS THAN CT-COUNT.

       1600-EXIT.
           EXIT.

       1610-LOAD-NEXT.
           MOVE LENGTH OF CL-RECORD      TO CL-LENGTH.

           EXEC CICS READNEXT FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                KEYLENGTH(CL-PREFIX-LENGTH)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CL-KEY-TRANID NOT EQUAL ZC-TRANID
           OR  CT-COUNT NOT LESS THAN CT-MAX
               MOVE 'Y'                  TO CL-BROWSE-DONE
               GO TO 1610-EXIT.

           ADD  ONE                      TO CT-COUNT.
           MOVE CL-KEY-PREFIX            TO CT-PREFIX(CT-COUNT).
           MOVE CL-CLASS                 TO CT-CLASS(CT-COUNT).
           MOVE SPACES                   TO CT-ENCRYPT(CT-COUNT).
           MOVE ZEROES                   TO CT-MAX-TTL(CT-COUNT).
           MOVE ZEROES                   TO CT-PREFIX-LEN(CT-COUNT).
           INSPECT CL-KEY-PREFIX TALLYING CT-PREFIX-LEN(CT-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

       1610-EXIT.
           EXIT.

       1620-LOAD-RULE.
           MOVE SPACES                   TO CL-KEY.
           MOVE CL-RULE-TRANID           TO CL-KEY-TRANID.
           MOVE CT-CLASS(CT-INDEX)       TO CL-KEY-PREFIX(1:8).
           MOVE LENGTH OF CL-RECORD      TO CL-LENGTH.

           EXEC CICS READ FILE(CL-FCT)
                INTO(CL-RECORD)
                RIDFLD(CL-KEY)
                LENGTH(CL-LENGTH)
                RESP(CL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1620-EXIT.

           MOVE CL-ENCRYPT               TO CT-ENCRYPT(CT-INDEX).

           IF  CL-MAX-TTL NUMERIC
               MOVE CL-MAX-TTL           TO CT-MAX-TTL(CT-INDEX).

       1620-EXIT.
           EXIT.

      *****************************************************************
      * Browse the tier named by ZC-PHASE sequentially from the       *
      * resume key, in batches of FIVE-HUNDRED.                       *
      *****************************************************************
       2000-SCAN-TIER.
           IF  ZC-PHASE EQUAL 'C'
               MOVE ZC-COLD-FCT          TO SCAN-FCT
           ELSE
               MOVE ZF-FCT               TO SCAN-FCT.

           MOVE ZC-KEY                   TO ZF-KEY-16.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS STARTBR FILE(SCAN-FCT)
                RIDFLD(ZF-KEY-16)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               PERFORM 3000-END-OF-TIER  THRU 3000-EXIT
               GO TO 2000-EXIT.

           MOVE 'N'                      TO PROCESS-COMPLETE.
           MOVE ZEROES                   TO RECORD-COUNT.

           PERFORM 2010-CLASSIFY-NEXT    THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Classify one segment.  End of the tier moves the scan on; a   *
      * full batch saves the resume key and yields.                   *
      *****************************************************************
       2010-CLASSIFY-NEXT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READNEXT FILE(SCAN-FCT)
                INTO  (ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               EXEC CICS ENDBR FILE(SCAN-FCT) NOHANDLE
               END-EXEC
               PERFORM 3000-END-OF-TIER  THRU 3000-EXIT
               GO TO 2010-EXIT.

           PERFORM 2020-CLASSIFY         THRU 2020-EXIT.
           ADD  ONE                      TO RECORD-COUNT.

           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE 'Y'                  TO EOF
                                            PROCESS-COMPLETE
               MOVE ZF-KEY-16            TO ZC-KEY
               EXEC CICS ENDBR FILE(SCAN-FCT) NOHANDLE
               END-EXEC.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Find the segment's class by the owning key's longest matching *
      * prefix and add it to that class's slot -- the entry and the   *
      * policy checks on the chain's first segment only, the stored   *
      * bytes on every segment.                                       *
      *****************************************************************
       2020-CLASSIFY.
           MOVE ZEROES                   TO CL-BEST-LEN
                                            CL-BEST-INDEX.
           MOVE CL-NONE                  TO CL-BEST-CLASS.

           IF  CT-COUNT GREATER THAN ZEROES
               PERFORM 2030-CLASS-MATCH  THRU 2030-EXIT
                   WITH TEST AFTER
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX NOT LESS THAN CT-COUNT.

           PERFORM 2100-FIND-SLOT        THRU 2100-EXIT.

           COMPUTE CR-SLOT-BYTES(SLOT-FOUND) =
                   CR-SLOT-BYTES(SLOT-FOUND)
                   + ZF-LENGTH - ZF-PREFIX.

           IF  ZF-SEGMENT NOT EQUAL ONE
               GO TO 2020-EXIT.

           ADD  ONE                      TO CR-SLOT-COUNT(SLOT-FOUND).

           IF  CL-BEST-INDEX EQUAL ZEROES
               GO TO 2020-EXIT.

           MOVE SPACES                   TO OUT-REASON.

           IF  CT-MAX-TTL(CL-BEST-INDEX) GREATER THAN ZEROES
           AND ZF-TTL GREATER THAN CT-MAX-TTL(CL-BEST-INDEX)
               MOVE 'TTL OVER LIMIT'     TO OUT-REASON.

           IF  CT-ENCRYPT(CL-BEST-INDEX) EQUAL 'Y'
           AND NOT ZF-DATA-ENCRYPTED
               MOVE 'NOT ENCRYPTED'      TO OUT-REASON.

           IF  OUT-REASON NOT EQUAL SPACES
               ADD  ONE                  TO CR-SLOT-OUT(SLOT-FOUND)
               PERFORM 2200-LIST-ENTRY   THRU 2200-EXIT.

       2020-EXIT.
           EXIT.

       2030-CLASS-MATCH.
           MOVE CT-PREFIX-LEN(CT-INDEX)  TO CL-MATCH-LEN.

           IF  CL-MATCH-LEN GREATER THAN CL-BEST-LEN
           AND ZF-ZK-KEY(1:CL-MATCH-LEN)
                   EQUAL CT-PREFIX(CT-INDEX)(1:CL-MATCH-LEN)
               MOVE CL-MATCH-LEN         TO CL-BEST-LEN
               MOVE CT-INDEX             TO CL-BEST-INDEX
               MOVE CT-CLASS(CT-INDEX)   TO CL-BEST-CLASS.

       2030-EXIT.
           EXIT.

      *****************************************************************
      * Find the class's slot on the control record, opening a new    *
      * one on first sight.  Once only the last slot is left it is    *
      * opened as *OTHER and takes every further class.               *
      *****************************************************************
       2100-FIND-SLOT.
           MOVE ZEROES                   TO SLOT-FOUND.

           PERFORM 2110-SLOT-MATCH       THRU 2110-EXIT
               WITH TEST AFTER
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX NOT LESS THAN CR-SLOTS-USED.

           IF  SLOT-FOUND GREATER THAN ZEROES
               GO TO 2100-EXIT.

           IF  CR-SLOTS-USED LESS THAN CR-SLOT-MAX
               ADD  ONE                  TO CR-SLOTS-USED
               MOVE CR-SLOTS-USED        TO SLOT-FOUND
               MOVE CL-BEST-CLASS        TO CR-SLOT-CLASS(SLOT-FOUND)
               IF  CR-SLOTS-USED EQUAL CR-SLOT-MAX
                   MOVE CL-OTHER         TO CR-SLOT-CLASS(SLOT-FOUND)
               END-IF
           ELSE
               MOVE CR-SLOT-MAX          TO SLOT-FOUND.

       2100-EXIT.
           EXIT.

       2110-SLOT-MATCH.
           IF  CR-SLOT-CLASS(SLOT-INDEX) EQUAL CL-BEST-CLASS
               MOVE SLOT-INDEX           TO SLOT-FOUND
               MOVE CR-SLOTS-USED        TO SLOT-INDEX.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * List an out-of-policy entry on CSSL, up to CR-LIST-MAX per    *
      * report; the rest are only counted.                            *
      *****************************************************************
       2200-LIST-ENTRY.
           IF  CR-LISTED NOT LESS THAN CR-LIST-MAX
               ADD  ONE                  TO CR-DROPPED
               GO TO 2200-EXIT.

           ADD  ONE                      TO CR-LISTED.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CLASSRPT OUT CLASS='        DELIMITED BY SIZE
                  CL-BEST-CLASS                DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  OUT-REASON                   DELIMITED BY SIZE
                  ' KEY='                      DELIMITED BY SIZE
                  ZF-ZK-KEY(1:40)              DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * The end of the FILE tier moves the scan to the COLD tier; the *
      * end of the COLD tier (or a cache without one) completes the   *
      * scan and writes the report.                                   *
      *****************************************************************
       3000-END-OF-TIER.
           MOVE LOW-VALUES               TO ZC-KEY.

           IF  ZC-PHASE EQUAL 'F'
               MOVE 'C'                  TO ZC-PHASE
               GO TO 3000-EXIT.

           PERFORM 9800-WRITE-REPORT     THRU 9800-EXIT.

           MOVE CR-SCAN-QUARTER          TO CR-LAST-QUARTER.
           MOVE SPACES                   TO CR-RUN-QUARTER
                                            ZC-PHASE.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).  A scan in progress continues quickly;   *
      * otherwise the task waits the configured interval.             *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           IF  ZC-PHASE EQUAL SPACES
               EXEC CICS START TRANSID(EIBTRNID)
                    INTERVAL(CR-INTERVAL)
                    FROM    (ZC-PARM)
                    LENGTH  (ZC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS START TRANSID(EIBTRNID)
                    INTERVAL(0001)
                    FROM    (ZC-PARM)
                    LENGTH  (ZC-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

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
      * Write the classification report to TD CSSL, one line per      *
      * class slot and a closing line with the listing counts.        *
      *****************************************************************
       9800-WRITE-REPORT.
           PERFORM 9810-REPORT-SLOT      THRU 9810-EXIT
               WITH TEST AFTER
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX NOT LESS THAN CR-SLOTS-USED.

           MOVE CR-LISTED                TO RPT-LISTED-D.
           MOVE CR-DROPPED               TO RPT-DROPPED-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CLASSRPT QUARTER='          DELIMITED BY SIZE
                  CR-SCAN-QUARTER              DELIMITED BY SIZE
                  ' CACHE='                    DELIMITED BY SIZE
                  ZC-TRANID                    DELIMITED BY SIZE
                  ' OUT LISTED='               DELIMITED BY SIZE
                  RPT-LISTED-D                 DELIMITED BY SIZE
                  ' NOT LISTED='               DELIMITED BY SIZE
                  RPT-DROPPED-D                DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9800-EXIT.
           EXIT.

       9810-REPORT-SLOT.
           MOVE CR-SLOT-COUNT(SLOT-INDEX) TO RPT-COUNT-D.
           MOVE CR-SLOT-BYTES(SLOT-INDEX) TO RPT-BYTES-D.
           MOVE CR-SLOT-OUT(SLOT-INDEX)   TO RPT-OUT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'CLASSRPT CLASS='            DELIMITED BY SIZE
                  CR-SLOT-CLASS(SLOT-INDEX)    DELIMITED BY SPACE
                  ' ENTRIES='                  DELIMITED BY SIZE
                  RPT-COUNT-D                  DELIMITED BY SIZE
                  ' BYTES='                    DELIMITED BY SIZE
                  RPT-BYTES-D                  DELIMITED BY SIZE
                  ' OUT OF POLICY='            DELIMITED BY SIZE
                  RPT-OUT-D                    DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * Stamp and save the control record -- every run, so the        *
      * running totals survive between batches and the watchdog sees  *
      * the chain alive between reports.                              *
      *****************************************************************
       9900-SAVE-CONTROL.
           MOVE EIBTASKN                 TO CR-TASKID.
           MOVE APPLID                   TO CR-APPLID.
           MOVE CURRENT-ABS              TO CR-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(CR-TIME)
                YYYYMMDD(CR-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO CR-KEY.
           MOVE LENGTH OF CR-RECORD-SAVE TO CR-LENGTH.

           EXEC CICS READ
                FILE   (CR-FCT)
                RIDFLD (CR-KEY)
                INTO   (CR-RECORD-SAVE)
                LENGTH (CR-LENGTH)
                RESP   (CR-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  CR-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF CR-RECORD  TO CR-LENGTH
               EXEC CICS REWRITE
                    FILE  (CR-FCT)
                    FROM  (CR-RECORD)
                    LENGTH(CR-LENGTH)
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
