       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS039.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to report   *
      * drift in a ZCxx cache's administrative tables between Data    *
      * Centers.  ZECS012 audits the cache keys themselves, but the   *
      * tables that govern how the cache behaves -- the ZCxxSD        *
      * security rows, and this cache's ZCCONFIG, ZCORIGIN, ZCALERTS  *
      * and ZCSCHEDL rows -- are maintained by hand in each region    *
      * and drift apart unnoticed until a failover behaves            *
      * differently from the primary.                                 *
      *                                                               *
      * For every partner Data Center in the ZC##DC document, this    *
      * task pulls each table in key order through the partner's      *
      * /replicate/zAdminRows resource and walks it against the       *
      * local copy, writing to CSSL:                                  *
      *                                                               *
      *     a line per row missing on either side, and a pair of      *
      *     lines per row present on both sides that differs, the     *
      *     second naming the fields that differ -- up to             *
      *     DF-LIST-MAX rows, the rest as a count;                    *
      *     summary lines with the totals by kind.                    *
      *                                                               *
      * Fields each region maintains for itself are not compared:     *
      * the rate window, usage figures and last-use stamps on ZCxxSD, *
      * and the firing state on ZCALERTS.  Nor are the rows each      *
      * region keeps for itself (see ZECSDRC).  ZCSCHEDL rows are     *
      * matched on tranid and fire time, since the sequence number in *
      * their key is drawn from each region's own named counter.      *
      * ZCROUTES rows belong to a router facade rather than a cache;  *
      * they are compared when DF-ROUTER names the facade's tranid.   *
      *                                                               *
      * Any drift fires the ZC##WH webhook.                           *
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
       01  TWO                    PIC S9(02) VALUE      2 COMP-3.
       01  TEN                    PIC S9(02) VALUE     10 COMP-3.
       01  TWELVE                 PIC S9(02) VALUE     12 COMP-3.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  ZC-PARM.
           02  ZC-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * zcDRIFT control file resources - start                        *
      *****************************************************************
       01  DF-FCT                 PIC  X(08) VALUE 'ZCDRIFT '.
       01  DF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DF-RECORD.
           02  DF-KEY             PIC  X(04).
           02  DF-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  DF-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  DF-DRIFT-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  DF-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DF-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DF-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DF-TASKID          PIC  9(06).
      *    *--------------------------------------------------------*
      *    * DF-CACHE names the cache the chain reports on.  The     *
      *    * operator sets the rows listed per report, and in        *
      *    * DF-ROUTER the tranid of the router facade whose         *
      *    * ZCROUTES rows this chain compares (spaces = none).      *
      *    * Zero or non-numeric listing limits take the default.    *
      *    *--------------------------------------------------------*
           02  DF-CACHE           PIC  X(04) VALUE SPACES.
           02  DF-ROUTER          PIC  X(04) VALUE SPACES.
           02  DF-LIST-MAX        PIC S9(05) COMP-3 VALUE 100.
           02  DF-MISSING-LOCAL   PIC S9(07) COMP-3 VALUE ZEROES.
           02  DF-MISSING-PARTNER PIC S9(07) COMP-3 VALUE ZEROES.
           02  DF-DIFFER-COUNT    PIC S9(07) COMP-3 VALUE ZEROES.
           02  DF-UNREACHED       PIC S9(03) COMP-3 VALUE ZEROES.
           02  DF-PARTNER-COUNT   PIC S9(03) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(14).

       01  DF-RECORD-SAVE         PIC  X(96).

      *****************************************************************
      * zcDRIFT control file resources - end                          *
      *****************************************************************

       01  ZC-DRIFT-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCDRIFT_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

       01  ZECS-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE 640.

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(640) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * Parsed partner Data Center list, split out of THE-OTHER-DC.   *
      *****************************************************************
       01  DC-PARTNER-MAX         PIC S9(04) COMP VALUE 8.
       01  DC-PARTNER-INDEX       PIC S9(04) COMP VALUE ZEROES.
       01  DC-SCAN-POINTER        PIC S9(08) COMP VALUE ZEROES.

       01  DC-PARTNERS.
           02  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
           02  DC-PARTNER-ENTRY OCCURS 8 TIMES.
               05  DC-PARTNER-URL         PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-URL-LENGTH  PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-HOST        PIC  X(80) VALUE SPACES.
               05  DC-PARTNER-HOST-LENGTH PIC S9(08) COMP VALUE 80.
               05  DC-PARTNER-PORT        PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-SCHEME-NAME PIC  X(16) VALUE SPACES.
               05  DC-PARTNER-SCHEME      PIC S9(08) COMP VALUE ZEROES.
               05  DC-PARTNER-SESSTOKEN   PIC  9(18) COMP VALUE ZEROES.

       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.

       01  ADMIN-PATH             PIC  X(21)
                                       VALUE '/replicate/zAdminRows'.
       01  ADMIN-PATH-LENGTH      PIC S9(08) COMP VALUE 21.
       01  APPLICATION-OCTET      PIC  X(56)
                                       VALUE 'application/octet-stream'.
       01  APPLICATION-JSON       PIC  X(56) VALUE 'application/json'.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.

       01  DR-REQUEST-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  DR-REPLY-LENGTH        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * zECS ADMINISTRATIVE ROW transfer definitions.                 *
      *****************************************************************
       COPY ZECSDRC.

      *****************************************************************
      * zECS Security Definition record -- its initial values are the *
      * image a short (older layout) ZCxxSD row is laid over, so the  *
      * fields past its end compare as empty on both sides.           *
      *****************************************************************
       COPY ZECSSDC.

      *****************************************************************
      * Table being compared, and the local and partner rows at the   *
      * head of each side of the walk.  Each row is compared on its   *
      * first CMP-LENGTH bytes, which is the key length except on     *
      * ZCSCHEDL, where the per-region sequence number is left off.   *
      *****************************************************************
       01  DR-TX                  PIC S9(04) COMP VALUE ZEROES.
       01  DR-SCOPE               PIC  X(04) VALUE SPACES.
       01  KEY-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  CMP-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  SC-MATCH-LENGTH        PIC S9(04) COMP VALUE 18.
       01  ROW-MAX-LENGTH         PIC S9(04) COMP VALUE 496.
       01  PARTNER-FAILED         PIC  X(01) VALUE 'N'.

       01  LC-FCT                 PIC  X(08) VALUE SPACES.
       01  LC-KEY                 PIC  X(44) VALUE LOW-VALUES.
       01  LC-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LC-AREA                PIC X(496) VALUE SPACES.
       01  LC-ROW                 PIC X(496) VALUE SPACES.
       01  LC-BROWSE              PIC  X(01) VALUE 'N'.
       01  LC-EOF                 PIC  X(01) VALUE 'N'.
       01  LC-READY               PIC  X(01) VALUE 'N'.

       01  RM-FROM                PIC  X(44) VALUE LOW-VALUES.
       01  RM-IX                  PIC S9(04) COMP VALUE ZEROES.
       01  RM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RM-ROW                 PIC X(496) VALUE SPACES.
       01  RM-EOF                 PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Fields compared, by table: name, offset and length within the *
      * row.  Fields not listed -- the keys, the FILLERs, and the     *
      * figures each region maintains for itself -- are not compared. *
      *****************************************************************
       01  FIELD-MAP-VALUES.
           02  FILLER             PIC  X(18) VALUE 'SDACCESS    033006'.
           02  FILLER             PIC  X(18) VALUE 'SDTTLCEIL   039004'.
           02  FILLER             PIC  X(18) VALUE 'SDRATELIMIT 043004'.
           02  FILLER             PIC  X(18) VALUE 'SDPREFIXES  059160'.
           02  FILLER             PIC  X(18) VALUE 'SDMAXKEYS   219004'.
           02  FILLER             PIC  X(18) VALUE 'SDMAXBYTES  223008'.
           02  FILLER             PIC  X(18) VALUE 'SDPRIORITY  243001'.
           02  FILLER             PIC  X(18) VALUE 'SDWINSTART  251004'.
           02  FILLER             PIC  X(18) VALUE 'SDWINEND    255004'.
           02  FILLER             PIC  X(18) VALUE 'SDWINDAYS   259007'.
           02  FILLER             PIC  X(18) VALUE 'SDEXPIRES   266008'.
           02  FILLER             PIC  X(18) VALUE 'SDALLOWLIST 329168'.
           02  FILLER             PIC  X(18) VALUE 'CFVALUE     013064'.
           02  FILLER             PIC  X(18) VALUE 'OGURL       045080'.
           02  FILLER             PIC  X(18) VALUE 'OGPATH      125064'.
           02  FILLER             PIC  X(18) VALUE 'OGTIMEOUT   189003'.
           02  FILLER             PIC  X(18) VALUE 'OGTTL       192007'.
           02  FILLER             PIC  X(18) VALUE 'OGPOLICY    199001'.
           02  FILLER             PIC  X(18) VALUE 'RTTARGET    045080'.
           02  FILLER             PIC  X(18) VALUE 'ALMETRIC    021008'.
           02  FILLER             PIC  X(18) VALUE 'ALTHRESHOLD 029008'.
           02  FILLER             PIC  X(18) VALUE 'SCACTION    023001'.
           02  FILLER             PIC  X(18) VALUE 'SCTARGETLEN 024002'.
           02  FILLER             PIC  X(18) VALUE 'SCTARGET    026255'.
       01  FILLER REDEFINES FIELD-MAP-VALUES.
           02  FIELD-MAP OCCURS 24 TIMES.
               05  FM-CODE        PIC  X(02).
               05  FM-NAME        PIC  X(10).
               05  FM-OFFSET      PIC  9(03).
               05  FM-LENGTH      PIC  9(03).

       01  FIELD-MAX              PIC S9(04) COMP VALUE 24.
       01  FM-IX                  PIC S9(04) COMP VALUE ZEROES.
       01  ROW-DIFFERS            PIC  X(01) VALUE 'N'.
       01  DIFF-FIELDS            PIC  X(70) VALUE SPACES.
       01  DIFF-POINTER           PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Webhook notification target, the same ZC##WH document and     *
      * POST the expiration sweep's notifications use.                *
      *****************************************************************
       01  WH-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-WH.
           02  WH-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'WH'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  WH-URL                 PIC  X(80) VALUE SPACES.
       01  WH-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  WH-HOST                PIC  X(80) VALUE SPACES.
       01  WH-HOST-LENGTH         PIC S9(08) COMP VALUE 80.
       01  WH-PORT                PIC S9(08) COMP VALUE ZEROES.
       01  WH-SCHEME-NAME         PIC  X(16) VALUE SPACES.
       01  WH-SESSTOKEN           PIC  9(18) COMP VALUE ZEROES.

       01  WH-ENABLED             PIC  X(01) VALUE 'N'.
           88  WH-IS-ENABLED              VALUE 'Y'.

       01  WH-PATH                PIC  X(10) VALUE '/notify'.
       01  WH-PATH-LENGTH         PIC S9(08) COMP VALUE 7.

       01  WH-MESSAGE             PIC  X(256) VALUE SPACES.
       01  WH-MESSAGE-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  WH-MESSAGE-POINTER     PIC S9(08) COMP VALUE ZEROES.
       01  WH-RESPONSE            PIC  X(40) VALUE SPACES.
       01  WH-RESPONSE-LENGTH     PIC S9(08) COMP VALUE 40.

       01  LISTED-COUNT           PIC S9(07) COMP-3 VALUE ZEROES.
       01  DROPPED-COUNT          PIC S9(07) COMP-3 VALUE ZEROES.

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

       01  RPT-KIND               PIC  X(15) VALUE SPACES.
       01  RPT-KEY                PIC  X(44) VALUE SPACES.
       01  RPT-PARTNER-D          PIC  9(01) VALUE ZEROES.
       01  RPT-PARTNERS-D         PIC  Z(02)9.
       01  RPT-UNREACHED-D        PIC  Z(02)9.
       01  RPT-MISSING-LOCAL-D    PIC  Z(06)9.
       01  RPT-MISSING-PARTNER-D  PIC  Z(06)9.
       01  RPT-DIFFER-D           PIC  Z(06)9.
       01  RPT-DROPPED-D          PIC  Z(06)9.
       01  WH-MISSING-LOCAL-D     PIC  9(07) VALUE ZEROES.
       01  WH-MISSING-PARTNER-D   PIC  9(07) VALUE ZEROES.
       01  WH-DIFFER-D            PIC  9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).


       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RETRIEVE           THRU 1000-EXIT.
           PERFORM 7000-GET-URL            THRU 7000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  DC-TYPE EQUAL ACTIVE-STANDBY
               PERFORM 2000-COMPARE-PARTNERS THRU 2000-EXIT.

           PERFORM 4000-WRITE-REPORT       THRU 4000-EXIT.
           PERFORM 9900-STAMP-CONTROL      THRU 9900-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the drift report.  A short security  *
      * row is laid over an image with an empty address allow-list,   *
      * the same as the service reads it.                             *
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

           MOVE ZC-TRANID         TO DC-TRANID
                                     WH-TRANID.

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.
           MOVE SPACES            TO ZS-ALLOW-LIST.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the drift report.                      *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-DRIFT-ENQ)
                LENGTH(LENGTH OF  ZC-DRIFT-ENQ)
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
      * Read/write the zcDRIFT control record to pick up the          *
      * configured interval, listing limit and router facade, and     *
      * reset the cycle's counts.                                     *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO DF-KEY.
           MOVE LENGTH OF DF-RECORD      TO DF-LENGTH.

           EXEC CICS READ
                FILE   (DF-FCT)
                RIDFLD (DF-KEY)
                INTO   (DF-RECORD)
                LENGTH (DF-LENGTH)
                RESP   (DF-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE ZC-TRANID                TO DF-CACHE.

           IF  DF-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO DF-KEY
               EXEC CICS WRITE
                    FILE   (DF-FCT)
                    RIDFLD (DF-KEY)
                    FROM   (DF-RECORD)
                    LENGTH (DF-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES               TO DF-DRIFT-COUNT
                                            DF-MISSING-LOCAL
                                            DF-MISSING-PARTNER
                                            DF-DIFFER-COUNT
                                            DF-UNREACHED
                                            DF-PARTNER-COUNT
               EXEC CICS REWRITE
                    FILE  (DF-FCT)
                    FROM  (DF-RECORD)
                    LENGTH(DF-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  DF-LIST-MAX NOT NUMERIC
           OR  DF-LIST-MAX NOT GREATER THAN ZEROES
               MOVE 100                  TO DF-LIST-MAX.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Compare every table against every partner Data Center.        *
      *****************************************************************
       2000-COMPARE-PARTNERS.
           PERFORM 2100-ONE-PARTNER      THRU 2100-EXIT
               WITH TEST AFTER
               VARYING DC-PARTNER-INDEX FROM 1 BY 1
               UNTIL DC-PARTNER-INDEX NOT LESS THAN DC-PARTNER-COUNT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Open a session with one partner and compare each table over   *
      * it.  A partner that cannot be reached, or that fails part way *
      * through, is reported as unreached and its remaining tables    *
      * are not compared -- a half-compared table would report every  *
      * row past the failure as missing.                              *
      *****************************************************************
       2100-ONE-PARTNER.
           ADD  ONE                      TO DF-PARTNER-COUNT.
           MOVE 'N'                      TO PARTNER-FAILED.
           MOVE DC-PARTNER-INDEX         TO RPT-PARTNER-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRIFT P'                DELIMITED BY SIZE
                  RPT-PARTNER-D            DELIMITED BY SIZE
                  ' HOST='                 DELIMITED BY SIZE
                  DC-PARTNER-HOST(DC-PARTNER-INDEX)
                                           DELIMITED BY SPACE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  DC-PARTNER-SCHEME-NAME(DC-PARTNER-INDEX) EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(DC-PARTNER-HOST(DC-PARTNER-INDEX))
                HOSTLENGTH(DC-PARTNER-HOST-LENGTH(DC-PARTNER-INDEX))
                PORTNUMBER(DC-PARTNER-PORT(DC-PARTNER-INDEX))
                SCHEME(URL-SCHEME)
                SESSTOKEN(DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO PARTNER-FAILED
           ELSE
               PERFORM 2200-ONE-TABLE    THRU 2200-EXIT
                   VARYING DR-TX FROM 1 BY 1
                   UNTIL DR-TX GREATER THAN DR-TABLE-MAX
                   OR    PARTNER-FAILED EQUAL 'Y'

               EXEC CICS WEB CLOSE
                    SESSTOKEN(DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  PARTNER-FAILED EQUAL 'Y'
               ADD  ONE                  TO DF-UNREACHED
               MOVE SPACES               TO TD-MESSAGE
               STRING 'DRIFT P'            DELIMITED BY SIZE
                      RPT-PARTNER-D        DELIMITED BY SIZE
                      ' UNREACHED, NOT FULLY COMPARED'
                                           DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Walk one table's local rows and the partner's side by side in *
      * key order.  The ZCROUTES rows compared are the router facade  *
      * named in the control record; every other scoped table is      *
      * compared on this cache's rows.                                *
      *****************************************************************
       2200-ONE-TABLE.
           MOVE ZC-TRANID                TO DR-SCOPE.

           IF  DR-T-CODE(DR-TX) EQUAL 'RT'
               IF  DF-ROUTER EQUAL SPACES
               OR  DF-ROUTER EQUAL LOW-VALUES
                   GO TO 2200-EXIT
               ELSE
                   MOVE DF-ROUTER        TO DR-SCOPE
               END-IF
           END-IF.

           MOVE DR-T-FCT(DR-TX)          TO LC-FCT.
           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
               MOVE ZC-TRANID            TO LC-FCT(1:4).

           MOVE DR-T-KEYLEN(DR-TX)       TO KEY-LENGTH.
           MOVE KEY-LENGTH               TO CMP-LENGTH.
           IF  DR-T-CODE(DR-TX) EQUAL 'SC'
               MOVE SC-MATCH-LENGTH      TO CMP-LENGTH.

           MOVE 'N'                      TO LC-BROWSE.
           MOVE 'N'                      TO LC-EOF.
           MOVE LOW-VALUES               TO LC-KEY.
           IF  DR-T-SCOPED(DR-TX) EQUAL 'Y'
               MOVE DR-SCOPE             TO LC-KEY(1:4).

           EXEC CICS STARTBR FILE(LC-FCT)
                RIDFLD(LC-KEY)
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO LC-BROWSE
               PERFORM 2300-LOCAL-NEXT   THRU 2300-EXIT
           ELSE
               MOVE 'Y'                  TO LC-EOF.

           MOVE LOW-VALUES               TO RM-FROM.
           MOVE ZEROES                   TO DR-ROW-COUNT
                                            RM-IX.
           MOVE 'Y'                      TO DR-MORE.
           MOVE 'N'                      TO RM-EOF.
           PERFORM 2400-REMOTE-NEXT      THRU 2400-EXIT.

           IF  PARTNER-FAILED NOT EQUAL 'Y'
               PERFORM 2500-MERGE-STEP   THRU 2500-EXIT
                   UNTIL (LC-EOF EQUAL 'Y'
                   AND    RM-EOF EQUAL 'Y')
                   OR    PARTNER-FAILED EQUAL 'Y'.

           IF  LC-BROWSE EQUAL 'Y'
               EXEC CICS ENDBR FILE(LC-FCT) NOHANDLE
               END-EXEC.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Advance the local side to its next row that is compared.      *
      *****************************************************************
       2300-LOCAL-NEXT.
           MOVE 'N'                      TO LC-READY.

           PERFORM 2310-LOCAL-READ       THRU 2310-EXIT
               WITH TEST AFTER
               UNTIL LC-READY EQUAL 'Y'
               OR    LC-EOF   EQUAL 'Y'.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Read the next local row, passing over the rows each region    *
      * keeps for itself, and lay it over the table's empty image.    *
      *****************************************************************
       2310-LOCAL-READ.
           MOVE ROW-MAX-LENGTH           TO LC-LENGTH.
           MOVE SPACES                   TO LC-AREA.

           EXEC CICS READNEXT FILE(LC-FCT)
                INTO(LC-AREA)
                RIDFLD(LC-KEY)
                LENGTH(LC-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND READ-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                  TO LC-EOF
               GO TO 2310-EXIT.

           IF  DR-T-SCOPED(DR-TX) EQUAL 'Y'
           AND LC-KEY(1:4) NOT EQUAL DR-SCOPE
               MOVE 'Y'                  TO LC-EOF
               GO TO 2310-EXIT.

           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
           AND (LC-KEY(1:7) EQUAL DR-TOKEN-ROW
           OR   LC-KEY(1:7) EQUAL DR-MAINT-ROW
           OR   LC-KEY(1:8) EQUAL DR-DCHLTH-ROW)
               GO TO 2310-EXIT.

           IF  DR-T-CODE(DR-TX) EQUAL 'CF'
           AND LC-KEY(5:8) EQUAL DR-DCNAME-ROW
               GO TO 2310-EXIT.

           IF  LC-LENGTH GREATER THAN ROW-MAX-LENGTH
           OR  LC-LENGTH LESS THAN ONE
               MOVE ROW-MAX-LENGTH       TO LC-LENGTH.

           PERFORM 2320-EMPTY-LOCAL      THRU 2320-EXIT.
           MOVE LC-AREA(1:LC-LENGTH)     TO LC-ROW(1:LC-LENGTH).
           MOVE 'Y'                      TO LC-READY.

       2310-EXIT.
           EXIT.

      *****************************************************************
      * Empty image for the local row.                                *
      *****************************************************************
       2320-EMPTY-LOCAL.
           MOVE SPACES                   TO LC-ROW.
           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
               MOVE ZS-RECORD            TO LC-ROW.

       2320-EXIT.
           EXIT.

      *****************************************************************
      * Advance the partner side to its next row, asking for the next *
      * batch when the last one is used up and was cut off.           *
      *****************************************************************
       2400-REMOTE-NEXT.
           IF  RM-IX NOT LESS THAN DR-ROW-COUNT
               IF  DR-MORE NOT EQUAL 'Y'
                   MOVE 'Y'              TO RM-EOF
                   GO TO 2400-EXIT
               END-IF
               PERFORM 2450-FETCH-BATCH  THRU 2450-EXIT
               IF  PARTNER-FAILED EQUAL 'Y'
                   GO TO 2400-EXIT
               END-IF
               IF  DR-ROW-COUNT NOT GREATER THAN ZEROES
                   MOVE 'Y'              TO RM-EOF
                   GO TO 2400-EXIT
               END-IF
               MOVE ZEROES               TO RM-IX
           END-IF.

           ADD  ONE                      TO RM-IX.

           MOVE DR-ROW-LENGTH(RM-IX)     TO RM-LENGTH.
           IF  RM-LENGTH GREATER THAN ROW-MAX-LENGTH
           OR  RM-LENGTH LESS THAN ONE
               MOVE ROW-MAX-LENGTH       TO RM-LENGTH.

           MOVE SPACES                   TO RM-ROW.
           IF  DR-T-CODE(DR-TX) EQUAL 'SD'
               MOVE ZS-RECORD            TO RM-ROW.

           MOVE DR-ROW-DATA(RM-IX)(1:RM-LENGTH)
                                         TO RM-ROW(1:RM-LENGTH).

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Converse for the next batch of the partner's rows, from just  *
      * past the last key of the batch before.                        *
      *****************************************************************
       2450-FETCH-BATCH.
           IF  DR-ROW-COUNT GREATER THAN ZEROES
               MOVE LOW-VALUES           TO RM-FROM
               MOVE DR-ROW-DATA(DR-ROW-COUNT)(1:KEY-LENGTH)
                                         TO RM-FROM(1:KEY-LENGTH).

           MOVE DR-T-CODE(DR-TX)         TO DR-REQ-TABLE.
           MOVE DR-SCOPE                 TO DR-REQ-SCOPE.
           MOVE RM-FROM                  TO DR-REQ-FROM.
           MOVE LENGTH OF DR-REQUEST     TO DR-REQUEST-LENGTH.
           MOVE LENGTH OF DR-REPLY       TO DR-REPLY-LENGTH.
           MOVE ZEROES                   TO DR-ROW-COUNT.
           MOVE 'N'                      TO DR-MORE.

           MOVE DFHVALUE(POST)           TO WEB-METHOD.
           MOVE DFHVALUE(NOCLICONVERT)   TO CLIENT-CONVERT.
           MOVE ZEROES                   TO WEB-STATUS-CODE.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (DC-PARTNER-SESSTOKEN(DC-PARTNER-INDEX))
                PATH      (ADMIN-PATH)
                PATHLENGTH(ADMIN-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (APPLICATION-OCTET)
                FROM      (DR-REQUEST)
                FROMLENGTH(DR-REQUEST-LENGTH)
                INTO      (DR-REPLY)
                TOLENGTH  (DR-REPLY-LENGTH)
                MAXLENGTH (DR-REPLY-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
           OR  DR-REPLY-LENGTH LESS THAN 4
           OR  DR-ROW-COUNT LESS THAN ZEROES
           OR  DR-ROW-COUNT GREATER THAN DR-ROW-MAX
               MOVE 'Y'                  TO PARTNER-FAILED
               MOVE ZEROES               TO DR-ROW-COUNT.

       2450-EXIT.
           EXIT.

      *****************************************************************
      * One step of the walk: the lower key is a row the other side   *
      * is missing; equal keys are compared field by field.           *
      *****************************************************************
       2500-MERGE-STEP.
           IF  LC-EOF EQUAL 'Y'
               MOVE 'MISSING-LOCAL'      TO RPT-KIND
               MOVE RM-ROW(1:KEY-LENGTH) TO RPT-KEY
               ADD  ONE                  TO DF-MISSING-LOCAL
               PERFORM 2700-LIST-ROW     THRU 2700-EXIT
               PERFORM 2400-REMOTE-NEXT  THRU 2400-EXIT
               GO TO 2500-EXIT.

           IF  RM-EOF EQUAL 'Y'
           OR  LC-ROW(1:CMP-LENGTH) LESS THAN RM-ROW(1:CMP-LENGTH)
               MOVE 'MISSING-PARTNER'    TO RPT-KIND
               MOVE LC-ROW(1:KEY-LENGTH) TO RPT-KEY
               ADD  ONE                  TO DF-MISSING-PARTNER
               PERFORM 2700-LIST-ROW     THRU 2700-EXIT
               PERFORM 2300-LOCAL-NEXT   THRU 2300-EXIT
               GO TO 2500-EXIT.

           IF  LC-ROW(1:CMP-LENGTH) GREATER THAN RM-ROW(1:CMP-LENGTH)
               MOVE 'MISSING-LOCAL'      TO RPT-KIND
               MOVE RM-ROW(1:KEY-LENGTH) TO RPT-KEY
               ADD  ONE                  TO DF-MISSING-LOCAL
               PERFORM 2700-LIST-ROW     THRU 2700-EXIT
               PERFORM 2400-REMOTE-NEXT  THRU 2400-EXIT
               GO TO 2500-EXIT.

           PERFORM 2600-COMPARE-FIELDS   THRU 2600-EXIT.
           PERFORM 2300-LOCAL-NEXT       THRU 2300-EXIT.
           PERFORM 2400-REMOTE-NEXT      THRU 2400-EXIT.

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Compare the table's mapped fields and name those that differ. *
      *****************************************************************
       2600-COMPARE-FIELDS.
           MOVE 'N'                      TO ROW-DIFFERS.
           MOVE SPACES                   TO DIFF-FIELDS.
           MOVE ONE                      TO DIFF-POINTER.

           PERFORM 2650-COMPARE-ONE      THRU 2650-EXIT
               VARYING FM-IX FROM 1 BY 1
               UNTIL FM-IX GREATER THAN FIELD-MAX.

           IF  ROW-DIFFERS EQUAL 'Y'
               MOVE 'DIFFER'             TO RPT-KIND
               MOVE LC-ROW(1:KEY-LENGTH) TO RPT-KEY
               ADD  ONE                  TO DF-DIFFER-COUNT
               PERFORM 2700-LIST-ROW     THRU 2700-EXIT.

       2600-EXIT.
           EXIT.

       2650-COMPARE-ONE.
           IF  FM-CODE(FM-IX) NOT EQUAL DR-T-CODE(DR-TX)
               GO TO 2650-EXIT.

           IF  LC-ROW(FM-OFFSET(FM-IX):FM-LENGTH(FM-IX)) EQUAL
               RM-ROW(FM-OFFSET(FM-IX):FM-LENGTH(FM-IX))
               GO TO 2650-EXIT.

           MOVE 'Y'                      TO ROW-DIFFERS.
           STRING FM-NAME(FM-IX)           DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  INTO DIFF-FIELDS
                  WITH POINTER DIFF-POINTER
           END-STRING.

       2650-EXIT.
           EXIT.

      *****************************************************************
      * While the listing limit allows, write the row's detail line   *
      * (and for a row that differs, the fields that differ).         *
      *****************************************************************
       2700-LIST-ROW.
           IF  LISTED-COUNT NOT LESS THAN DF-LIST-MAX
               ADD  ONE                  TO DROPPED-COUNT
               GO TO 2700-EXIT.

           ADD  ONE                      TO LISTED-COUNT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRIFT P'                DELIMITED BY SIZE
                  RPT-PARTNER-D            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DR-T-CODE(DR-TX)         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RPT-KIND                 DELIMITED BY SPACE
                  ' KEY='                  DELIMITED BY SIZE
                  RPT-KEY                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  RPT-KIND EQUAL 'DIFFER'
               MOVE SPACES               TO TD-MESSAGE
               STRING 'DRIFT P'            DELIMITED BY SIZE
                      RPT-PARTNER-D        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      DR-T-CODE(DR-TX)     DELIMITED BY SIZE
                      ' FIELDS='           DELIMITED BY SIZE
                      DIFF-FIELDS          DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       2700-EXIT.
           EXIT.

      *****************************************************************
      * Write the summary lines, and the count of rows past the       *
      * listing limit.  Any drift fires the webhook.                  *
      *****************************************************************
       4000-WRITE-REPORT.
           IF  DROPPED-COUNT GREATER THAN ZEROES
               MOVE DROPPED-COUNT        TO RPT-DROPPED-D
               MOVE SPACES               TO TD-MESSAGE
               STRING 'DRIFT NOT LISTED='
                                          RPT-DROPPED-D
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           ADD  DF-MISSING-LOCAL
                DF-MISSING-PARTNER
                DF-DIFFER-COUNT      GIVING DF-DRIFT-COUNT.

           MOVE DF-PARTNER-COUNT         TO RPT-PARTNERS-D.
           MOVE DF-UNREACHED             TO RPT-UNREACHED-D.
           MOVE DF-MISSING-LOCAL         TO RPT-MISSING-LOCAL-D.
           MOVE DF-MISSING-PARTNER       TO RPT-MISSING-PARTNER-D.
           MOVE DF-DIFFER-COUNT          TO RPT-DIFFER-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRIFT CACHE='           ZC-TRANID
                  ' PARTNERS='             RPT-PARTNERS-D
                  ' UNREACHED='            RPT-UNREACHED-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'DRIFT CACHE='           ZC-TRANID
                  ' MISSING-LOCAL='        RPT-MISSING-LOCAL-D
                  ' MISSING-PARTNER='      RPT-MISSING-PARTNER-D
                  ' DIFFER='               RPT-DIFFER-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           IF  DF-DRIFT-COUNT GREATER THAN ZEROES
               PERFORM 4100-ALERT        THRU 4100-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Drift found -- fire the webhook.                              *
      *****************************************************************
       4100-ALERT.
           PERFORM 7500-GET-WEBHOOK      THRU 7500-EXIT.

           IF  WH-IS-ENABLED
               MOVE DF-MISSING-LOCAL     TO WH-MISSING-LOCAL-D
               MOVE DF-MISSING-PARTNER   TO WH-MISSING-PARTNER-D
               MOVE DF-DIFFER-COUNT      TO WH-DIFFER-D
               MOVE ONE                  TO WH-MESSAGE-POINTER
               STRING '{"event":"drift","cache":"'
                                         DELIMITED BY SIZE
                      ZC-TRANID           DELIMITED BY SIZE
                      '","missingLocal":' DELIMITED BY SIZE
                      WH-MISSING-LOCAL-D  DELIMITED BY SIZE
                      ',"missingPartner":'
                                         DELIMITED BY SIZE
                      WH-MISSING-PARTNER-D
                                         DELIMITED BY SIZE
                      ',"differ":'        DELIMITED BY SIZE
                      WH-DIFFER-D         DELIMITED BY SIZE
                      '}'                 DELIMITED BY SIZE
                      INTO WH-MESSAGE
                   WITH POINTER WH-MESSAGE-POINTER
               END-STRING
               COMPUTE WH-MESSAGE-LENGTH = WH-MESSAGE-POINTER - 1

               PERFORM 7800-WEBHOOK-OPEN     THRU 7800-EXIT
               PERFORM 7900-WEBHOOK-CONVERSE THRU 7900-EXIT
               PERFORM 7950-WEBHOOK-CLOSE    THRU 7950-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Get the partner Data Center list from the ZC##DC document.    *
      *****************************************************************
       7000-GET-URL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZECS-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES               TO DC-PARTNER-COUNT.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               DC-LENGTH GREATER THAN TEN
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH
               PERFORM 7050-SPLIT-PARTNERS     THRU 7050-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR
               DC-LENGTH LESS THAN TEN            OR
               DC-LENGTH EQUAL            TEN     OR
               DC-PARTNER-COUNT EQUAL ZEROES
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Split THE-OTHER-DC into one entry per partner Data Center,    *
      * one URL per line (CRLF delimited), up to DC-PARTNER-MAX       *
      * partners.                                                     *
      *****************************************************************
       7050-SPLIT-PARTNERS.
           MOVE ONE                  TO DC-SCAN-POINTER.

           PERFORM 7060-SPLIT-NEXT   THRU 7060-EXIT
               WITH TEST AFTER
               UNTIL DC-SCAN-POINTER NOT LESS THAN THE-OTHER-DC-LENGTH
               OR    DC-PARTNER-COUNT EQUAL DC-PARTNER-MAX.

       7050-EXIT.
           EXIT.

       7060-SPLIT-NEXT.
           ADD  ONE                  TO DC-PARTNER-COUNT.
           MOVE SPACES
                  TO DC-PARTNER-URL(DC-PARTNER-COUNT).

           UNSTRING THE-OTHER-DC(1:THE-OTHER-DC-LENGTH)
                DELIMITED BY CRLF
                INTO DC-PARTNER-URL(DC-PARTNER-COUNT)
                WITH POINTER DC-SCAN-POINTER
           END-UNSTRING.

           IF  DC-PARTNER-URL(DC-PARTNER-COUNT) EQUAL SPACES
               SUBTRACT ONE           FROM DC-PARTNER-COUNT
           ELSE
               MOVE ZEROES
                      TO DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
               INSPECT DC-PARTNER-URL(DC-PARTNER-COUNT)
                       TALLYING DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE

               EXEC CICS WEB PARSE
                    URL       (DC-PARTNER-URL(DC-PARTNER-COUNT))
                    URLLENGTH (DC-PARTNER-URL-LENGTH(DC-PARTNER-COUNT))
                    SCHEMENAME(DC-PARTNER-SCHEME-NAME
                                      (DC-PARTNER-COUNT))
                    HOST      (DC-PARTNER-HOST(DC-PARTNER-COUNT))
                    HOSTLENGTH(DC-PARTNER-HOST-LENGTH
                                      (DC-PARTNER-COUNT))
                    PORTNUMBER(DC-PARTNER-PORT(DC-PARTNER-COUNT))
                    NOHANDLE
               END-EXEC.

       7060-EXIT.
           EXIT.

      *****************************************************************
      * Get the webhook notification URL, the same ZC##WH document    *
      * the canary's alerts use.                                      *
      *****************************************************************
       7500-GET-WEBHOOK.
           MOVE LENGTH OF WH-URL     TO WH-URL-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(WH-TOKEN)
                TEMPLATE(ZECS-WH)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                  TO WH-ENABLED.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(WH-TOKEN)
                    INTO     (WH-URL)
                    LENGTH   (WH-URL-LENGTH)
                    MAXLENGTH(WH-URL-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               WH-URL-LENGTH GREATER THAN TWO
               SUBTRACT TWO           FROM WH-URL-LENGTH
               MOVE 'Y'               TO WH-ENABLED

               EXEC CICS WEB PARSE
                    URL       (WH-URL)
                    URLLENGTH (WH-URL-LENGTH)
                    SCHEMENAME(WH-SCHEME-NAME)
                    HOST      (WH-HOST)
                    HOSTLENGTH(WH-HOST-LENGTH)
                    PORTNUMBER(WH-PORT)
                    NOHANDLE
               END-EXEC.

       7500-EXIT.
           EXIT.

      *****************************************************************
      * Open WEB connection with the webhook listener.                *
      *****************************************************************
       7800-WEBHOOK-OPEN.
           IF  WH-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(WH-HOST)
                HOSTLENGTH(WH-HOST-LENGTH)
                PORTNUMBER(WH-PORT)
                SCHEME(URL-SCHEME)
                SESSTOKEN(WH-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       7800-EXIT.
           EXIT.

      *****************************************************************
      * Converse with the webhook listener.  POST only -- a           *
      * notification has no response body worth keeping.              *
      *****************************************************************
       7900-WEBHOOK-CONVERSE.
           MOVE DFHVALUE(POST)       TO WEB-METHOD.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (WH-SESSTOKEN)
                PATH      (WH-PATH)
                PATHLENGTH(WH-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (APPLICATION-JSON)
                FROM      (WH-MESSAGE)
                FROMLENGTH(WH-MESSAGE-LENGTH)
                INTO      (WH-RESPONSE)
                TOLENGTH  (WH-RESPONSE-LENGTH)
                MAXLENGTH (WH-RESPONSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                NOOUTCONVERT
                NOHANDLE
           END-EXEC.

       7900-EXIT.
           EXIT.

      *****************************************************************
      * Close WEB connection with the webhook listener.               *
      *****************************************************************
       7950-WEBHOOK-CLOSE.

           EXEC CICS WEB CLOSE
                SESSTOKEN(WH-SESSTOKEN)
                NOHANDLE
           END-EXEC.

       7950-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.

           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(DF-INTERVAL)
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
      * its totals.                                                   *
      *****************************************************************
       9900-STAMP-CONTROL.
           MOVE EIBTASKN                 TO DF-TASKID.
           MOVE ZC-TRANID                TO DF-CACHE.
           MOVE APPLID                   TO DF-APPLID.
           MOVE CURRENT-ABS              TO DF-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(DF-TIME)
                YYYYMMDD(DF-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                 TO DF-KEY.
           MOVE LENGTH OF DF-RECORD-SAVE TO DF-LENGTH.

           EXEC CICS READ
                FILE   (DF-FCT)
                RIDFLD (DF-KEY)
                INTO   (DF-RECORD-SAVE)
                LENGTH (DF-LENGTH)
                RESP   (DF-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  DF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF DF-RECORD  TO DF-LENGTH
               EXEC CICS REWRITE
                    FILE  (DF-FCT)
                    FROM  (DF-RECORD)
                    LENGTH(DF-LENGTH)
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
