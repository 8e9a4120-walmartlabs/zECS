      * deciphered and decompressed on the way out so the extract is  *
      * plain data.  Only single-segment values of up to 3,000 bytes  *
      * fit the LD-VALUE field; anything larger is counted skipped,   *
      * as are remembered misses and tombstoned keys.  A key whose    *
      * ZCCLASS data class forbids unloading never leaves the cache;  *
      * those are counted separately as withheld.                     *
      *                                                               *
      * Like ZECS007 this is a one-shot action: an operator sets the  *
      * scope on the control record and starts it once; it drains     *
           02  UL-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UL-TASKID          PIC  9(06).
           02  UL-CLASS-COUNT     PIC S9(07) COMP-3 VALUE ZEROES.
           02  FILLER             PIC  X(06).

       01  UL-CONTROL-SAVE        PIC  X(160).

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Data classification registry.  The cache's ZCCLASS prefix     *
      * rows are loaded once per batch with the unload rule of the    *
      * class each one names; a key takes the rule of its longest     *
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
       01  CL-WITHHELD            PIC  X(01) VALUE 'N'.

       01  CT-MAX                 PIC S9(04) COMP VALUE 50.
       01  CT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  CT-TABLE.
           02  CT-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  CT-ENTRY OCCURS 50 TIMES.
               05  CT-PREFIX      PIC  X(40).
               05  CT-PREFIX-LEN  PIC S9(04) COMP.
               05  CT-CLASS       PIC  X(08).
               05  CT-UNLOAD      PIC  X(01).

       COPY ZECSCLC.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************

       01  RPT-OUT-COUNT-D        PIC  Z(06)9.
       01  RPT-SKIP-COUNT-D       PIC  Z(06)9.
       01  RPT-CLASS-COUNT-D      PIC  Z(06)9.

      *****************************************************************
      * zECS FILE record definition.                                  *
           ELSE
               PERFORM 1350-REFRESH-CONTROL THRU 1350-EXIT.

           PERFORM 1500-LOAD-CLASSES THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

           ELSE
               MOVE ZEROES               TO UL-OUT-COUNT
                                            UL-SKIP-COUNT
                                            UL-CLASS-COUNT
               EXEC CICS REWRITE
                    FILE  (UL-FCT)
                    FROM  (UL-CONTROL)
       1350-EXIT.
           EXIT.

      *****************************************************************
      * Load the cache's ZCCLASS prefix rows, then look up the class  *
      * row each one names for its unload rule.                       *
      *****************************************************************
       1500-LOAD-CLASSES.
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
               GO TO 1500-EXIT.

           MOVE 'N'                      TO CL-BROWSE-DONE.

           PERFORM 1510-LOAD-NEXT      THRU 1510-EXIT
               WITH TEST AFTER
               UNTIL CL-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(CL-FCT) NOHANDLE
           END-EXEC.

           IF  CT-COUNT GREATER THAN ZEROES
               PERFORM 1520-LOAD-RULE  THRU 1520-EXIT
                   WITH TEST AFTER
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX NOT LESS THAN CT-COUNT.

       1500-EXIT.
           EXIT.

       1510-LOAD-NEXT.
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
               GO TO 1510-EXIT.

           ADD  ONE                      TO CT-COUNT.
           MOVE CL-KEY-PREFIX            TO CT-PREFIX(CT-COUNT).
           MOVE CL-CLASS                 TO CT-CLASS(CT-COUNT).
           MOVE SPACES                   TO CT-UNLOAD(CT-COUNT).
           MOVE ZEROES                   TO CT-PREFIX-LEN(CT-COUNT).
           INSPECT CL-KEY-PREFIX TALLYING CT-PREFIX-LEN(CT-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE.

       1510-EXIT.
           EXIT.

       1520-LOAD-RULE.
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

           IF  CL-RESP EQUAL DFHRESP(NORMAL)
               MOVE CL-UNLOAD            TO CT-UNLOAD(CT-INDEX).

       1520-EXIT.
           EXIT.

      *****************************************************************
      * Browse ZCxxKEY sequentially from the resume key (or the       *
      * configured prefix), in batches of FIVE-HUNDRED, extracting    *
      * Stage one key's value and write the extract record.  A        *
      * remembered miss, a tombstoned key, a multi-segment chain, a   *
      * value over the 3,000 byte LD-VALUE field, or a tenant other   *
      * than the configured one counts as skipped; a key whose data   *
      * class forbids unloading is withheld.                          *
      *****************************************************************
       2020-UNLOAD-ONE.
           MOVE 'N'                      TO UNLOAD-SKIPPED.

           PERFORM 2030-CHECK-CLASS      THRU 2030-EXIT.

           IF  CL-WITHHELD EQUAL 'Y'
               ADD  ONE                  TO UL-CLASS-COUNT
               GO TO 2020-EXIT.

           IF  ZK-ZF-KEY EQUAL NEG-MARKER
           OR (ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES)
       2020-EXIT.
           EXIT.

      *****************************************************************
      * Find the key's longest matching class prefix; its class's     *
      * unload rule decides whether the key is withheld.              *
      *****************************************************************
       2030-CHECK-CLASS.
           MOVE 'N'                      TO CL-WITHHELD.
           MOVE ZEROES                   TO CL-BEST-LEN.

           IF  CT-COUNT GREATER THAN ZEROES
               PERFORM 2040-CLASS-MATCH THRU 2040-EXIT
                   WITH TEST AFTER
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX NOT LESS THAN CT-COUNT.

       2030-EXIT.
           EXIT.

       2040-CLASS-MATCH.
           MOVE CT-PREFIX-LEN(CT-INDEX)  TO CL-MATCH-LEN.

           IF  CL-MATCH-LEN GREATER THAN CL-BEST-LEN
           AND ZK-KEY(1:CL-MATCH-LEN)
                   EQUAL CT-PREFIX(CT-INDEX)(1:CL-MATCH-LEN)
               MOVE CL-MATCH-LEN         TO CL-BEST-LEN
               MOVE 'N'                  TO CL-WITHHELD
               IF  CT-UNLOAD(CT-INDEX) EQUAL 'N'
                   MOVE 'Y'              TO CL-WITHHELD
               END-IF
           END-IF.

       2040-EXIT.
           EXIT.

      *****************************************************************
      * Decompress ZF-DATA(1:DECOMPRESS-SRC-LENGTH) into the staging  *
      * buffer -- the same run-length scheme the service applies.     *
       9900-WRITE-REPORT.
           MOVE UL-OUT-COUNT             TO RPT-OUT-COUNT-D.
           MOVE UL-SKIP-COUNT            TO RPT-SKIP-COUNT-D.
           MOVE UL-CLASS-COUNT           TO RPT-CLASS-COUNT-D.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'UNLOAD EXTRACTED='     RPT-OUT-COUNT-D
                  ' SKIPPED='              RPT-SKIP-COUNT-D
                  ' WITHHELD='             RPT-CLASS-COUNT-D
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
