      * such as the bulk loader) report under the reserved name      *
      * *NONE*.                                                       *
      *                                                               *
      * Each tenant's keys are also counted by the character set the  *
      * current generation is stored in (ZK-CHARSET, or the retained  *
      * generation's ZK-VER-CHARSET for a prior version's chain), so  *
      * the report shows how much of a tenant's data is EBCDIC, UTF-8 *
      * or ISO-8859-1, how much predates tagging, and how much is a   *
      * binary media type that is never converted.                    *
      *                                                               *
      * There will be a task started by zECSPLT for each ZCxx         *
      * URIMAP entry.                                                 *
      *                                                               *
       01  CG-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CG-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * zECS CHARGEBACK record.                                       *
      *****************************************************************
       COPY ZECSCGC.

      *****************************************************************
      * zcCHARGE control file resources - end                         *

       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZK-RESP                PIC S9(08) COMP VALUE ZEROES.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.
               05  TEN-SEG-COUNT      PIC S9(07) COMP-3.
               05  TEN-RAW-BYTES      PIC S9(15) COMP-3.
               05  TEN-STORED-BYTES   PIC S9(15) COMP-3.
               05  TEN-EBCDIC-COUNT   PIC S9(07) COMP-3.
               05  TEN-UTF8-COUNT     PIC S9(07) COMP-3.
               05  TEN-LATIN1-COUNT   PIC S9(07) COMP-3.
               05  TEN-NOTAG-COUNT    PIC S9(07) COMP-3.
               05  TEN-BINARY-COUNT   PIC S9(07) COMP-3.

       01  WORK-BUSBU             PIC  X(25) VALUE SPACES.
       01  WORK-CHARSET           PIC  X(01) VALUE SPACES.
       01  VER-INDEX              PIC S9(04) COMP VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RPT-SEG-COUNT-D        PIC  Z(06)9.
       01  RPT-RAW-BYTES-D        PIC  Z(14)9.
       01  RPT-STORED-BYTES-D     PIC  Z(14)9.
       01  RPT-EBCDIC-D           PIC  Z(06)9.
       01  RPT-UTF8-D             PIC  Z(06)9.
       01  RPT-LATIN1-D           PIC  Z(06)9.
       01  RPT-UNTAGGED-D         PIC  Z(06)9.
       01  RPT-BINARY-D           PIC  Z(06)9.

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

      *****************************************************************
      * zECS KEY record definition.                                   *
      *****************************************************************
       COPY ZECSZKC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

           END-EXEC.

           MOVE ZC-TRANID         TO ZF-TRANID
                                     ZK-TRANID
                                     ZS-TRANID
                                     ZC-COLD-TRANID.

           MOVE ZEROES                   TO CG-KEY-COUNT
                                            CG-SEG-COUNT
                                            CG-RAW-BYTES
                                            CG-STORED-BYTES
                                            CG-EBCDIC-COUNT
                                            CG-UTF8-COUNT
                                            CG-LATIN1-COUNT
                                            CG-UNTAGGED-COUNT
                                            CG-BINARY-COUNT.

           EXEC CICS WRITE
                FILE   (CG-FCT)
      *****************************************************************
      * Attribute one *FILE segment to its tenant.  Every segment     *
      * adds its stored length and its raw length; the first segment  *
      * of a chain also counts the key and its character set.  End of *
      * file closes out the cycle and writes the chargeback report.   *
      *****************************************************************
       2010-COUNT-NEXT-FILE.
           EXEC CICS READNEXT FILE(ZF-FCT)
                                            TEN-SEG-COUNT(TEN-INDEX)
                                            TEN-RAW-BYTES(TEN-INDEX)
                                            TEN-STORED-BYTES(TEN-INDEX)
                                            TEN-EBCDIC-COUNT(TEN-INDEX)
                                            TEN-UTF8-COUNT(TEN-INDEX)
                                            TEN-LATIN1-COUNT(TEN-INDEX)
                                            TEN-NOTAG-COUNT(TEN-INDEX)
                                            TEN-BINARY-COUNT(TEN-INDEX)
           END-IF.

           ADD  ONE                      TO TEN-SEG-COUNT(TEN-INDEX).
           ADD  ZF-RAW-LENGTH            TO TEN-RAW-BYTES(TEN-INDEX).

           IF  ZF-SEGMENT EQUAL ONE
               ADD  ONE                  TO TEN-KEY-COUNT(TEN-INDEX)
               PERFORM 2040-CENSUS       THRU 2040-EXIT.

       2020-EXIT.
           EXIT.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * Count one chain under the character set it is stored in.  A   *
      * binary media type is never converted, so it is counted as     *
      * binary whatever its tag; anything else takes the tag from     *
      * the owning key -- the current generation's ZK-CHARSET, or     *
      * the matching retained generation's ZK-VER-CHARSET.  A chain   *
      * written before tagging, or one whose key is gone, is counted  *
      * as untagged.                                                  *
      *****************************************************************
       2040-CENSUS.
           IF  ZF-MEDIA        NOT EQUAL SPACES
           AND ZF-MEDIA(1:04)  NOT EQUAL 'text'
           AND ZF-MEDIA(1:15)  NOT EQUAL 'application/xml'
           AND ZF-MEDIA(1:16)  NOT EQUAL 'application/json'
               ADD  ONE                  TO TEN-BINARY-COUNT(TEN-INDEX)
               GO TO 2040-EXIT.

           MOVE SPACES                   TO WORK-CHARSET.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(ZF-ZK-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (ZK-RESP)
                NOHANDLE
           END-EXEC.

           IF  ZK-RESP EQUAL DFHRESP(NORMAL)
               IF  ZK-ZF-KEY EQUAL ZF-KEY
                   MOVE ZK-CHARSET       TO WORK-CHARSET
               ELSE
                   IF  ZK-VER-COUNT GREATER THAN ZEROES
                       PERFORM 2045-FIND-VERSION THRU 2045-EXIT
                           WITH TEST AFTER
                           VARYING VER-INDEX FROM 1 BY 1
                           UNTIL VER-INDEX NOT LESS THAN ZK-VER-COUNT
                           OR    VER-INDEX NOT LESS THAN 8
                   END-IF
               END-IF
           END-IF.

           EVALUATE WORK-CHARSET
              WHEN 'E'
                 ADD  ONE                TO TEN-EBCDIC-COUNT(TEN-INDEX)
              WHEN 'U'
                 ADD  ONE                TO TEN-UTF8-COUNT(TEN-INDEX)
              WHEN 'L'
                 ADD  ONE                TO TEN-LATIN1-COUNT(TEN-INDEX)
              WHEN OTHER
                 ADD  ONE                TO TEN-NOTAG-COUNT(TEN-INDEX)
           END-EVALUATE.

       2040-EXIT.
           EXIT.

       2045-FIND-VERSION.
           IF  ZK-VER-KEY(VER-INDEX) EQUAL ZF-KEY
               MOVE ZK-VER-CHARSET(VER-INDEX) TO WORK-CHARSET.

       2045-EXIT.
           EXIT.

      *****************************************************************
      * Cold phase: the tiering task moves large cold chains to the   *
      * ZCxxCOLD secondary file -- they still belong to their tenant  *
               MOVE TEN-SEG-COUNT(TEN-INDEX)    TO CG-SEG-COUNT
               MOVE TEN-RAW-BYTES(TEN-INDEX)    TO CG-RAW-BYTES
               MOVE TEN-STORED-BYTES(TEN-INDEX) TO CG-STORED-BYTES
               MOVE TEN-EBCDIC-COUNT(TEN-INDEX) TO CG-EBCDIC-COUNT
               MOVE TEN-UTF8-COUNT(TEN-INDEX)   TO CG-UTF8-COUNT
               MOVE TEN-LATIN1-COUNT(TEN-INDEX) TO CG-LATIN1-COUNT
               MOVE TEN-NOTAG-COUNT(TEN-INDEX)  TO CG-UNTAGGED-COUNT
               MOVE TEN-BINARY-COUNT(TEN-INDEX) TO CG-BINARY-COUNT
               EXEC CICS WRITE
                    FILE   (CG-FCT)
                    RIDFLD (CG-KEY)
               ADD  TEN-SEG-COUNT(TEN-INDEX)    TO CG-SEG-COUNT
               ADD  TEN-RAW-BYTES(TEN-INDEX)    TO CG-RAW-BYTES
               ADD  TEN-STORED-BYTES(TEN-INDEX) TO CG-STORED-BYTES
               ADD  TEN-EBCDIC-COUNT(TEN-INDEX) TO CG-EBCDIC-COUNT
               ADD  TEN-UTF8-COUNT(TEN-INDEX)   TO CG-UTF8-COUNT
               ADD  TEN-LATIN1-COUNT(TEN-INDEX) TO CG-LATIN1-COUNT
               ADD  TEN-NOTAG-COUNT(TEN-INDEX)  TO CG-UNTAGGED-COUNT
               ADD  TEN-BINARY-COUNT(TEN-INDEX) TO CG-BINARY-COUNT
               EXEC CICS REWRITE
                    FILE  (CG-FCT)
                    FROM  (CG-RECORD)
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT

               MOVE CG-EBCDIC-COUNT      TO RPT-EBCDIC-D
               MOVE CG-UTF8-COUNT        TO RPT-UTF8-D
               MOVE CG-LATIN1-COUNT      TO RPT-LATIN1-D
               MOVE CG-UNTAGGED-COUNT    TO RPT-UNTAGGED-D
               MOVE CG-BINARY-COUNT      TO RPT-BINARY-D

               MOVE SPACES               TO TD-MESSAGE
               STRING 'CHARSET BU='             DELIMITED BY SIZE
                      CG-KEY-BUSBU               DELIMITED BY SPACE
                      ' EBCDIC='                 DELIMITED BY SIZE
                      RPT-EBCDIC-D               DELIMITED BY SIZE
                      ' UTF8='                   DELIMITED BY SIZE
                      RPT-UTF8-D                 DELIMITED BY SIZE
                      ' LATIN1='                 DELIMITED BY SIZE
                      RPT-LATIN1-D               DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT

               MOVE SPACES               TO TD-MESSAGE
               STRING 'CHARSET BU='             DELIMITED BY SIZE
                      CG-KEY-BUSBU               DELIMITED BY SPACE
                      ' UNTAGGED='               DELIMITED BY SIZE
                      RPT-UNTAGGED-D             DELIMITED BY SIZE
                      ' BINARY='                 DELIMITED BY SIZE
                      RPT-BINARY-D               DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT

               IF  CG-KEY-BUSBU NOT EQUAL CG-NONE-BUSBU
                   PERFORM 9907-TRUE-UP-USAGE THRU 9907-EXIT
               END-IF.
           MOVE SPACES                   TO ZS-WINDOW-END.
           MOVE SPACES                   TO ZS-WINDOW-DAYS.
           MOVE ZEROES                   TO ZS-EXPIRE-DATE.
           MOVE ZEROES                   TO ZS-LAST-USED-ABS.
           MOVE SPACES                   TO ZS-LAST-USED-METHOD
                                            ZS-LAST-USED-ADDR.
           MOVE SPACES                   TO ZS-ALLOW-LIST.
           MOVE ZEROES                   TO ZS-MAX-KEYS
                                            ZS-MAX-BYTES
                                            ZS-USED-KEYS
