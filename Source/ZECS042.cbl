       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS042.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to archive an entry that is about to   *
      * leave the cache for good -- by TTL expiration (the ZECS000    *
      * sweep, a GET in ZECS001 that finds the key expired, or the    *
      * ZECS018 cold-tier expiry phase) or by cold eviction in        *
      * ZECS014 -- when its key falls under a prefix the cache's      *
      * ZCARCHIV policy rows designate.                               *
      * Some data has to stay retrievable after its cache lifetime    *
      * is over (a fraud investigation asking what a session held     *
      * last week), and until now an expired entry was simply gone.   *
      *                                                               *
      * The caller passes the first segment's FILE key; the segment   *
      * is re-read, deciphered and decompressed the same way ZECS020  *
      * stages an unload, and one AR-RECORD (ZECSARC) is written to   *
      * the ARCH extrapartition TD queue: the ZECS010 extract layout  *
      * followed by the reason, the date and time, and the tenant.    *
      * Values over 3,000 bytes keep their first 3,000 bytes and are  *
      * flagged incomplete.  The TD write is not part of the          *
      * caller's unit of work, so a delete that backs out can leave   *
      * an archive record for an entry that is still cached -- the    *
      * retrieval side (ZECS043) is a search, so a duplicate costs    *
      * nothing.                                                      *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     AX-TRANID       X(04)   the ZCxx cache                    *
      *     AX-REASON       X(08)   'EXPIRED ' or 'EVICTED '          *
      *     AX-ZF-KEY-16    X(16)   FILE key of the chain's first     *
      *                             segment                           *
      *     AX-ARCHIVED     X(01)   returned 'Y' when archived        *
      *     AX-TIER         X(01)   'C' when the chain lives on the   *
      *                             ZCxxCOLD file; otherwise blank    *
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
       01  THREE-THOUSAND         PIC S9(08) COMP VALUE 3000.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  ZF-FILE-TYPE       PIC  X(04) VALUE 'FILE'.

       01  COLD-SUFFIX            PIC  X(04) VALUE 'COLD'.

       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Archive policy.  The cache's ZCARCHIV rows are browsed for    *
      * the longest prefix the key matches; a blank prefix matches    *
      * every key at length zero.                                     *
      *****************************************************************
       01  AP-FCT                 PIC  X(08) VALUE 'ZCARCHIV'.
       01  AP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  AP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AP-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  AP-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  AP-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  AP-BEST-LEN            PIC S9(04) COMP VALUE -1.
       01  AP-ARCHIVE             PIC  X(01) VALUE 'N'.

       COPY ZECSARC.

       01  AR-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  ARCH-QUEUE             PIC  X(04) VALUE 'ARCH'.

      *****************************************************************
      * Decipher support for segments stored encrypted (ZC##EK key    *
      * document, keyed modular-addition stream -- the inverse of     *
      * the service's encipher).                                      *
      *****************************************************************
      *****************************************************************
      * The cache's ZCCONFIG row overrides the matching document for *
      * each cipher setting -- the same resolution order the service *
      * itself uses, so cipher material set through the zConfig      *
      * resource reaches this task too.                              *
      *****************************************************************
       01  CF-FCT                 PIC  X(08) VALUE 'ZCCONFIG'.
       01  CF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  CF-REC-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CF-VALUE-LEN           PIC S9(08) COMP VALUE ZEROES.
       01  CF-FOUND               PIC  X(01) VALUE 'N'.

       01  CF-RECORD.
           02  CF-KEY.
               03  CF-KEY-TRANID  PIC  X(04).
               03  CF-KEY-NAME    PIC  X(08).
           02  CF-VALUE           PIC  X(64).
           02  FILLER             PIC  X(04).

       01  EK-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-EK.
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'EK'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EK-TEXT                PIC  X(34) VALUE SPACES.
       01  EK-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  EK-KEY                 PIC  X(32) VALUE SPACES.
       01  EK-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  ENCKEY-LOADED          PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Key rotation support.  ZC##KG carries the current key         *
      * generation tag and ZC##EP the prior generation's material     *
      * while a rotation is in flight; a segment stamped with a       *
      * generation other than the current one deciphers under the     *
      * prior key.                                                    *
      *****************************************************************
       01  EP-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-EP.
           02  EP-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'EP'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EP-TEXT                PIC  X(34) VALUE SPACES.
       01  EP-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  EP-KEY                 PIC  X(32) VALUE SPACES.
       01  EP-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.

       01  KG-TOKEN               PIC  X(16) VALUE SPACES.
       01  ZECS-KG.
           02  KG-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(02) VALUE 'KG'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  KG-TEXT                PIC  X(04) VALUE SPACES.
       01  KG-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  KG-VALUE               PIC  X(02) VALUE SPACES.

       01  ACTIVE-KEY             PIC  X(32) VALUE SPACES.
       01  ACTIVE-KEY-LENGTH      PIC S9(08) COMP VALUE ZEROES.

       01  ENC-DATA-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  ENC-INDEX              PIC S9(08) COMP VALUE ZEROES.
       01  ENC-KEY-INDEX          PIC S9(08) COMP VALUE ZEROES.
       01  ENC-SUM                PIC S9(04) COMP VALUE ZEROES.
       01  FILLER.
           02  ENC-HALF           PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES ENC-HALF.
               05  FILLER         PIC  X(01).
               05  ENC-BYTE       PIC  X(01).
       01  FILLER.
           02  DEC-HALF           PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES DEC-HALF.
               05  FILLER         PIC  X(01).
               05  DEC-BYTE       PIC  X(01).

       01  RLE-ESCAPE             PIC  X(01) VALUE X'00'.
       01  RLE-RUN-DIGIT          PIC  9(01) VALUE ZEROES.
       01  DECOMPRESS-SRC-LENGTH  PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-SRC-INDEX   PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-DST-INDEX   PIC S9(08) COMP VALUE ZEROES.
       01  DECOMPRESS-RUN-LENGTH  PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-RUN-BYTE    PIC  X(01) VALUE SPACES.
       01  DECOMPRESS-LITERAL-COUNT PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-LITERAL-INDEX PIC S9(04) COMP VALUE ZEROES.
       01  DECOMPRESS-DONE        PIC  X(01) VALUE 'N'.

       01  STAGE-BUFFER           PIC  X(32000).
       01  STAGE-LENGTH           PIC S9(08) COMP VALUE ZEROES.

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

      *****************************************************************
      * zECS FILE record definition.                                  *
      *****************************************************************
       COPY ZECSZFC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  AX-TRANID          PIC  X(04).
           02  AX-REASON          PIC  X(08).
           02  AX-ZF-KEY-16       PIC  X(16).
           02  AX-ARCHIVED        PIC  X(01).
           02  AX-TIER            PIC  X(01).
           02  FILLER             PIC  X(02).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-CHECK-POLICY       THRU 2000-EXIT.
           PERFORM 3000-STAGE-VALUE        THRU 3000-EXIT.
           PERFORM 4000-WRITE-ARCHIVE      THRU 4000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Point the file names at the caller's cache and   *
      * re-read the chain's first segment -- from the ZCxxCOLD file   *
      * when the caller says the chain has been demoted there.        *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'               TO AX-ARCHIVED.

           EXEC CICS ASSIGN APPLID(APPLID) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE AX-TRANID         TO ZF-TRANID.
           IF  AX-TIER EQUAL 'C'
               MOVE COLD-SUFFIX   TO ZF-FILE-TYPE.
           MOVE AX-TRANID(3:2)    TO EK-TRANID(3:2).
           MOVE AX-TRANID(3:2)    TO EP-TRANID(3:2).
           MOVE AX-TRANID(3:2)    TO KG-TRANID(3:2).

           MOVE AX-ZF-KEY-16      TO ZF-KEY-16.
           MOVE LENGTH OF ZF-RECORD TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                RIDFLD(ZF-KEY-16)
                INTO  (ZF-RECORD)
                LENGTH(ZF-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Find the key's longest matching ZCARCHIV prefix.  No row, or  *
      * a row that does not archive for this reason, returns at once. *
      *****************************************************************
       2000-CHECK-POLICY.
           MOVE 'N'                      TO AP-ARCHIVE.
           MOVE -1                       TO AP-BEST-LEN.
           MOVE SPACES                   TO AP-KEY.
           MOVE AX-TRANID                TO AP-KEY-TRANID.

           EXEC CICS STARTBR FILE(AP-FCT)
                RIDFLD(AP-KEY)
                KEYLENGTH(AP-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(AP-RESP)
                NOHANDLE
           END-EXEC.

           IF  AP-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'                      TO AP-BROWSE-DONE.

           PERFORM 2010-POLICY-NEXT    THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL AP-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(AP-FCT) NOHANDLE
           END-EXEC.

           IF  AP-ARCHIVE NOT EQUAL 'Y'
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

       2010-POLICY-NEXT.
           MOVE LENGTH OF AP-RECORD      TO AP-LENGTH.

           EXEC CICS READNEXT FILE(AP-FCT)
                INTO(AP-RECORD)
                RIDFLD(AP-KEY)
                KEYLENGTH(AP-PREFIX-LENGTH)
                LENGTH(AP-LENGTH)
                RESP(AP-RESP)
                NOHANDLE
           END-EXEC.

           IF  AP-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  AP-KEY-TRANID NOT EQUAL AX-TRANID
               MOVE 'Y'                  TO AP-BROWSE-DONE
               GO TO 2010-EXIT.

           MOVE ZEROES                   TO AP-MATCH-LEN.
           INSPECT AP-KEY-PREFIX TALLYING AP-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  AP-MATCH-LEN NOT GREATER THAN AP-BEST-LEN
               GO TO 2010-EXIT.

           IF  AP-MATCH-LEN GREATER THAN ZEROES
           AND ZF-ZK-KEY(1:AP-MATCH-LEN)
                   NOT EQUAL AP-KEY-PREFIX(1:AP-MATCH-LEN)
               GO TO 2010-EXIT.

           MOVE AP-MATCH-LEN             TO AP-BEST-LEN.
           MOVE 'N'                      TO AP-ARCHIVE.

           IF  AX-REASON EQUAL 'EXPIRED '
           AND AP-ARCHIVE-EXPIRED
               MOVE 'Y'                  TO AP-ARCHIVE.

           IF  AX-REASON EQUAL 'EVICTED '
           AND AP-ARCHIVE-EVICTED
               MOVE 'Y'                  TO AP-ARCHIVE.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Stage the segment's value as plain data -- deciphered and     *
      * decompressed, the same way ZECS020 stages an unload.          *
      *****************************************************************
       3000-STAGE-VALUE.
           SUBTRACT ZF-PREFIX          FROM ZF-LENGTH.

           IF  ZF-LENGTH LESS THAN ZEROES
               MOVE ZEROES               TO ZF-LENGTH.

           IF  ZF-DATA-ENCRYPTED
           AND ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH            TO ENC-DATA-LENGTH
               PERFORM 3300-DECIPHER-SEGMENT THRU 3300-EXIT.

           IF  ZF-DATA-COMPRESSED
               MOVE ZF-LENGTH            TO DECOMPRESS-SRC-LENGTH
               PERFORM 3250-DECOMPRESS   THRU 3250-EXIT
               MOVE DECOMPRESS-DST-INDEX TO STAGE-LENGTH
           ELSE
               MOVE ZF-LENGTH            TO STAGE-LENGTH
               IF  STAGE-LENGTH GREATER THAN ZEROES
                   MOVE ZF-DATA(1:STAGE-LENGTH)
                        TO STAGE-BUFFER(1:STAGE-LENGTH)
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Decompress ZF-DATA(1:DECOMPRESS-SRC-LENGTH) into the staging  *
      * buffer -- the same run-length scheme the service applies.     *
      *****************************************************************
       3250-DECOMPRESS.
           MOVE ZEROES                      TO DECOMPRESS-DST-INDEX.
           MOVE 1                           TO DECOMPRESS-SRC-INDEX.
           MOVE 'N'                         TO DECOMPRESS-DONE.

           IF  DECOMPRESS-SRC-LENGTH GREATER THAN ZEROES
               PERFORM 3260-DECOMPRESS-TOKEN THRU 3260-EXIT
                   WITH TEST AFTER
                   UNTIL DECOMPRESS-DONE EQUAL 'Y'.

       3250-EXIT.
           EXIT.

       3260-DECOMPRESS-TOKEN.
           IF  ZF-DATA(DECOMPRESS-SRC-INDEX:1) EQUAL RLE-ESCAPE
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 1:1)
                                             TO RLE-RUN-DIGIT
               MOVE RLE-RUN-DIGIT            TO DECOMPRESS-RUN-LENGTH
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 2:1)
                                             TO DECOMPRESS-RUN-BYTE
               ADD  3                        TO DECOMPRESS-SRC-INDEX
               MOVE DECOMPRESS-RUN-LENGTH    TO DECOMPRESS-LITERAL-COUNT
               PERFORM 3270-DECOMPRESS-EMIT THRU 3270-EXIT
                   WITH TEST AFTER
                   VARYING DECOMPRESS-LITERAL-INDEX FROM 1 BY 1
                   UNTIL DECOMPRESS-LITERAL-INDEX
                             GREATER THAN DECOMPRESS-LITERAL-COUNT
           ELSE
               ADD  1                        TO DECOMPRESS-DST-INDEX
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX:1)  TO
                    STAGE-BUFFER(DECOMPRESS-DST-INDEX:1)
               ADD  1                        TO DECOMPRESS-SRC-INDEX
           END-IF.

           IF  DECOMPRESS-SRC-INDEX GREATER THAN DECOMPRESS-SRC-LENGTH
               MOVE 'Y'                      TO DECOMPRESS-DONE.

       3260-EXIT.
           EXIT.

       3270-DECOMPRESS-EMIT.
           ADD  1                            TO DECOMPRESS-DST-INDEX.
           MOVE DECOMPRESS-RUN-BYTE          TO
                STAGE-BUFFER(DECOMPRESS-DST-INDEX:1).

       3270-EXIT.
           EXIT.

      *****************************************************************
      * Decipher ZF-DATA(1:ENC-DATA-LENGTH) in place, loading the     *
      * ZC##EK key once; a missing key deciphers nothing.             *
      *****************************************************************
       3300-DECIPHER-SEGMENT.
           IF  ENCKEY-LOADED EQUAL 'N'
               PERFORM 3305-GET-ENCKEY THRU 3305-EXIT
               MOVE 'Y'                     TO ENCKEY-LOADED.

           IF  EK-KEY-LENGTH EQUAL ZEROES
               GO TO 3300-EXIT.

           MOVE EK-KEY                      TO ACTIVE-KEY.
           MOVE EK-KEY-LENGTH               TO ACTIVE-KEY-LENGTH.

      *    *--------------------------------------------------------*
      *    * A segment stamped with a generation other than the     *
      *    * current one was enciphered under the prior key.        *
      *    *--------------------------------------------------------*
           IF  EP-KEY-LENGTH GREATER THAN ZEROES
           AND ZF-KEYGEN NOT EQUAL KG-VALUE
               MOVE EP-KEY                  TO ACTIVE-KEY
               MOVE EP-KEY-LENGTH           TO ACTIVE-KEY-LENGTH.

           MOVE 1                           TO ENC-KEY-INDEX.

           PERFORM 3302-DECIPHER-BYTE THRU 3302-EXIT
               WITH TEST AFTER
               VARYING ENC-INDEX FROM 1 BY 1
               UNTIL ENC-INDEX NOT LESS THAN ENC-DATA-LENGTH.

       3300-EXIT.
           EXIT.

       3302-DECIPHER-BYTE.
           MOVE ZEROES                      TO DEC-HALF.
           MOVE ZF-DATA(ENC-INDEX:1)        TO DEC-BYTE.
           MOVE ZEROES                      TO ENC-HALF.
           MOVE ACTIVE-KEY(ENC-KEY-INDEX:1) TO ENC-BYTE.

           COMPUTE ENC-SUM = DEC-HALF - ENC-HALF.
           IF  ENC-SUM LESS THAN ZEROES
               ADD  256                     TO ENC-SUM.

           MOVE ENC-SUM                     TO DEC-HALF.
           MOVE DEC-BYTE                    TO ZF-DATA(ENC-INDEX:1).

           ADD  1                           TO ENC-KEY-INDEX.
           IF  ENC-KEY-INDEX GREATER THAN ACTIVE-KEY-LENGTH
               MOVE 1                       TO ENC-KEY-INDEX.

       3302-EXIT.
           EXIT.

      *****************************************************************
      * Read one named ZCCONFIG row for the cache being archived --  *
      * EK-TRANID already carries that cache's tranid.               *
      *****************************************************************
       3304-GET-CONFIG.
           MOVE 'N'                   TO CF-FOUND.
           MOVE ZEROES                TO CF-VALUE-LEN.
           MOVE EK-TRANID             TO CF-KEY-TRANID.
           MOVE SPACES                TO CF-VALUE.
           MOVE LENGTH OF CF-RECORD   TO CF-REC-LENGTH.

           EXEC CICS READ FILE(CF-FCT)
                RIDFLD(CF-KEY)
                INTO  (CF-RECORD)
                LENGTH(CF-REC-LENGTH)
                RESP  (CF-RESP)
                NOHANDLE
           END-EXEC.

           IF  CF-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'               TO CF-FOUND
               INSPECT CF-VALUE
                       TALLYING CF-VALUE-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE.

       3304-EXIT.
           EXIT.

      *****************************************************************
      * Get the encryption key material from the ZC##EK document.     *
      *****************************************************************
       3305-GET-ENCKEY.
           MOVE ZEROES                TO EK-KEY-LENGTH.
           MOVE SPACES                TO EK-KEY.

           MOVE 'ENCKEY'              TO CF-KEY-NAME.
           PERFORM 3304-GET-CONFIG THRU 3304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EK-KEY
                   MOVE CF-VALUE-LEN    TO EK-KEY-LENGTH
               END-IF
               PERFORM 3306-GET-KEYGEN    THRU 3306-EXIT
               PERFORM 3307-GET-PRIOR-KEY THRU 3307-EXIT
               GO TO 3305-EXIT.
           MOVE SPACES                TO EK-TEXT.
           MOVE LENGTH OF EK-TEXT    TO EK-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)
                TEMPLATE(ZECS-EK)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)
                    INTO     (EK-TEXT)
                    LENGTH   (EK-TEXT-LENGTH)
                    MAXLENGTH(EK-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               EK-TEXT-LENGTH GREATER THAN 2
               SUBTRACT 2             FROM EK-TEXT-LENGTH
               IF  EK-TEXT-LENGTH GREATER THAN 32
                   MOVE 32                  TO EK-TEXT-LENGTH
               END-IF
               MOVE EK-TEXT(1:EK-TEXT-LENGTH) TO EK-KEY
               MOVE EK-TEXT-LENGTH            TO EK-KEY-LENGTH.

           PERFORM 3306-GET-KEYGEN    THRU 3306-EXIT.
           PERFORM 3307-GET-PRIOR-KEY THRU 3307-EXIT.

       3305-EXIT.
           EXIT.

      *****************************************************************
      * Get the current key generation tag from the ZC##KG document.  *
      * A short or missing document leaves the tag as spaces, which   *
      * matches records written before key rotation existed.          *
      *****************************************************************
       3306-GET-KEYGEN.
           MOVE SPACES                TO KG-VALUE.

           MOVE 'KEYGEN'              TO CF-KEY-NAME.
           PERFORM 3304-GET-CONFIG THRU 3304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:2)   TO KG-VALUE
               END-IF
               GO TO 3306-EXIT.
           MOVE SPACES                TO KG-TEXT.
           MOVE LENGTH OF KG-TEXT    TO KG-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(KG-TOKEN)
                TEMPLATE(ZECS-KG)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(KG-TOKEN)
                    INTO     (KG-TEXT)
                    LENGTH   (KG-TEXT-LENGTH)
                    MAXLENGTH(KG-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               KG-TEXT-LENGTH GREATER THAN 2
               MOVE KG-TEXT(1:2)      TO KG-VALUE.

       3306-EXIT.
           EXIT.

      *****************************************************************
      * Get the prior generation's key material from the ZC##EP       *
      * document.  A short or missing document leaves EP-KEY-LENGTH   *
      * zero, which means no rotation is in flight.                   *
      *****************************************************************
       3307-GET-PRIOR-KEY.
           MOVE ZEROES                TO EP-KEY-LENGTH.
           MOVE SPACES                TO EP-KEY.

           MOVE 'PRIORKEY'            TO CF-KEY-NAME.
           PERFORM 3304-GET-CONFIG THRU 3304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EP-KEY
                   MOVE CF-VALUE-LEN    TO EP-KEY-LENGTH
               END-IF
               GO TO 3307-EXIT.
           MOVE SPACES                TO EP-TEXT.
           MOVE LENGTH OF EP-TEXT    TO EP-TEXT-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(EP-TOKEN)
                TEMPLATE(ZECS-EP)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EP-TOKEN)
                    INTO     (EP-TEXT)
                    LENGTH   (EP-TEXT-LENGTH)
                    MAXLENGTH(EP-TEXT-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)  AND
               EP-TEXT-LENGTH GREATER THAN 2
               SUBTRACT 2             FROM EP-TEXT-LENGTH
               IF  EP-TEXT-LENGTH GREATER THAN 32
                   MOVE 32                  TO EP-TEXT-LENGTH
               END-IF
               MOVE EP-TEXT(1:EP-TEXT-LENGTH) TO EP-KEY
               MOVE EP-TEXT-LENGTH            TO EP-KEY-LENGTH.

       3307-EXIT.
           EXIT.

      *****************************************************************
      * Build the archive record and write it to the ARCH queue.  The *
      * key goes in space padded, as ZECS010 expects it.              *
      *****************************************************************
       4000-WRITE-ARCHIVE.
           MOVE SPACES                   TO AR-RECORD.

           MOVE ZEROES                   TO AR-KEY-LENGTH.
           INSPECT ZF-ZK-KEY TALLYING AR-KEY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE.
           IF  AR-KEY-LENGTH GREATER THAN ZEROES
               MOVE ZF-ZK-KEY(1:AR-KEY-LENGTH)
                    TO AR-KEY(1:AR-KEY-LENGTH).

           MOVE ZF-TTL                   TO AR-TTL.
           MOVE STAGE-LENGTH             TO AR-VALUE-LENGTH.
           MOVE 'Y'                      TO AR-COMPLETE.

           IF  STAGE-LENGTH GREATER THAN THREE-THOUSAND
           OR  ZF-SEGMENTS GREATER THAN ONE
               MOVE 'N'                  TO AR-COMPLETE.

           IF  STAGE-LENGTH GREATER THAN THREE-THOUSAND
               MOVE THREE-THOUSAND       TO STAGE-LENGTH.

           IF  STAGE-LENGTH GREATER THAN ZEROES
               MOVE STAGE-BUFFER(1:STAGE-LENGTH)
                                         TO AR-VALUE(1:STAGE-LENGTH).

           MOVE AX-REASON                TO AR-REASON.
           MOVE AX-TRANID                TO AR-TRANID.
           MOVE APPLID                   TO AR-APPLID.
           MOVE ZF-BUSBU                 TO AR-BUSBU.
           MOVE ZF-MEDIA                 TO AR-MEDIA.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(AR-DATE)
                TIME(AR-TIME)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF AR-RECORD      TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(ARCH-QUEUE)
                FROM(AR-RECORD)
                LENGTH(TD-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO AX-ARCHIVED
               GO TO 4000-EXIT.

           MOVE AR-KEY-LENGTH            TO RPT-KEY-LEN.
           IF  RPT-KEY-LEN GREATER THAN 48
               MOVE 48                   TO RPT-KEY-LEN.

           MOVE SPACES                   TO TD-MESSAGE.
           IF  RPT-KEY-LEN GREATER THAN ZEROES
               STRING 'ARCHIVE WRITE FAILED '
                      AX-REASON
                      ' KEY='
                      AR-KEY(1:RPT-KEY-LEN)
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

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
      * Task abended.  Return -- the caller goes on to remove the     *
      * entry whether or not it could be archived.                    *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE AX-TRANID             TO TD-TRANID.
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
