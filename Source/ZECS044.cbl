       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS044.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to keep a cache's secondary index      *
      * (ZCxxIX, see ZECSIXC) in step with a key that has just been   *
      * written, PATCHed, incremented, appended to, deleted, erased,  *
      * expired or evicted.  Tenants register a JSON attribute for a  *
      * key prefix on the ZCINDEX file, and a lookup on the           *
      * attribute's value then finds the keys holding it without a    *
      * scan of the cache.                                            *
      *                                                               *
      * Whatever the action, the key's K row is read first and, when  *
      * it belongs to this key, the V row it points at and the K row  *
      * itself are removed.  For a delete that is all.  For a write   *
      * the key's longest ZCINDEX prefix is found; when it names an   *
      * attribute, the first segment of the key's value is staged     *
      * (deciphered and decompressed the way ZECS020 stages an        *
      * unload), the attribute is found by name -- or by a dotted     *
      * path of names down through nested objects -- and a fresh V    *
      * and K row are written.  A string value is indexed without     *
      * its quotes; a number, true or false as written.  An object,   *
      * an array, null, an empty string or a missing attribute is     *
      * not indexed, and neither is an attribute past the first       *
      * segment.  Values longer than 64 bytes are indexed on their    *
      * first 64.                                                     *
      *                                                               *
      * Everything runs inside the caller's unit of work, so the      *
      * index rows commit or back out with the change that caused     *
      * them.  Keys that reach the cache some other way (ZECS010      *
      * loads, ZECS003 prefix clears) are put right by the ZECS045    *
      * rebuild.                                                      *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     XI-TRANID       X(04)   the ZCxx cache                    *
      *     XI-ACTION       X(01)   'W' key written, 'D' key removed  *
      *     XI-INDEXED      X(01)   returned 'Y' when a V row was     *
      *                             written                           *
      *     XI-KEY-LENGTH   S9(04)  COMP key length (zero: derive it  *
      *                             from the low-value padding)       *
      *     XI-KEY          X(255)  the key                           *
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
       01  SIXTY-FOUR             PIC S9(04) COMP VALUE 64.

       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.
       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  FILE-SUFFIX            PIC  X(04) VALUE 'FILE'.
       01  COLD-SUFFIX            PIC  X(04) VALUE 'COLD'.

       01  IX-FCT.
           02  IX-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'IX  '.

       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IX-SAVE-KEY            PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Index registration.  The ZCINDEX rows for the cache are       *
      * browsed for the longest prefix the key matches; a blank       *
      * prefix matches every key at length zero.                      *
      *****************************************************************
       01  IR-FCT                 PIC  X(08) VALUE 'ZCINDEX '.
       01  IR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IR-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  IR-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  IR-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  IR-BEST-LEN            PIC S9(04) COMP VALUE -1.
       01  IR-BEST-NAME           PIC  X(16) VALUE SPACES.
       01  IR-BEST-PATH           PIC  X(64) VALUE SPACES.

       COPY ZECSIXC.

      *****************************************************************
      * JSON attribute path.  IR-BEST-PATH is split on its dots into  *
      * JP-NAME entries, and the staged value is walked one byte at a *
      * time: JP-DEPTH counts the objects and arrays open at JP-POS,  *
      * and JP-LEVEL the path names matched so far, so only a name    *
      * in the object the next path name belongs to is compared.      *
      *****************************************************************
       01  JP-NAME-MAX            PIC S9(04) COMP VALUE 8.
       01  JP-NAME-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  JP-PATH-POINTER        PIC S9(04) COMP VALUE ZEROES.
       01  JP-PATH-DONE           PIC  X(01) VALUE 'N'.
       01  JP-PATH-OK             PIC  X(01) VALUE 'N'.

       01  JP-NAME-TABLE.
           02  JP-NAME-ENTRY      OCCURS 8 TIMES.
               05  JP-NAME        PIC  X(64).
               05  JP-NAME-LEN    PIC S9(04) COMP.

       01  JP-LEVEL               PIC S9(04) COMP VALUE ZEROES.
       01  JP-WANT                PIC S9(04) COMP VALUE ZEROES.
       01  JP-DEPTH               PIC S9(04) COMP VALUE ZEROES.
       01  JP-POS                 PIC S9(08) COMP VALUE ZEROES.
       01  JP-STR-START           PIC S9(08) COMP VALUE ZEROES.
       01  JP-STR-LEN             PIC S9(08) COMP VALUE ZEROES.
       01  JP-STR-DONE            PIC  X(01) VALUE 'N'.
       01  JP-VALUE-START         PIC S9(08) COMP VALUE ZEROES.
       01  JP-VALUE-LEN           PIC S9(08) COMP VALUE ZEROES.
       01  JP-SCALAR-DONE         PIC  X(01) VALUE 'N'.
       01  JP-DONE                PIC  X(01) VALUE 'N'.
       01  JP-FOUND               PIC  X(01) VALUE 'N'.
       01  JP-CHAR                PIC  X(01) VALUE SPACES.
           88  JP-WHITESPACE          VALUE SPACE X'05' X'0D'
                                            X'15' X'25'.
           88  JP-OPEN                VALUE '{' '['.
           88  JP-CLOSE               VALUE '}' ']'.
           88  JP-SCALAR-END          VALUE ',' '}' ']'.

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

      *****************************************************************
      * zECS KEY and FILE record definitions.                         *
      *****************************************************************
       COPY ZECSZKC.

       COPY ZECSZFC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  XI-TRANID          PIC  X(04).
           02  XI-ACTION          PIC  X(01).
           02  XI-INDEXED         PIC  X(01).
           02  XI-KEY-LENGTH      PIC S9(04) COMP.
           02  XI-KEY             PIC  X(255).
           02  FILLER             PIC  X(03).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-REMOVE-ENTRY       THRU 2000-EXIT.
           PERFORM 3000-CHECK-REGISTRY     THRU 3000-EXIT.
           PERFORM 4000-STAGE-VALUE        THRU 4000-EXIT.
           PERFORM 5000-FIND-ATTRIBUTE     THRU 5000-EXIT.
           PERFORM 6000-WRITE-ENTRY        THRU 6000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Point the file names at the caller's cache.      *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'               TO XI-INDEXED.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE XI-TRANID         TO ZK-TRANID.
           MOVE XI-TRANID         TO ZF-TRANID.
           MOVE XI-TRANID         TO IX-TRANID.
           MOVE XI-TRANID(3:2)    TO EK-TRANID(3:2).
           MOVE XI-TRANID(3:2)    TO EP-TRANID(3:2).
           MOVE XI-TRANID(3:2)    TO KG-TRANID(3:2).

           IF  XI-KEY-LENGTH EQUAL ZEROES
               INSPECT XI-KEY TALLYING XI-KEY-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUE.

           IF  XI-KEY-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Remove the key's current index entry, if it has one.  The K   *
      * row is keyed by the first 254 bytes of the key, so the full   *
      * key in its body is checked before anything is removed.  A     *
      * delete is finished once the old entry is gone.                *
      *****************************************************************
       2000-REMOVE-ENTRY.
           MOVE 'K'                      TO IX-TYPE.
           MOVE XI-KEY(1:254)            TO IX-KEY-DATA.
           MOVE LENGTH OF IX-RECORD      TO IX-LENGTH.

           EXEC CICS READ FILE(IX-FCT)
                INTO(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  IX-CACHE-KEY NOT EQUAL XI-KEY
               GO TO 2000-CHECK-ACTION.

           EXEC CICS DELETE FILE(IX-FCT)
                RIDFLD(IX-KEY)
                NOHANDLE
           END-EXEC.

           MOVE 'V'                      TO IX-TYPE.
           MOVE LOW-VALUES               TO IX-KEY-DATA.
           MOVE IX-NAME                  TO IX-V-NAME.
           MOVE IX-VALUE                 TO IX-V-VALUE.
           MOVE IX-CACHE-KEY(1:174)      TO IX-V-CACHE-KEY.

           EXEC CICS DELETE FILE(IX-FCT)
                RIDFLD(IX-KEY)
                NOHANDLE
           END-EXEC.

       2000-CHECK-ACTION.
           IF  XI-ACTION EQUAL 'D'
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Find the key's longest matching ZCINDEX prefix.  No row, or a *
      * row with no attribute path, leaves the key unindexed.         *
      *****************************************************************
       3000-CHECK-REGISTRY.
           MOVE -1                       TO IR-BEST-LEN.
           MOVE SPACES                   TO IR-BEST-NAME.
           MOVE SPACES                   TO IR-BEST-PATH.
           MOVE SPACES                   TO IR-KEY.
           MOVE XI-TRANID                TO IR-KEY-TRANID.

           EXEC CICS STARTBR FILE(IR-FCT)
                RIDFLD(IR-KEY)
                KEYLENGTH(IR-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(IR-RESP)
                NOHANDLE
           END-EXEC.

           IF  IR-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'                      TO IR-BROWSE-DONE.

           PERFORM 3010-REGISTRY-NEXT  THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL IR-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(IR-FCT) NOHANDLE
           END-EXEC.

           IF  IR-BEST-PATH EQUAL SPACES
           OR  IR-BEST-NAME EQUAL SPACES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       3000-EXIT.
           EXIT.

       3010-REGISTRY-NEXT.
           MOVE LENGTH OF IR-RECORD      TO IR-LENGTH.

           EXEC CICS READNEXT FILE(IR-FCT)
                INTO(IR-RECORD)
                RIDFLD(IR-KEY)
                KEYLENGTH(IR-PREFIX-LENGTH)
                LENGTH(IR-LENGTH)
                RESP(IR-RESP)
                NOHANDLE
           END-EXEC.

           IF  IR-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  IR-KEY-TRANID NOT EQUAL XI-TRANID
               MOVE 'Y'                  TO IR-BROWSE-DONE
               GO TO 3010-EXIT.

           MOVE ZEROES                   TO IR-MATCH-LEN.
           INSPECT IR-KEY-PREFIX TALLYING IR-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  IR-MATCH-LEN NOT GREATER THAN IR-BEST-LEN
           OR  IR-MATCH-LEN GREATER THAN XI-KEY-LENGTH
               GO TO 3010-EXIT.

           IF  IR-MATCH-LEN GREATER THAN ZEROES
           AND XI-KEY(1:IR-MATCH-LEN)
                   NOT EQUAL IR-KEY-PREFIX(1:IR-MATCH-LEN)
               GO TO 3010-EXIT.

           MOVE IR-MATCH-LEN             TO IR-BEST-LEN.
           MOVE IR-NAME                  TO IR-BEST-NAME.
           MOVE IR-PATH                  TO IR-BEST-PATH.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Read the key and the first segment of its value, from         *
      * whichever tier the KEY record names, and stage the value as   *
      * plain data.  A remembered miss or a tombstone is not indexed. *
      *****************************************************************
       4000-STAGE-VALUE.
           MOVE XI-KEY                   TO ZK-KEY.
           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                INTO(ZK-RECORD)
                RIDFLD(ZK-KEY)
                LENGTH(ZK-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  ZK-ZF-KEY EQUAL NEG-MARKER
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           IF  ZK-DELETED-ABS NUMERIC
           AND ZK-DELETED-ABS GREATER THAN ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE ZK-ZF-KEY                TO ZF-KEY.
           MOVE ZEROES                   TO ZF-SEGMENT.
           MOVE ZEROES                   TO ZF-SUFFIX.
           MOVE ZEROES                   TO ZF-ZEROES.
           IF  ZK-IS-SEGMENTED
               MOVE ONE                  TO ZF-SEGMENT.

           IF  ZK-ON-COLD-TIER
               MOVE COLD-SUFFIX          TO ZF-FCT(5:4)
           ELSE
               MOVE FILE-SUFFIX          TO ZF-FCT(5:4).

           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READ FILE(ZF-FCT)
                INTO(ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           SUBTRACT ZF-PREFIX          FROM ZF-LENGTH.

           IF  ZF-LENGTH LESS THAN ZEROES
               MOVE ZEROES               TO ZF-LENGTH.

           IF  ZF-DATA-ENCRYPTED
           AND ZF-LENGTH GREATER THAN ZEROES
               MOVE ZF-LENGTH            TO ENC-DATA-LENGTH
               PERFORM 4300-DECIPHER-SEGMENT THRU 4300-EXIT.

           IF  ZF-DATA-COMPRESSED
               MOVE ZF-LENGTH            TO DECOMPRESS-SRC-LENGTH
               PERFORM 4250-DECOMPRESS   THRU 4250-EXIT
               MOVE DECOMPRESS-DST-INDEX TO STAGE-LENGTH
           ELSE
               MOVE ZF-LENGTH            TO STAGE-LENGTH
               IF  STAGE-LENGTH GREATER THAN ZEROES
                   MOVE ZF-DATA(1:STAGE-LENGTH)
                        TO STAGE-BUFFER(1:STAGE-LENGTH)
               END-IF
           END-IF.

           IF  STAGE-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Decompress ZF-DATA(1:DECOMPRESS-SRC-LENGTH) into the staging  *
      * buffer -- the same run-length scheme the service applies.     *
      *****************************************************************
       4250-DECOMPRESS.
           MOVE ZEROES                      TO DECOMPRESS-DST-INDEX.
           MOVE 1                           TO DECOMPRESS-SRC-INDEX.
           MOVE 'N'                         TO DECOMPRESS-DONE.

           IF  DECOMPRESS-SRC-LENGTH GREATER THAN ZEROES
               PERFORM 4260-DECOMPRESS-TOKEN THRU 4260-EXIT
                   WITH TEST AFTER
                   UNTIL DECOMPRESS-DONE EQUAL 'Y'.

       4250-EXIT.
           EXIT.

       4260-DECOMPRESS-TOKEN.
           IF  ZF-DATA(DECOMPRESS-SRC-INDEX:1) EQUAL RLE-ESCAPE
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 1:1)
                                             TO RLE-RUN-DIGIT
               MOVE RLE-RUN-DIGIT            TO DECOMPRESS-RUN-LENGTH
               MOVE ZF-DATA(DECOMPRESS-SRC-INDEX + 2:1)
                                             TO DECOMPRESS-RUN-BYTE
               ADD  3                        TO DECOMPRESS-SRC-INDEX
               MOVE DECOMPRESS-RUN-LENGTH    TO DECOMPRESS-LITERAL-COUNT
               PERFORM 4270-DECOMPRESS-EMIT THRU 4270-EXIT
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

       4260-EXIT.
           EXIT.

       4270-DECOMPRESS-EMIT.
           ADD  1                            TO DECOMPRESS-DST-INDEX.
           MOVE DECOMPRESS-RUN-BYTE          TO
                STAGE-BUFFER(DECOMPRESS-DST-INDEX:1).

       4270-EXIT.
           EXIT.

      *****************************************************************
      * Decipher ZF-DATA(1:ENC-DATA-LENGTH) in place, loading the     *
      * ZC##EK key once; a missing key deciphers nothing.             *
      *****************************************************************
       4300-DECIPHER-SEGMENT.
           IF  ENCKEY-LOADED EQUAL 'N'
               PERFORM 4305-GET-ENCKEY THRU 4305-EXIT
               MOVE 'Y'                     TO ENCKEY-LOADED.

           IF  EK-KEY-LENGTH EQUAL ZEROES
               GO TO 4300-EXIT.

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

           PERFORM 4302-DECIPHER-BYTE THRU 4302-EXIT
               WITH TEST AFTER
               VARYING ENC-INDEX FROM 1 BY 1
               UNTIL ENC-INDEX NOT LESS THAN ENC-DATA-LENGTH.

       4300-EXIT.
           EXIT.

       4302-DECIPHER-BYTE.
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

       4302-EXIT.
           EXIT.

      *****************************************************************
      * Read one named ZCCONFIG row for the cache being indexed --   *
      * EK-TRANID already carries that cache's tranid.               *
      *****************************************************************
       4304-GET-CONFIG.
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

       4304-EXIT.
           EXIT.

      *****************************************************************
      * Get the encryption key material from the ZC##EK document.     *
      *****************************************************************
       4305-GET-ENCKEY.
           MOVE ZEROES                TO EK-KEY-LENGTH.
           MOVE SPACES                TO EK-KEY.

           MOVE 'ENCKEY'              TO CF-KEY-NAME.
           PERFORM 4304-GET-CONFIG THRU 4304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EK-KEY
                   MOVE CF-VALUE-LEN    TO EK-KEY-LENGTH
               END-IF
               PERFORM 4306-GET-KEYGEN    THRU 4306-EXIT
               PERFORM 4307-GET-PRIOR-KEY THRU 4307-EXIT
               GO TO 4305-EXIT.
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

           PERFORM 4306-GET-KEYGEN    THRU 4306-EXIT.
           PERFORM 4307-GET-PRIOR-KEY THRU 4307-EXIT.

       4305-EXIT.
           EXIT.

      *****************************************************************
      * Get the current key generation tag from the ZC##KG document.  *
      * A short or missing document leaves the tag as spaces, which   *
      * matches records written before key rotation existed.          *
      *****************************************************************
       4306-GET-KEYGEN.
           MOVE SPACES                TO KG-VALUE.

           MOVE 'KEYGEN'              TO CF-KEY-NAME.
           PERFORM 4304-GET-CONFIG THRU 4304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:2)   TO KG-VALUE
               END-IF
               GO TO 4306-EXIT.
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

       4306-EXIT.
           EXIT.

      *****************************************************************
      * Get the prior generation's key material from the ZC##EP       *
      * document.  A short or missing document leaves EP-KEY-LENGTH   *
      * zero, which means no rotation is in flight.                   *
      *****************************************************************
       4307-GET-PRIOR-KEY.
           MOVE ZEROES                TO EP-KEY-LENGTH.
           MOVE SPACES                TO EP-KEY.

           MOVE 'PRIORKEY'            TO CF-KEY-NAME.
           PERFORM 4304-GET-CONFIG THRU 4304-EXIT.

           IF  CF-FOUND EQUAL 'Y'
               IF  CF-VALUE-LEN GREATER THAN 32
                   MOVE 32              TO CF-VALUE-LEN
               END-IF
               IF  CF-VALUE-LEN GREATER THAN ZEROES
                   MOVE CF-VALUE(1:CF-VALUE-LEN) TO EP-KEY
                   MOVE CF-VALUE-LEN    TO EP-KEY-LENGTH
               END-IF
               GO TO 4307-EXIT.
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

       4307-EXIT.

      *****************************************************************
      * Split the attribute path on its dots, then walk the staged    *
      * value for it.  A path with an empty name in it, or with more  *
      * names than the table holds, indexes nothing.                  *
      *****************************************************************
       5000-FIND-ATTRIBUTE.
           MOVE ZEROES                   TO JP-NAME-COUNT.
           MOVE ONE                      TO JP-PATH-POINTER.
           MOVE 'N'                      TO JP-PATH-DONE.
           MOVE 'Y'                      TO JP-PATH-OK.

           PERFORM 5010-PATH-NAME      THRU 5010-EXIT
               WITH TEST AFTER
               UNTIL JP-PATH-DONE EQUAL 'Y'.

           IF  JP-PATH-OK NOT EQUAL 'Y'
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE ONE                      TO JP-POS.
           MOVE ZEROES                   TO JP-DEPTH.
           MOVE ZEROES                   TO JP-LEVEL.
           MOVE 'N'                      TO JP-DONE.
           MOVE 'N'                      TO JP-FOUND.

           PERFORM 5100-SCAN-NEXT      THRU 5100-EXIT
               WITH TEST AFTER
               UNTIL JP-DONE EQUAL 'Y'.

           IF  JP-FOUND NOT EQUAL 'Y'
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       5000-EXIT.
           EXIT.

       5010-PATH-NAME.
           IF  JP-NAME-COUNT EQUAL JP-NAME-MAX
               MOVE 'N'                  TO JP-PATH-OK
               MOVE 'Y'                  TO JP-PATH-DONE
               GO TO 5010-EXIT.

           ADD  ONE                      TO JP-NAME-COUNT.
           MOVE SPACES                   TO JP-NAME(JP-NAME-COUNT).
           MOVE ZEROES                   TO JP-NAME-LEN(JP-NAME-COUNT).

           UNSTRING IR-BEST-PATH
                DELIMITED BY '.' OR SPACE
                INTO JP-NAME(JP-NAME-COUNT)
                     COUNT IN JP-NAME-LEN(JP-NAME-COUNT)
                WITH POINTER JP-PATH-POINTER
           END-UNSTRING.

           IF  JP-NAME-LEN(JP-NAME-COUNT) EQUAL ZEROES
               MOVE 'N'                  TO JP-PATH-OK
               MOVE 'Y'                  TO JP-PATH-DONE
               GO TO 5010-EXIT.

           IF  JP-PATH-POINTER GREATER THAN LENGTH OF IR-BEST-PATH
               MOVE 'Y'                  TO JP-PATH-DONE
               GO TO 5010-EXIT.

           IF  IR-BEST-PATH(JP-PATH-POINTER:1) EQUAL SPACE
               MOVE 'Y'                  TO JP-PATH-DONE.

       5010-EXIT.
           EXIT.

      *****************************************************************
      * Step over one byte of the value, or one whole string.  A      *
      * string is a name only when a colon follows it; a close that   *
      * leaves the object being searched ends the walk unfound.       *
      *****************************************************************
       5100-SCAN-NEXT.
           IF  JP-POS GREATER THAN STAGE-LENGTH
               MOVE 'Y'                  TO JP-DONE
               GO TO 5100-EXIT.

           MOVE STAGE-BUFFER(JP-POS:1)   TO JP-CHAR.

           IF  JP-CHAR EQUAL '"'
               PERFORM 5200-SCAN-STRING  THRU 5200-EXIT
               IF  JP-STR-LEN LESS THAN ZEROES
                   MOVE 'Y'              TO JP-DONE
               ELSE
                   PERFORM 5300-CHECK-NAME THRU 5300-EXIT
               END-IF
               GO TO 5100-EXIT.

           IF  JP-OPEN
               ADD  ONE                  TO JP-DEPTH.

           IF  JP-CLOSE
               SUBTRACT ONE            FROM JP-DEPTH
               IF  JP-DEPTH NOT GREATER THAN JP-LEVEL
                   MOVE 'Y'              TO JP-DONE
               END-IF
           END-IF.

           ADD  ONE                      TO JP-POS.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Step over the string opening at JP-POS, leaving JP-POS just   *
      * past its closing quote and JP-STR-START/JP-STR-LEN on its     *
      * contents.  A backslash carries the byte after it; a string    *
      * with no closing quote returns a negative length.              *
      *****************************************************************
       5200-SCAN-STRING.
           ADD  ONE                      TO JP-POS.
           MOVE JP-POS                   TO JP-STR-START.
           MOVE -1                       TO JP-STR-LEN.
           MOVE 'N'                      TO JP-STR-DONE.

           PERFORM 5210-STRING-BYTE    THRU 5210-EXIT
               WITH TEST AFTER
               UNTIL JP-STR-DONE EQUAL 'Y'.

       5200-EXIT.
           EXIT.

       5210-STRING-BYTE.
           IF  JP-POS GREATER THAN STAGE-LENGTH
               MOVE 'Y'                  TO JP-STR-DONE
               GO TO 5210-EXIT.

           IF  STAGE-BUFFER(JP-POS:1) EQUAL '\'
               ADD  2                    TO JP-POS
               GO TO 5210-EXIT.

           IF  STAGE-BUFFER(JP-POS:1) EQUAL '"'
               COMPUTE JP-STR-LEN = JP-POS - JP-STR-START
               ADD  ONE                  TO JP-POS
               MOVE 'Y'                  TO JP-STR-DONE
               GO TO 5210-EXIT.

           ADD  ONE                      TO JP-POS.

       5210-EXIT.
           EXIT.

      *****************************************************************
      * A string just stepped over, in the object the next path name  *
      * belongs to and followed by a colon, is a name.  A match on    *
      * the last path name takes the value; a match on any other      *
      * name steps into the object that must follow it.               *
      *****************************************************************
       5300-CHECK-NAME.
           COMPUTE JP-WANT = JP-LEVEL + 1.

           IF  JP-DEPTH NOT EQUAL JP-WANT
               GO TO 5300-EXIT.

           PERFORM 5400-SKIP-WHITESPACE THRU 5400-EXIT.

           IF  JP-POS GREATER THAN STAGE-LENGTH
               GO TO 5300-EXIT.

           IF  STAGE-BUFFER(JP-POS:1) NOT EQUAL ':'
               GO TO 5300-EXIT.

           IF  JP-STR-LEN NOT EQUAL JP-NAME-LEN(JP-WANT)
               GO TO 5300-EXIT.

           IF  STAGE-BUFFER(JP-STR-START:JP-STR-LEN)
                   NOT EQUAL JP-NAME(JP-WANT)(1:JP-STR-LEN)
               GO TO 5300-EXIT.

           ADD  ONE                      TO JP-POS.
           PERFORM 5400-SKIP-WHITESPACE THRU 5400-EXIT.
           MOVE JP-WANT                  TO JP-LEVEL.

           IF  JP-LEVEL EQUAL JP-NAME-COUNT
               PERFORM 5500-TAKE-VALUE   THRU 5500-EXIT
               MOVE 'Y'                  TO JP-DONE
               GO TO 5300-EXIT.

           IF  JP-POS NOT GREATER THAN STAGE-LENGTH
           AND STAGE-BUFFER(JP-POS:1) EQUAL '{'
               ADD  ONE                  TO JP-DEPTH
               ADD  ONE                  TO JP-POS
           ELSE
               MOVE 'Y'                  TO JP-DONE.

       5300-EXIT.
           EXIT.

       5400-SKIP-WHITESPACE.
           IF  JP-POS GREATER THAN STAGE-LENGTH
               GO TO 5400-EXIT.

           MOVE STAGE-BUFFER(JP-POS:1)   TO JP-CHAR.

           IF  JP-WHITESPACE
               ADD  ONE                  TO JP-POS
               GO TO 5400-SKIP-WHITESPACE.

       5400-EXIT.
           EXIT.

      *****************************************************************
      * Take the value at JP-POS.  A string is taken without its      *
      * quotes; anything else runs to the next comma, close or        *
      * whitespace.  Objects, arrays, null and empty strings are not  *
      * indexed.                                                      *
      *****************************************************************
       5500-TAKE-VALUE.
           IF  JP-POS GREATER THAN STAGE-LENGTH
               GO TO 5500-EXIT.

           MOVE STAGE-BUFFER(JP-POS:1)   TO JP-CHAR.

           IF  JP-OPEN
               GO TO 5500-EXIT.

           IF  JP-CHAR EQUAL '"'
               PERFORM 5200-SCAN-STRING  THRU 5200-EXIT
               MOVE JP-STR-START         TO JP-VALUE-START
               MOVE JP-STR-LEN           TO JP-VALUE-LEN
           ELSE
               MOVE JP-POS               TO JP-VALUE-START
               MOVE 'N'                  TO JP-SCALAR-DONE
               PERFORM 5510-SCALAR-BYTE  THRU 5510-EXIT
                   WITH TEST AFTER
                   UNTIL JP-SCALAR-DONE EQUAL 'Y'
               COMPUTE JP-VALUE-LEN = JP-POS - JP-VALUE-START
               IF  JP-VALUE-LEN EQUAL 4
               AND STAGE-BUFFER(JP-VALUE-START:4) EQUAL 'null'
                   MOVE ZEROES           TO JP-VALUE-LEN
               END-IF
           END-IF.

           IF  JP-VALUE-LEN NOT GREATER THAN ZEROES
               GO TO 5500-EXIT.

           IF  JP-VALUE-LEN GREATER THAN SIXTY-FOUR
               MOVE SIXTY-FOUR           TO JP-VALUE-LEN.

           MOVE 'Y'                      TO JP-FOUND.

       5500-EXIT.
           EXIT.

       5510-SCALAR-BYTE.
           IF  JP-POS GREATER THAN STAGE-LENGTH
               MOVE 'Y'                  TO JP-SCALAR-DONE
               GO TO 5510-EXIT.

           MOVE STAGE-BUFFER(JP-POS:1)   TO JP-CHAR.

           IF  JP-WHITESPACE
           OR  JP-SCALAR-END
               MOVE 'Y'                  TO JP-SCALAR-DONE
               GO TO 5510-EXIT.

           ADD  ONE                      TO JP-POS.

       5510-EXIT.
           EXIT.

      *****************************************************************
      * Write the key's V row, then its K row.  A row already on file *
      * belongs to another key sharing this key's leading bytes; that *
      * keeps this key out of the index rather than displacing the    *
      * other, and a V row whose K row cannot be written is taken     *
      * back out.                                                     *
      *****************************************************************
       6000-WRITE-ENTRY.
           MOVE SPACES                   TO IX-VALUE.
           MOVE XI-KEY-LENGTH            TO IX-CACHE-KEY-LEN.
           MOVE XI-KEY                   TO IX-CACHE-KEY.
           MOVE IR-BEST-NAME             TO IX-NAME.
           MOVE JP-VALUE-LEN             TO IX-VALUE-LEN.
           MOVE STAGE-BUFFER(JP-VALUE-START:JP-VALUE-LEN)
                                         TO IX-VALUE(1:JP-VALUE-LEN).
           MOVE ZK-ZF-KEY                TO IX-CHAIN.
           MOVE CURRENT-ABS              TO IX-ABS.

           MOVE 'V'                      TO IX-TYPE.
           MOVE LOW-VALUES               TO IX-KEY-DATA.
           MOVE IX-NAME                  TO IX-V-NAME.
           MOVE IX-VALUE                 TO IX-V-VALUE.
           MOVE XI-KEY(1:174)            TO IX-V-CACHE-KEY.
           MOVE LENGTH OF IX-RECORD      TO IX-LENGTH.

           EXEC CICS WRITE FILE(IX-FCT)
                FROM(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 6000-EXIT.

           MOVE IX-KEY                   TO IX-SAVE-KEY.
           MOVE 'K'                      TO IX-TYPE.
           MOVE XI-KEY(1:254)            TO IX-KEY-DATA.

           EXEC CICS WRITE FILE(IX-FCT)
                FROM(IX-RECORD)
                RIDFLD(IX-KEY)
                LENGTH(IX-LENGTH)
                RESP(IX-RESP)
                NOHANDLE
           END-EXEC.

           IF  IX-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO XI-INDEXED
               GO TO 6000-EXIT.

           MOVE IX-SAVE-KEY              TO IX-KEY.

           EXEC CICS DELETE FILE(IX-FCT)
                RIDFLD(IX-KEY)
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
      * Task abended.  Return -- the change that called for the index *
      * update stands, and the ZECS045 rebuild puts the index right.  *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.
