      * the supplied key's checksum and comes back ZB-RC-CHECKSUM     *
      * rather than as garbage.                                       *
      *                                                               *
      * A caller that wants a text, XML or JSON value in its own      *
      * codepage sets ZB-CCSID to 37, 819 or 1208; any other value    *
      * returns the bytes as stored.  ZB-STORED-CCSID comes back with *
      * the codepage the entry was stored in, zero when untagged.     *
      *                                                               *
      * Return codes:                                                 *
      *     00  value returned                                        *
      *     04  not found (includes remembered misses and             *
               05  FILLER         PIC  X(01).
               05  CHK-BYTE       PIC  X(01).

      *****************************************************************
      * Delivery in the caller's codepage.  EBCDIC (CCSID 037) and    *
      * ISO-8859-1 hold the same 256 characters in different places,  *
      * so each converts to the other through a translate table.      *
      * UTF-8 is decoded to, or encoded from, ISO-8859-1 on the way;  *
      * a character ISO-8859-1 does not have, or a malformed byte,    *
      * becomes the SUB character.                                    *
      *****************************************************************
       01  CV-BUFFER              PIC  X(32000).
       01  CV-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  CV-MAX                 PIC S9(08) COMP VALUE 32000.
       01  CV-SRC-INDEX           PIC S9(08) COMP VALUE ZEROES.
       01  CV-CODE                PIC S9(08) COMP VALUE ZEROES.
       01  CV-REM                 PIC S9(08) COMP VALUE ZEROES.
       01  CV-OVERFLOW            PIC  X(01) VALUE 'N'.
       01  CV-SKIP-DONE           PIC  X(01) VALUE 'N'.
       01  CV-SUB-LATIN1          PIC  X(01) VALUE X'1A'.
       01  FILLER.
           02  CV-HALF            PIC  9(04) COMP VALUE ZEROES.
           02  FILLER REDEFINES CV-HALF.
               05  FILLER         PIC  X(01).
               05  CV-BYTE        PIC  X(01).

       01  CV-IDENTITY.
           02  FILLER             PIC  X(16) VALUE
               X'000102030405060708090A0B0C0D0E0F'.
           02  FILLER             PIC  X(16) VALUE
               X'101112131415161718191A1B1C1D1E1F'.
           02  FILLER             PIC  X(16) VALUE
               X'202122232425262728292A2B2C2D2E2F'.
           02  FILLER             PIC  X(16) VALUE
               X'303132333435363738393A3B3C3D3E3F'.
           02  FILLER             PIC  X(16) VALUE
               X'404142434445464748494A4B4C4D4E4F'.
           02  FILLER             PIC  X(16) VALUE
               X'505152535455565758595A5B5C5D5E5F'.
           02  FILLER             PIC  X(16) VALUE
               X'606162636465666768696A6B6C6D6E6F'.
           02  FILLER             PIC  X(16) VALUE
               X'707172737475767778797A7B7C7D7E7F'.
           02  FILLER             PIC  X(16) VALUE
               X'808182838485868788898A8B8C8D8E8F'.
           02  FILLER             PIC  X(16) VALUE
               X'909192939495969798999A9B9C9D9E9F'.
           02  FILLER             PIC  X(16) VALUE
               X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
           02  FILLER             PIC  X(16) VALUE
               X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
           02  FILLER             PIC  X(16) VALUE
               X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
           02  FILLER             PIC  X(16) VALUE
               X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
           02  FILLER             PIC  X(16) VALUE
               X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
           02  FILLER             PIC  X(16) VALUE
               X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.

       01  CV-LATIN1-OF-EBCDIC.
           02  FILLER             PIC  X(16) VALUE
               X'000102039C09867F978D8E0B0C0D0E0F'.
           02  FILLER             PIC  X(16) VALUE
               X'101112139D8508871819928F1C1D1E1F'.
           02  FILLER             PIC  X(16) VALUE
               X'80818283840A171B88898A8B8C050607'.
           02  FILLER             PIC  X(16) VALUE
               X'909116939495960498999A9B14159E1A'.
           02  FILLER             PIC  X(16) VALUE
               X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
           02  FILLER             PIC  X(16) VALUE
               X'26E9EAEBE8EDEEEFECDF21242A293BAC'.
           02  FILLER             PIC  X(16) VALUE
               X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
           02  FILLER             PIC  X(16) VALUE
               X'F8C9CACBC8CDCECFCC603A2340273D22'.
           02  FILLER             PIC  X(16) VALUE
               X'D8616263646566676869ABBBF0FDFEB1'.
           02  FILLER             PIC  X(16) VALUE
               X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
           02  FILLER             PIC  X(16) VALUE
               X'B57E737475767778797AA1BFD0DDDEAE'.
           02  FILLER             PIC  X(16) VALUE
               X'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
           02  FILLER             PIC  X(16) VALUE
               X'7B414243444546474849ADF4F6F2F3F5'.
           02  FILLER             PIC  X(16) VALUE
               X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
           02  FILLER             PIC  X(16) VALUE
               X'5CF7535455565758595AB2D4D6D2D3D5'.
           02  FILLER             PIC  X(16) VALUE
               X'30313233343536373839B3DBDCD9DA9F'.

       01  CV-EBCDIC-OF-LATIN1.
           02  FILLER             PIC  X(16) VALUE
               X'00010203372D2E2F1605250B0C0D0E0F'.
           02  FILLER             PIC  X(16) VALUE
               X'101112133C3D322618193F271C1D1E1F'.
           02  FILLER             PIC  X(16) VALUE
               X'405A7F7B5B6C507D4D5D5C4E6B604B61'.
           02  FILLER             PIC  X(16) VALUE
               X'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F'.
           02  FILLER             PIC  X(16) VALUE
               X'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6'.
           02  FILLER             PIC  X(16) VALUE
               X'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D'.
           02  FILLER             PIC  X(16) VALUE
               X'79818283848586878889919293949596'.
           02  FILLER             PIC  X(16) VALUE
               X'979899A2A3A4A5A6A7A8A9C04FD0A107'.
           02  FILLER             PIC  X(16) VALUE
               X'202122232415061728292A2B2C090A1B'.
           02  FILLER             PIC  X(16) VALUE
               X'30311A333435360838393A3B04143EFF'.
           02  FILLER             PIC  X(16) VALUE
               X'41AA4AB19FB26AB5BDB49A8A5FCAAFBC'.
           02  FILLER             PIC  X(16) VALUE
               X'908FEAFABEA0B6B39DDA9B8BB7B8B9AB'.
           02  FILLER             PIC  X(16) VALUE
               X'6465626663679E687471727378757677'.
           02  FILLER             PIC  X(16) VALUE
               X'AC69EDEEEBEFECBF80FDFEFBFCADAE59'.
           02  FILLER             PIC  X(16) VALUE
               X'4445424643479C485451525358555657'.
           02  FILLER             PIC  X(16) VALUE
               X'8C49CDCECBCFCCE170DDDEDBDC8D8EDF'.

       LINKAGE SECTION.
      *****************************************************************
      * Caller's request/result area.                                 *
           05  ZB-VALUE-LENGTH    PIC S9(08) COMP.
           05  ZB-MEDIA           PIC  X(56).
           05  ZB-TTL             PIC S9(07) COMP-3.
           05  ZB-CCSID           PIC S9(04) COMP.
           05  ZB-STORED-CCSID    PIC S9(04) COMP.
           05  FILLER             PIC  X(12).

       01  ZB-VALUE               PIC  X(32000).

           MOVE ZEROES                  TO ZB-VALUE-LENGTH.
           MOVE SPACES                  TO ZB-MEDIA.
           MOVE ZEROES                  TO ZB-TTL.
           MOVE ZEROES                  TO ZB-STORED-CCSID.

           IF  FILES-OPEN EQUAL 'Y'
               GO TO 1000-EXIT.

           PERFORM 4300-VERIFY-CHECKSUM THRU 4300-EXIT.

           IF  NOT ZB-RC-OK
               GO TO 4000-EXIT.

           PERFORM 4400-CONVERT         THRU 4400-EXIT.

           IF  NOT ZB-RC-OK
               GO TO 4000-EXIT.


       4310-EXIT.
           EXIT.

      *****************************************************************
      * Deliver a text, XML or JSON value in the codepage the caller  *
      * asked for in ZB-CCSID: 37 (EBCDIC), 819 (ISO-8859-1) or 1208  *
      * (UTF-8).  Any other ZB-CCSID, an untagged entry, or a binary  *
      * media type returns the value exactly as stored.  ZB-STORED-   *
      * CCSID tells the caller what the entry was stored in (zero     *
      * when untagged).  A value that grows past the caller's buffer  *
      * in UTF-8 comes back 12.                                       *
      *****************************************************************
       4400-CONVERT.
           IF  ZK-CHARSET-EBCDIC
               MOVE 37                  TO ZB-STORED-CCSID.
           IF  ZK-CHARSET-UTF8
               MOVE 1208                TO ZB-STORED-CCSID.
           IF  ZK-CHARSET-LATIN1
               MOVE 819                 TO ZB-STORED-CCSID.

           IF  ZB-CCSID NOT EQUAL 37
           AND ZB-CCSID NOT EQUAL 819
           AND ZB-CCSID NOT EQUAL 1208
               GO TO 4400-EXIT.

           IF  ZB-STORED-CCSID EQUAL ZEROES
           OR  ZB-STORED-CCSID EQUAL ZB-CCSID
           OR  STAGE-LENGTH    EQUAL ZEROES
               GO TO 4400-EXIT.

           IF  ZF-MEDIA        NOT EQUAL SPACES
           AND ZF-MEDIA(1:04)  NOT EQUAL 'text'
           AND ZF-MEDIA(1:15)  NOT EQUAL 'application/xml'
           AND ZF-MEDIA(1:16)  NOT EQUAL 'application/json'
               GO TO 4400-EXIT.

           IF  ZB-STORED-CCSID EQUAL 37
               INSPECT STAGE-BUFFER(1:STAGE-LENGTH)
                       CONVERTING CV-IDENTITY TO CV-LATIN1-OF-EBCDIC.

           IF  ZB-STORED-CCSID EQUAL 1208
               PERFORM 4410-DECODE-UTF8 THRU 4410-EXIT.

           IF  ZB-CCSID EQUAL 37
               INSPECT STAGE-BUFFER(1:STAGE-LENGTH)
                       CONVERTING CV-IDENTITY TO CV-EBCDIC-OF-LATIN1.

           IF  ZB-CCSID EQUAL 1208
               PERFORM 4420-ENCODE-UTF8 THRU 4420-EXIT.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * UTF-8 to ISO-8859-1, through CV-BUFFER.  The result is never  *
      * longer than the source.                                       *
      *****************************************************************
       4410-DECODE-UTF8.
           MOVE ZEROES                  TO CV-LENGTH.
           MOVE 1                       TO CV-SRC-INDEX.

           PERFORM 4415-DECODE-CHAR   THRU 4415-EXIT
               WITH TEST AFTER
               UNTIL CV-SRC-INDEX GREATER THAN STAGE-LENGTH.

           MOVE CV-LENGTH               TO STAGE-LENGTH.
           MOVE CV-BUFFER(1:CV-LENGTH)  TO STAGE-BUFFER(1:CV-LENGTH).

       4410-EXIT.
           EXIT.

      *****************************************************************
      * Decode one character.  Only the two-byte sequences led by     *
      * X'C2' and X'C3' fall inside ISO-8859-1; any other multi-byte  *
      * sequence, or a stray continuation byte, is one SUB.           *
      *****************************************************************
       4415-DECODE-CHAR.
           MOVE ZEROES                  TO CV-HALF.
           MOVE STAGE-BUFFER(CV-SRC-INDEX:1) TO CV-BYTE.
           ADD  1                       TO CV-SRC-INDEX.
           ADD  1                       TO CV-LENGTH.

           IF  CV-HALF LESS THAN 128
               MOVE CV-BYTE             TO CV-BUFFER(CV-LENGTH:1)
               GO TO 4415-EXIT.

           IF  CV-HALF NOT EQUAL 194
           AND CV-HALF NOT EQUAL 195
               GO TO 4415-SUBSTITUTE.

           IF  CV-SRC-INDEX GREATER THAN STAGE-LENGTH
               GO TO 4415-SUBSTITUTE.

           COMPUTE CV-CODE = (CV-HALF - 192) * 64.

           MOVE ZEROES                  TO CV-HALF.
           MOVE STAGE-BUFFER(CV-SRC-INDEX:1) TO CV-BYTE.

           IF  CV-HALF LESS THAN 128
           OR  CV-HALF GREATER THAN 191
               GO TO 4415-SUBSTITUTE.

           COMPUTE CV-HALF = CV-CODE + CV-HALF - 128.
           MOVE CV-BYTE                 TO CV-BUFFER(CV-LENGTH:1).
           ADD  1                       TO CV-SRC-INDEX.
           GO TO 4415-EXIT.

       4415-SUBSTITUTE.
           MOVE CV-SUB-LATIN1           TO CV-BUFFER(CV-LENGTH:1).
           MOVE 'N'                     TO CV-SKIP-DONE.

           PERFORM 4416-SKIP-CONTINUATION THRU 4416-EXIT
               UNTIL CV-SKIP-DONE EQUAL 'Y'.

       4415-EXIT.
           EXIT.

      *****************************************************************
      * Step over the continuation bytes of a sequence just replaced  *
      * by SUB.                                                       *
      *****************************************************************
       4416-SKIP-CONTINUATION.
           IF  CV-SRC-INDEX GREATER THAN STAGE-LENGTH
               MOVE 'Y'                 TO CV-SKIP-DONE
               GO TO 4416-EXIT.

           MOVE ZEROES                  TO CV-HALF.
           MOVE STAGE-BUFFER(CV-SRC-INDEX:1) TO CV-BYTE.

           IF  CV-HALF LESS THAN 128
           OR  CV-HALF GREATER THAN 191
               MOVE 'Y'                 TO CV-SKIP-DONE
               GO TO 4416-EXIT.

           ADD  1                       TO CV-SRC-INDEX.

       4416-EXIT.
           EXIT.

      *****************************************************************
      * ISO-8859-1 to UTF-8, through CV-BUFFER.  Each byte above      *
      * X'7F' becomes two.                                            *
      *****************************************************************
       4420-ENCODE-UTF8.
           MOVE ZEROES                  TO CV-LENGTH.
           MOVE 'N'                     TO CV-OVERFLOW.

           PERFORM 4425-ENCODE-CHAR   THRU 4425-EXIT
               WITH TEST AFTER
               VARYING CV-SRC-INDEX FROM 1 BY 1
               UNTIL CV-SRC-INDEX NOT LESS THAN STAGE-LENGTH
               OR    CV-OVERFLOW EQUAL 'Y'.

           IF  CV-OVERFLOW EQUAL 'Y'
               MOVE '12'                TO ZB-RETURN-CODE
               GO TO 4420-EXIT.

           MOVE CV-LENGTH               TO STAGE-LENGTH.
           MOVE CV-BUFFER(1:CV-LENGTH)  TO STAGE-BUFFER(1:CV-LENGTH).

       4420-EXIT.
           EXIT.

       4425-ENCODE-CHAR.
           MOVE ZEROES                  TO CV-HALF.
           MOVE STAGE-BUFFER(CV-SRC-INDEX:1) TO CV-BYTE.

           IF  CV-HALF LESS THAN 128
           AND CV-LENGTH LESS THAN CV-MAX
               ADD  1                   TO CV-LENGTH
               MOVE CV-BYTE             TO CV-BUFFER(CV-LENGTH:1)
               GO TO 4425-EXIT.

           IF  CV-LENGTH + 2 GREATER THAN CV-MAX
               MOVE 'Y'                 TO CV-OVERFLOW
               GO TO 4425-EXIT.

           DIVIDE CV-HALF BY 64
               GIVING    CV-CODE
               REMAINDER CV-REM.

           COMPUTE CV-HALF = 192 + CV-CODE.
           ADD  1                       TO CV-LENGTH.
           MOVE CV-BYTE                 TO CV-BUFFER(CV-LENGTH:1).

           COMPUTE CV-HALF = 128 + CV-REM.
           ADD  1                       TO CV-LENGTH.
           MOVE CV-BYTE                 TO CV-BUFFER(CV-LENGTH:1).

       4425-EXIT.
           EXIT.
