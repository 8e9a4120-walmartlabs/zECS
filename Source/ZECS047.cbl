       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS047.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program is LINKed to count one read or expiry event      *
      * against the key prefix it belongs to, so the weekly ZECS048   *
      * report can show each prefix's hit ratio, where its misses     *
      * were served from and how many of its entries expire unread.   *
      * Tenants register the prefixes they want accounted for on the  *
      * ZCPREFIX file; the key's longest registered prefix names the  *
      * row on the cache's ZCxxPA counter file (see ZECSPAC) the      *
      * event is added to.  A key no registered prefix covers is not  *
      * counted.                                                      *
      *                                                               *
      * ZECS001 counts its GETs and ZECS000 its expirations.  The     *
      * caller samples the frequent events and passes the sampling    *
      * rate as the increment.                                        *
      *                                                               *
      * DFHCOMMAREA:                                                  *
      *                                                               *
      *     PX-TRANID       X(04)   the ZCxx cache                    *
      *     PX-EVENT        X(01)   'H' hit                           *
      *                             'M' miss nobody served            *
      *                             'P' miss a partner served         *
      *                             'O' miss the origin served        *
      *                             'L' miss just past its TTL        *
      *                             'N' negative-cache hit            *
      *                             'E' expired after being read      *
      *                             'U' expired unread                *
      *     PX-COUNTED      X(01)   returned 'Y' when counted         *
      *     PX-INCREMENT    S9(04)  COMP amount to add (zero: one)    *
      *     PX-TTL          S9(07)  COMP-3 the expired entry's TTL in *
      *                             seconds ('E' and 'U' only)        *
      *     PX-KEY-LENGTH   S9(04)  COMP key length (zero: derive it  *
      *                             from the low-value padding)       *
      *     PX-KEY          X(255)  the key                           *
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

       01  PA-FCT.
           02  PA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'PA  '.

       01  PA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  PA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PA-TRIES               PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Prefix registration.  The ZCPREFIX rows for the cache are     *
      * browsed for the longest prefix the key matches; a blank       *
      * prefix matches every key at length zero.                      *
      *****************************************************************
       01  PR-FCT                 PIC  X(08) VALUE 'ZCPREFIX'.
       01  PR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  PR-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  PR-BROWSE-DONE         PIC  X(01) VALUE 'N'.
       01  PR-MATCH-LEN           PIC S9(04) COMP VALUE ZEROES.
       01  PR-BEST-LEN            PIC S9(04) COMP VALUE -1.
       01  PR-BEST-PREFIX         PIC  X(40) VALUE SPACES.

      *****************************************************************
      * zECS PREFIX ACCOUNTING registry and counter records.          *
      *****************************************************************
       COPY ZECSPAC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  PX-TRANID          PIC  X(04).
           02  PX-EVENT           PIC  X(01).
               88  PX-HIT                     VALUE 'H'.
               88  PX-MISS                    VALUE 'M'.
               88  PX-PARTNER-SERVED          VALUE 'P'.
               88  PX-ORIGIN-SERVED           VALUE 'O'.
               88  PX-LATE-MISS               VALUE 'L'.
               88  PX-NEGATIVE-HIT            VALUE 'N'.
               88  PX-EXPIRED-READ            VALUE 'E'.
               88  PX-EXPIRED-UNREAD          VALUE 'U'.
           02  PX-COUNTED         PIC  X(01).
           02  PX-INCREMENT       PIC S9(04) COMP.
           02  PX-TTL             PIC S9(07) COMP-3.
           02  PX-KEY-LENGTH      PIC S9(04) COMP.
           02  PX-KEY             PIC  X(255).
           02  FILLER             PIC  X(03).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-CHECK-REGISTRY     THRU 2000-EXIT.
           PERFORM 3000-COUNT-EVENT        THRU 3000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize.  Point the counter file at the caller's cache.    *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(9100-ABEND) NOHANDLE
           END-EXEC.

           IF  EIBCALEN EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'               TO PX-COUNTED.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE PX-TRANID         TO PA-TRANID.

           IF  PX-INCREMENT NOT GREATER THAN ZEROES
               MOVE ONE           TO PX-INCREMENT.

           IF  PX-TTL NOT NUMERIC
           OR  PX-TTL LESS THAN ZEROES
               MOVE ZEROES        TO PX-TTL.

           IF  PX-KEY-LENGTH EQUAL ZEROES
               INSPECT PX-KEY TALLYING PX-KEY-LENGTH
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUE.

           IF  PX-KEY-LENGTH EQUAL ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Find the key's longest registered prefix.  No row, no count.  *
      *****************************************************************
       2000-CHECK-REGISTRY.
           MOVE -1                       TO PR-BEST-LEN.
           MOVE SPACES                   TO PR-BEST-PREFIX.
           MOVE SPACES                   TO PR-KEY.
           MOVE PX-TRANID                TO PR-KEY-TRANID.

           EXEC CICS STARTBR FILE(PR-FCT)
                RIDFLD(PR-KEY)
                KEYLENGTH(PR-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(PR-RESP)
                NOHANDLE
           END-EXEC.

           IF  PR-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE 'N'                      TO PR-BROWSE-DONE.

           PERFORM 2010-REGISTRY-NEXT  THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL PR-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(PR-FCT) NOHANDLE
           END-EXEC.

           IF  PR-BEST-LEN LESS THAN ZEROES
               PERFORM 9000-RETURN     THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

       2010-REGISTRY-NEXT.
           MOVE LENGTH OF PR-RECORD      TO PR-LENGTH.

           EXEC CICS READNEXT FILE(PR-FCT)
                INTO(PR-RECORD)
                RIDFLD(PR-KEY)
                KEYLENGTH(PR-PREFIX-LENGTH)
                LENGTH(PR-LENGTH)
                RESP(PR-RESP)
                NOHANDLE
           END-EXEC.

           IF  PR-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  PR-KEY-TRANID NOT EQUAL PX-TRANID
               MOVE 'Y'                  TO PR-BROWSE-DONE
               GO TO 2010-EXIT.

           MOVE ZEROES                   TO PR-MATCH-LEN.
           INSPECT PR-KEY-PREFIX TALLYING PR-MATCH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  PR-MATCH-LEN NOT GREATER THAN PR-BEST-LEN
           OR  PR-MATCH-LEN GREATER THAN PX-KEY-LENGTH
               GO TO 2010-EXIT.

           IF  PR-MATCH-LEN GREATER THAN ZEROES
           AND PX-KEY(1:PR-MATCH-LEN)
                   NOT EQUAL PR-KEY-PREFIX(1:PR-MATCH-LEN)
               GO TO 2010-EXIT.

           MOVE PR-MATCH-LEN             TO PR-BEST-LEN.
           MOVE PR-KEY-PREFIX            TO PR-BEST-PREFIX.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * Add the event to the prefix's counter row, writing the row    *
      * on the prefix's first event since the last report.  Two       *
      * tasks writing the same new row at once is settled by the      *
      * loser's DUPREC: it goes round again and updates the winner's. *
      *****************************************************************
       3000-COUNT-EVENT.
           MOVE ZEROES                   TO PA-TRIES.

           PERFORM 3010-COUNT-ONCE     THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL PX-COUNTED EQUAL 'Y'
               OR    PA-TRIES NOT LESS THAN 2.

       3000-EXIT.
           EXIT.

       3010-COUNT-ONCE.
           ADD  ONE                      TO PA-TRIES.
           MOVE PR-BEST-PREFIX           TO PA-PREFIX.
           MOVE LENGTH OF PA-RECORD      TO PA-LENGTH.

           EXEC CICS READ FILE(PA-FCT)
                INTO(PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                UPDATE
                RESP(PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3100-ADD-EVENT  THRU 3100-EXIT
               EXEC CICS REWRITE FILE(PA-FCT)
                    FROM(PA-RECORD)
                    LENGTH(PA-LENGTH)
                    RESP(PA-RESP)
                    NOHANDLE
               END-EXEC
               IF  PA-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'              TO PX-COUNTED
               END-IF
               GO TO 3010-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 2                    TO PA-TRIES
               GO TO 3010-EXIT.

           MOVE SPACES                   TO PA-RECORD.
           MOVE PR-BEST-PREFIX           TO PA-PREFIX.
           MOVE ZEROES                   TO PA-HITS
                                            PA-MISSES
                                            PA-PARTNER
                                            PA-ORIGIN
                                            PA-LATE
                                            PA-NEGATIVE
                                            PA-EXPIRED
                                            PA-UNREAD
                                            PA-TTL-TOTAL.
           MOVE CURRENT-ABS              TO PA-FIRST-ABS.

           PERFORM 3100-ADD-EVENT      THRU 3100-EXIT.

           MOVE LENGTH OF PA-RECORD      TO PA-LENGTH.

           EXEC CICS WRITE FILE(PA-FCT)
                FROM(PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                RESP(PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO PX-COUNTED.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * A served miss is a miss as well, and so is a late one; an     *
      * unread expiry is an expiry as well.                           *
      *****************************************************************
       3100-ADD-EVENT.
           MOVE CURRENT-ABS              TO PA-LAST-ABS.

           IF  PX-HIT
               ADD  PX-INCREMENT         TO PA-HITS.

           IF  PX-MISS
           OR  PX-PARTNER-SERVED
           OR  PX-ORIGIN-SERVED
           OR  PX-LATE-MISS
               ADD  PX-INCREMENT         TO PA-MISSES.

           IF  PX-PARTNER-SERVED
               ADD  PX-INCREMENT         TO PA-PARTNER.

           IF  PX-ORIGIN-SERVED
               ADD  PX-INCREMENT         TO PA-ORIGIN.

           IF  PX-LATE-MISS
               ADD  PX-INCREMENT         TO PA-LATE.

           IF  PX-NEGATIVE-HIT
               ADD  PX-INCREMENT         TO PA-NEGATIVE.

           IF  PX-EXPIRED-READ
           OR  PX-EXPIRED-UNREAD
               ADD  PX-INCREMENT         TO PA-EXPIRED
               COMPUTE PA-TTL-TOTAL = PA-TTL-TOTAL
                                    + PX-TTL * PX-INCREMENT.

           IF  PX-EXPIRED-UNREAD
               ADD  PX-INCREMENT         TO PA-UNREAD.

       3100-EXIT.
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
      * Task abended.  Return -- a lost count must never fail the     *
      * read or the expiry that asked for it.                         *
      *****************************************************************
       9100-ABEND.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
           EXIT.
