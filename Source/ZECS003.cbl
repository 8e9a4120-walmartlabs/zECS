           02  KE-PARAGRAPH       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

      *****************************************************************
      * Legal hold.  A key ZECS053 finds under a hold in force is     *
      * left in place by the clear; the rest of the prefix goes.      *
      *****************************************************************
       01  ZECS053                PIC  X(08) VALUE 'ZECS053 '.

       01  ZECS053-COMM-AREA.
           02  HX-TRANID          PIC  X(04) VALUE SPACES.
           02  HX-PATH            PIC  X(08) VALUE 'CLEAR   '.
           02  HX-SWEEP           PIC  X(01) VALUE 'N'.
           02  HX-HELD            PIC  X(01) VALUE 'N'.
           02  HX-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HX-KEY             PIC  X(255) VALUE LOW-VALUES.
           02  HX-USERID          PIC  X(08) VALUE SPACES.
           02  HX-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  HX-MATTER          PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Replicate resources.                                          *
      *****************************************************************
       3010-EXIT.
           EXIT.

      *****************************************************************
      * Is the key found by the browse under a legal hold?            *
      *****************************************************************
       3050-CHECK-HOLD.
           MOVE ZK-TRANID                TO HX-TRANID.
           MOVE 'CLEAR   '               TO HX-PATH.
           MOVE 'N'                      TO HX-SWEEP.
           MOVE 'N'                      TO HX-HELD.
           MOVE ZEROES                   TO HX-KEY-LENGTH.
           MOVE ZK-KEY                   TO HX-KEY.
           MOVE SPACES                   TO HX-USERID.
           MOVE SPACES                   TO HX-REQUEST-ID.

           EXEC CICS LINK PROGRAM(ZECS053)
                COMMAREA(ZECS053-COMM-AREA)
                LENGTH  (LENGTH OF ZECS053-COMM-AREA)
                NOHANDLE
           END-EXEC.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Delete the local cache record (all FILE segments and the      *
      * owning KEY record) for the key found by the browse, unless    *
      * the key is under a legal hold.                                *
      *****************************************************************
       3100-DELETE.
           PERFORM 3050-CHECK-HOLD       THRU 3050-EXIT.

           IF  HX-HELD EQUAL 'Y'
               GO TO 3100-EXIT.

           MOVE LOW-VALUES        TO ZF-KEY-16.
           MOVE ZK-ZF-KEY         TO ZF-KEY.

