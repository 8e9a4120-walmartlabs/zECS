       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECS057.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *****************************************************************
      *                                                               *
      * z/OS Enterprise Caching Services                              *
      *                                                               *
      * This program executes as a background transaction to show     *
      * what a change to a cache's removal policy would do before the *
      * change is made.  Lowering the ZECS014 high water mark,        *
      * shortening the ZECS018 tiering age, or moving a tenant to     *
      * another ZS-PRIORITY class otherwise shows up first as misses  *
      * the tenant complains about.                                   *
      *                                                               *
      * The simulation is defined on the ZCWHATIF control record      *
      * keyed by this transaction's tranid and started on demand:     *
      * the cache, the tranids of its eviction (ZCEVICT) and tiering  *
      * (ZCTIER) tasks, whose control records give the current        *
      * settings, the horizon in hours, and the proposed settings --  *
      * high and low water marks, eviction cold age, tiering cold age *
      * and segment count, and up to ten tenants with a proposed      *
      * priority class.  A proposed value left negative keeps the     *
      * current one.                                                  *
      *                                                               *
      * The run counts the live chains on ZCxxFILE, as the eviction   *
      * task's counting pass does, then reassembles every chain on    *
      * the FILE and COLD tiers and judges it twice, under the        *
      * current settings and under the proposed ones, by the rules    *
      * the background tasks apply:                                   *
      *                                                               *
      *   EXPIRED   its TTL lapses (ZECS000, or ZECS018 on the COLD   *
      *             tier);                                            *
      *   EVICTED   eviction is on, the live count is over the high   *
      *             water mark, and the chain -- its key's CURRENT    *
      *             generation -- goes unread past the cold age       *
      *             weighted by its tenant's priority class; chains   *
      *             are taken in key order until the count would be   *
      *             back under the low water mark (ZECS014);          *
      *   DEMOTED   a FILE chain of at least the tiering segment      *
      *             count, its key's CURRENT generation, goes unread  *
      *             past the tiering cold age (ZECS018);              *
      *   KEPT      none of these within the horizon.                 *
      *                                                               *
      * A chain is reported under whichever would happen to it first. *
      * A key under a legal hold is never expired or evicted.  The    *
      * projection assumes nothing is read, written or deleted in the *
      * meantime -- a chain that is read again stays longer -- and    *
      * takes the live count as it stands.                            *
      *                                                               *
      * Nothing on the cache is changed.  The tenant and prefix       *
      * checks, hold registry and tenant rows are only read; the      *
      * running totals are kept on ZCWHIACC rows keyed by the tranid, *
      * the group type and the tenant, flushed at the end of every    *
      * batch of FIVE-HUNDRED segments.                               *
      *                                                               *
      * The report goes to the ZWIF extrapartition queue, which the   *
      * region routes to print: the settings compared, each chain     *
      * whose outcome the proposal changes (up to WI-LIST-MAX of      *
      * them), and for the cache and each tenant the chains and       *
      * stored bytes evicted, demoted and expired under each, with    *
      * the difference.  A summary line is written to CSSL.  Setting  *
      * WI-CANCEL to 'Y' abandons a run in progress.                  *
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
       01  SIM-NOW                PIC S9(15) VALUE ZEROES COMP-3.
       01  HORIZON-MS             PIC S9(15) VALUE ZEROES COMP-3.
       01  BEST-DUE               PIC S9(15) VALUE ZEROES COMP-3.
       01  DUE-MS                 PIC S9(15) VALUE ZEROES COMP-3.
       01  EFFECTIVE-AGE-MS       PIC S9(15) VALUE ZEROES COMP-3.
       01  ONE                    PIC S9(02) VALUE      1 COMP-3.
       01  ONE-THOUSAND           PIC S9(04) VALUE   1000 COMP-3.
       01  MS-PER-HOUR            PIC S9(08) VALUE 3600000 COMP-3.
       01  FIVE-HUNDRED           PIC S9(04) VALUE    500 COMP-3.
       01  RECORD-COUNT           PIC S9(04) VALUE      0 COMP-3.

       01  TTL-MILLISECONDS       PIC S9(15) VALUE ZEROES COMP-3.
       01  FILLER.
           02  TTL-SEC-MS.
               03  TTL-SECONDS    PIC  9(06) VALUE ZEROES.
               03  FILLER         PIC  9(03) VALUE ZEROES.
           02  FILLER REDEFINES TTL-SEC-MS.
               03  TTL-TIME       PIC  9(09).

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  PROCESS-COMPLETE       PIC  X(01) VALUE SPACES.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  NEG-MARKER             PIC  X(08) VALUE '*NEGMISS'.

      *****************************************************************
      * ZC-RUN-ABS is zero on the operator's start and carries the    *
      * run's start time on the ICE chain after that, so a second     *
      * start while a run is going is recognized and ignored.         *
      *****************************************************************
       01  ZC-PARM.
           02  ZC-RUN-ABS         PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  ZC-LENGTH              PIC S9(04) COMP VALUE 16.

       01  PHASE-COUNT            PIC  X(01) VALUE 'N'.
       01  PHASE-FILE             PIC  X(01) VALUE 'F'.
       01  PHASE-COLD             PIC  X(01) VALUE 'C'.
       01  PHASE-DONE             PIC  X(01) VALUE 'D'.
       01  PHASE-CANCELLED        PIC  X(01) VALUE 'X'.

      *****************************************************************
      * zcWHATIF control file resources - start                       *
      *****************************************************************
       01  WI-FCT                 PIC  X(08) VALUE 'ZCWHATIF'.
       01  WI-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  WI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  WI-RECORD.
           02  WI-KEY             PIC  X(04).
           02  WI-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
      *    *--------------------------------------------------------*
      *    * The operator names the cache, the tranids of its       *
      *    * eviction and tiering tasks (blank: that task's         *
      *    * defaults), the horizon in hours and the most chains to *
      *    * list.  The proposed marks, ages (seconds) and segment  *
      *    * count keep the current value while negative; a tenant  *
      *    * listed with a priority class 1-9 is judged under that  *
      *    * class.  WI-CANCEL 'Y' abandons a run in progress.      *
      *    *--------------------------------------------------------*
           02  WI-CANCEL          PIC  X(01) VALUE 'N'.
           02  WI-CACHE           PIC  X(04) VALUE SPACES.
           02  WI-EVICT-TRANID    PIC  X(04) VALUE SPACES.
           02  WI-TIER-TRANID     PIC  X(04) VALUE SPACES.
           02  WI-HORIZON         PIC S9(05) COMP-3 VALUE 24.
           02  WI-LIST-MAX        PIC S9(07) COMP-3 VALUE 500.
           02  WI-NEW-HIGH-WATER  PIC S9(07) COMP-3 VALUE -1.
           02  WI-NEW-LOW-WATER   PIC S9(07) COMP-3 VALUE -1.
           02  WI-NEW-EVICT-AGE   PIC S9(07) COMP-3 VALUE -1.
           02  WI-NEW-TIER-AGE    PIC S9(07) COMP-3 VALUE -1.
           02  WI-NEW-TIER-SEGS   PIC S9(04) COMP-3 VALUE -1.
           02  WI-NEW-PRIORITY-TABLE.
               05  WI-NEW-PRIORITY OCCURS 10 TIMES.
                   10  WI-NP-BUSBU    PIC  X(25).
                   10  WI-NP-PRIORITY PIC  X(01).
      *    *--------------------------------------------------------*
      *    * The run in progress: its phase, start time and resume  *
      *    * key, the live count, and the two policies as resolved  *
      *    * at the start (1 current, 2 proposed) with what is left *
      *    * of each one's eviction allowance (-1: no limit).       *
      *    *--------------------------------------------------------*
           02  WI-PHASE           PIC  X(01) VALUE SPACES.
               88  WI-RUNNING                 VALUE 'N' 'F' 'C'.
           02  WI-START-ABS       PIC S9(15) COMP-3 VALUE ZEROES.
           02  WI-RESUME          PIC  X(16) VALUE LOW-VALUES.
           02  WI-COLD-TIER       PIC  X(01) VALUE 'N'.
           02  WI-LIVE            PIC S9(09) COMP-3 VALUE ZEROES.
           02  WI-SCANNED         PIC S9(09) COMP-3 VALUE ZEROES.
           02  WI-LISTED          PIC S9(07) COMP-3 VALUE ZEROES.
           02  WI-UNLISTED        PIC S9(07) COMP-3 VALUE ZEROES.
           02  WI-POLICY OCCURS 2 TIMES.
               05  WP-HIGH-WATER  PIC S9(07) COMP-3.
               05  WP-LOW-WATER   PIC S9(07) COMP-3.
               05  WP-EVICT-AGE   PIC S9(07) COMP-3.
               05  WP-TIER-AGE    PIC S9(07) COMP-3.
               05  WP-TIER-SEGS   PIC S9(04) COMP-3.
               05  WP-EVICT-ON    PIC  X(01).
               05  WP-EVICT-LEFT  PIC S9(09) COMP-3.
           02  WI-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WI-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WI-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WI-TASKID          PIC  9(06).
           02  FILLER             PIC  X(72).

       01  WI-RECORD-SAVE.
           02  FILLER             PIC  X(12).
           02  WI-SAVE-CANCEL     PIC  X(01).
           02  FILLER             PIC  X(499).

      *****************************************************************
      * zcWHATIF control file resources - end                         *
      *****************************************************************

       01  ZC-WHATIF-ENQ.
           02  FILLER             PIC  X(08) VALUE 'CICSGRS_'.
           02  FILLER             PIC  X(08) VALUE 'ZCWHATI_'.
           02  ZC-ENQ-TRANID      PIC  X(04) VALUE SPACES.

      *****************************************************************
      * The eviction and tiering tasks' control records, read for     *
      * their current settings only.                                  *
      *****************************************************************
       01  EV-FCT                 PIC  X(08) VALUE 'ZCEVICT '.
       01  EV-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  EV-RECORD.
           02  EV-KEY             PIC  X(04).
           02  EV-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  EV-INTERVAL        PIC S9(07) COMP-3 VALUE 3600.
           02  EV-HIGH-WATER      PIC S9(07) COMP-3 VALUE ZEROES.
           02  EV-LOW-WATER       PIC S9(07) COMP-3 VALUE ZEROES.
           02  EV-COLD-AGE        PIC S9(07) COMP-3 VALUE 86400.
           02  FILLER             PIC  X(68).

       01  TI-FCT                 PIC  X(08) VALUE 'ZCTIER  '.
       01  TI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TI-RECORD.
           02  TI-KEY             PIC  X(04).
           02  TI-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  TI-INTERVAL        PIC S9(07) COMP-3 VALUE 3600.
           02  TI-COLD-AGE        PIC S9(07) COMP-3 VALUE 604800.
           02  TI-MIN-SEGMENTS    PIC S9(04) COMP-3 VALUE 4.
           02  FILLER             PIC  X(73).

       01  POLICY-CURRENT         PIC S9(04) COMP VALUE 1.
       01  POLICY-PROPOSED        PIC S9(04) COMP VALUE 2.
       01  POLICY-MAX             PIC S9(04) COMP VALUE 2.
       01  FATE-MAX               PIC S9(04) COMP VALUE 3.
       01  NP-MAX                 PIC S9(04) COMP VALUE 10.
       01  PL-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  FT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  NP-INDEX               PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Outcomes, in the order the totals keep them: evicted (E),     *
      * demoted (D) and expired (X).  A kept chain (K) is only        *
      * counted.                                                      *
      *****************************************************************
       01  FATE-CODES             PIC  X(03) VALUE 'EDX'.
       01  FATE-WORDS.
           02  FILLER             PIC  X(08) VALUE 'EVICTED '.
           02  FILLER             PIC  X(08) VALUE 'DEMOTED '.
           02  FILLER             PIC  X(08) VALUE 'EXPIRED '.
       01  FILLER REDEFINES FATE-WORDS.
           02  FATE-WORD          PIC  X(08) OCCURS 3 TIMES.

      *****************************************************************
      * Running totals, one ZCWHIACC row per group: type A is the     *
      * whole cache (*ALL*) and T a BU_SBU.  Each keeps, for each     *
      * policy, the chains and stored bytes by outcome, and the       *
      * chains whose outcome the proposal changes.                    *
      *****************************************************************
       01  WA-FCT                 PIC  X(08) VALUE 'ZCWHIACC'.
       01  WA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  WA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  WA-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.

       01  WA-RECORD.
           02  WA-KEY.
               05  WA-KEY-TRANID  PIC  X(04).
               05  WA-KEY-TYPE    PIC  X(01).
               05  WA-KEY-NAME    PIC  X(25).
           02  WA-CHAINS          PIC S9(09) COMP-3 VALUE ZEROES.
           02  WA-STORED          PIC S9(15) COMP-3 VALUE ZEROES.
           02  WA-CHANGED         PIC S9(09) COMP-3 VALUE ZEROES.
           02  WA-POLICY OCCURS 2 TIMES.
               05  WA-FATE OCCURS 3 TIMES.
                   10  WA-F-CHAINS    PIC S9(09) COMP-3.
                   10  WA-F-BYTES     PIC S9(15) COMP-3.
           02  FILLER             PIC  X(34).

       01  WA-TYPE-ALL            PIC  X(01) VALUE 'A'.
       01  WA-TYPE-TENANT         PIC  X(01) VALUE 'T'.
       01  WA-ALL-NAME            PIC  X(25) VALUE '*ALL*'.
       01  WA-NONE-NAME           PIC  X(25) VALUE '*NONE*'.

      *****************************************************************
      * The batch's group accumulators, folded onto the ZCWHIACC rows *
      * at the end of the batch; a full table is folded and restarted *
      * rather than overflowed.                                       *
      *****************************************************************
       01  GT-MAX                 PIC S9(04) COMP VALUE 32.
       01  GT-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  GT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  GT-FOUND               PIC  X(01) VALUE 'N'.
       01  GT-TABLE.
           02  GT-ENTRY OCCURS 32 TIMES.
               05  GT-TYPE        PIC  X(01).
               05  GT-NAME        PIC  X(25).
               05  GT-CHAINS      PIC S9(09) COMP-3.
               05  GT-STORED      PIC S9(15) COMP-3.
               05  GT-CHANGED     PIC S9(09) COMP-3.
               05  GT-POLICY OCCURS 2 TIMES.
                   10  GT-FATE OCCURS 3 TIMES.
                       15  GT-F-CHAINS    PIC S9(09) COMP-3.
                       15  GT-F-BYTES     PIC S9(15) COMP-3.

       01  GROUP-TYPE             PIC  X(01) VALUE SPACES.
       01  GROUP-NAME             PIC  X(25) VALUE SPACES.

      *****************************************************************
      * The chain being reassembled: every segment adds to it until   *
      * a segment of another chain turns up.  Its outcome under each  *
      * policy is judged when it closes.                              *
      *****************************************************************
       01  CH-ACTIVE              PIC  X(01) VALUE 'N'.
       01  CH-KEY                 PIC  X(08) VALUE LOW-VALUES.
       01  CH-SEGMENTS            PIC S9(07) VALUE ZEROES COMP-3.
       01  CH-STORED              PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-ABS                 PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-AGE                 PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-EXPIRE-DUE          PIC S9(15) VALUE ZEROES COMP-3.
       01  CH-TTL                 PIC S9(07) VALUE ZEROES COMP-3.
       01  CH-BUSBU               PIC  X(25) VALUE SPACES.
       01  CH-ZK-KEY              PIC X(255) VALUE LOW-VALUES.
       01  CH-KEY-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  CH-CURRENT-GEN         PIC  X(01) VALUE 'N'.
       01  CH-DEMOTABLE           PIC  X(01) VALUE 'N'.
       01  CH-HELD                PIC  X(01) VALUE 'N'.
       01  CH-POLICY-TABLE.
           02  CH-POLICY OCCURS 2 TIMES.
               05  CH-FATE        PIC  X(01).
               05  CH-PRIORITY    PIC  9(01).

       01  ZK-FCT.
           02  ZK-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  ZF-FCT.
           02  ZF-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'FILE'.

       01  ZC-COLD-FCT.
           02  ZC-COLD-TRANID     PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'COLD'.

       01  SCAN-FCT               PIC  X(08) VALUE SPACES.
       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zECS KEY  record definition.                                  *
      *****************************************************************
       COPY ZECSZKC.

      *****************************************************************
      * Tenant priority classes -- the *BUSBU* rows on the cache's    *
      * ZCxxSD file.                                                  *
      *****************************************************************
       01  ZS-FCT.
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.
           02  FILLER             PIC  X(04) VALUE 'SD  '.

       01  ZS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  SD-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PRIO-VALUE             PIC  9(01) VALUE 5.

       COPY ZECSSDC.

      *****************************************************************
      * Legal holds.  The cache's active holds are loaded once per    *
      * batch and matched here, as ZECS053 matches them, rather than  *
      * through ZECS053 itself, which logs and audits what it finds.  *
      *****************************************************************
       01  LH-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LH-PREFIX-LENGTH       PIC S9(04) COMP VALUE 4.
       01  LH-BROWSE-DONE         PIC  X(01) VALUE 'N'.

       COPY ZECSLHC.

       01  HT-MAX                 PIC S9(04) COMP VALUE 50.
       01  HT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  HT-TABLE.
           02  HT-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  HT-ENTRY OCCURS 50 TIMES.
               05  HT-SCOPE       PIC  X(01).
               05  HT-TARGET-LEN  PIC S9(04) COMP.
               05  HT-TARGET      PIC X(255).

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

      *****************************************************************
      * Report.  Each line goes to the ZWIF extrapartition queue,     *
      * which the region routes to print.                             *
      *****************************************************************
       01  REPORT-QUEUE           PIC  X(04) VALUE 'ZWIF'.
       01  REPORT-LENGTH          PIC S9(04) COMP VALUE 132.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.

       01  RPT-SETTINGS-ROW.
           02  RS-LABEL           PIC  X(10).
           02  RS-HIGH-WATER      PIC  Z(09)9.
           02  FILLER             PIC  X(02).
           02  RS-LOW-WATER       PIC  Z(09)9.
           02  FILLER             PIC  X(02).
           02  RS-EVICT-AGE       PIC  Z(09)9.
           02  FILLER             PIC  X(02).
           02  RS-TIER-AGE        PIC  Z(09)9.
           02  FILLER             PIC  X(02).
           02  RS-TIER-SEGS       PIC  Z(09)9.
           02  FILLER             PIC  X(54).

       01  RPT-SETTINGS-HEADING.
           02  FILLER             PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE '  HIGH WATER'.
           02  FILLER             PIC  X(12) VALUE '   LOW WATER'.
           02  FILLER             PIC  X(12) VALUE '   EVICT AGE'.
           02  FILLER             PIC  X(12) VALUE '    TIER AGE'.
           02  FILLER             PIC  X(12) VALUE '   TIER SEGS'.
           02  FILLER             PIC  X(62) VALUE SPACES.

       01  RPT-CHAIN-ROW.
           02  RC-KEY             PIC  X(60).
           02  FILLER             PIC  X(01).
           02  RC-TENANT          PIC  X(25).
           02  FILLER             PIC  X(01).
           02  RC-SEGS            PIC  Z(04)9.
           02  FILLER             PIC  X(01).
           02  RC-BYTES           PIC  Z(11)9.
           02  FILLER             PIC  X(01).
           02  RC-CURRENT         PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RC-PROPOSED        PIC  X(08).
           02  FILLER             PIC  X(09).

       01  RPT-CHAIN-HEADING.
           02  FILLER             PIC  X(61) VALUE 'KEY'.
           02  FILLER             PIC  X(26) VALUE 'TENANT'.
           02  FILLER             PIC  X(06) VALUE ' SEGS'.
           02  FILLER             PIC  X(13) VALUE '       STORED'.
           02  FILLER             PIC  X(09) VALUE 'CURRENT'.
           02  FILLER             PIC  X(17) VALUE 'PROPOSED'.

       01  RPT-FATE-ROW.
           02  RF-LABEL           PIC  X(25).
           02  FILLER             PIC  X(01).
           02  RF-FATE            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  RF-CUR-CHAINS      PIC  Z(08)9.
           02  FILLER             PIC  X(01).
           02  RF-CUR-BYTES       PIC  Z(14)9.
           02  FILLER             PIC  X(01).
           02  RF-NEW-CHAINS      PIC  Z(08)9.
           02  FILLER             PIC  X(01).
           02  RF-NEW-BYTES       PIC  Z(14)9.
           02  FILLER             PIC  X(01).
           02  RF-DIFF-CHAINS     PIC  -(08)9.
           02  FILLER             PIC  X(01).
           02  RF-DIFF-BYTES      PIC  -(14)9.
           02  FILLER             PIC  X(19).

       01  RPT-FATE-HEADING-1.
           02  FILLER             PIC  X(35) VALUE SPACES.
           02  FILLER             PIC  X(26) VALUE
               '------- CURRENT ---------'.
           02  FILLER             PIC  X(26) VALUE
               '------- PROPOSED --------'.
           02  FILLER             PIC  X(45) VALUE
               '------ DIFFERENCE -------'.

       01  RPT-FATE-HEADING-2.
           02  FILLER             PIC  X(35) VALUE SPACES.
           02  FILLER             PIC  X(26) VALUE
               '   CHAINS    STORED BYTES'.
           02  FILLER             PIC  X(26) VALUE
               '   CHAINS    STORED BYTES'.
           02  FILLER             PIC  X(45) VALUE
               '   CHAINS    STORED BYTES'.

       01  RPT-AS-OF-DATE         PIC  X(10) VALUE SPACES.
       01  RPT-AS-OF-TIME         PIC  X(08) VALUE SPACES.
       01  RPT-HORIZON-D          PIC  Z(04)9.
       01  RPT-LIVE-D             PIC  Z(08)9.
       01  RPT-CHAINS-D           PIC  Z(08)9.
       01  RPT-STORED-D           PIC  Z(14)9.
       01  RPT-CHANGED-D          PIC  Z(08)9.
       01  RPT-LISTED-D           PIC  Z(06)9.
       01  RPT-UNLISTED-D         PIC  Z(06)9.
       01  RPT-LEFT-D             PIC  Z(08)9.
       01  RPT-EVICT-WORDS        PIC  X(24) VALUE SPACES.
       01  RPT-EVICT-CURRENT      PIC  X(24) VALUE SPACES.
       01  ALL-CHANGED            PIC S9(09) COMP-3 VALUE ZEROES.
       01  ALL-CHAINS             PIC S9(09) COMP-3 VALUE ZEROES.
       01  TENANT-COUNT           PIC S9(07) COMP-3 VALUE ZEROES.
       01  RPT-TENANTS-D          PIC  Z(06)9.
       01  ROW-ACTIVE             PIC  X(01) VALUE 'N'.

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

           IF  WI-CANCEL EQUAL 'Y'
               PERFORM 7000-CANCEL-RUN     THRU 7000-EXIT.

           IF  WI-PHASE EQUAL PHASE-COUNT
               PERFORM 2000-COUNT-SCAN     THRU 2000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
           ELSE
               PERFORM 1600-LOAD-HOLDS     THRU 1600-EXIT
               PERFORM 3000-SCAN-TIER      THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               PERFORM 1700-FLUSH-GROUPS   THRU 1700-EXIT.

           PERFORM 1400-SAVE-CONTROL       THRU 1400-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve information for the simulation.  A start with no run *
      * going begins one; a start while one is going is ignored.      *
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

           MOVE EIBTRNID          TO ZC-ENQ-TRANID.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES            TO GT-COUNT.

           PERFORM 1200-ENQ        THRU 1200-EXIT.
           PERFORM 1300-CONTROL    THRU 1300-EXIT.

           MOVE WI-CACHE          TO ZK-TRANID
                                     ZF-TRANID
                                     ZC-COLD-TRANID.
           MOVE WI-CACHE(3:2)     TO ZS-TRANID(3:2).

           IF  WI-RUNNING
               IF  ZC-RUN-ABS NOT EQUAL WI-START-ABS
               AND WI-CANCEL  NOT EQUAL 'Y'
                   MOVE SPACES            TO TD-MESSAGE
                   STRING 'WHATIF CACHE='    WI-CACHE
                          ' ALREADY RUNNING - START IGNORED'
                          DELIMITED BY SIZE
                          INTO TD-MESSAGE
                   END-STRING
                   PERFORM 9910-WRITE-CSSL THRU 9910-EXIT
                   PERFORM 9000-RETURN     THRU 9000-EXIT
               END-IF
           ELSE
               IF  ZC-RUN-ABS EQUAL ZEROES
                   PERFORM 1500-START-RUN  THRU 1500-EXIT
               ELSE
                   PERFORM 9000-RETURN     THRU 9000-EXIT.

           MOVE WI-START-ABS      TO SIM-NOW.
           COMPUTE HORIZON-MS     = WI-HORIZON * MS-PER-HOUR.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENQ to serialize the simulation.                        *
      *****************************************************************
       1200-ENQ.
           EXEC CICS ENQ RESOURCE(ZC-WHATIF-ENQ)
                LENGTH(LENGTH OF  ZC-WHATIF-ENQ)
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
      * Read the zcWHATIF control record, writing it with the         *
      * defaults the first time, to pick up the simulation's          *
      * definition and the run in progress.                           *
      *****************************************************************
       1300-CONTROL.
           MOVE EIBTRNID                 TO WI-KEY.
           MOVE LENGTH OF WI-RECORD      TO WI-LENGTH.

           EXEC CICS READ
                FILE   (WI-FCT)
                RIDFLD (WI-KEY)
                INTO   (WI-RECORD)
                LENGTH (WI-LENGTH)
                RESP   (WI-RESP)
                NOHANDLE
           END-EXEC.

           IF  WI-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID             TO WI-KEY
               MOVE SPACES               TO WI-NEW-PRIORITY-TABLE
               MOVE LENGTH OF WI-RECORD  TO WI-LENGTH
               EXEC CICS WRITE
                    FILE   (WI-FCT)
                    RIDFLD (WI-KEY)
                    FROM   (WI-RECORD)
                    LENGTH (WI-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  WI-HORIZON NOT NUMERIC
           OR  WI-HORIZON NOT GREATER THAN ZEROES
               MOVE 24                   TO WI-HORIZON.

           IF  WI-LIST-MAX NOT NUMERIC
           OR  WI-LIST-MAX LESS THAN ZEROES
               MOVE 500                  TO WI-LIST-MAX.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Persist the run on the control record so a crash or a restart *
      * between batches picks up where it left off.  A cancel the     *
      * operator set while this batch ran is kept.                    *
      *****************************************************************
       1400-SAVE-CONTROL.
           MOVE EIBTRNID                 TO WI-KEY.
           MOVE LENGTH OF WI-RECORD-SAVE TO WI-LENGTH.

           EXEC CICS READ
                FILE   (WI-FCT)
                RIDFLD (WI-KEY)
                INTO   (WI-RECORD-SAVE)
                LENGTH (WI-LENGTH)
                RESP   (WI-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  WI-RUNNING
           AND WI-SAVE-CANCEL EQUAL 'Y'
               MOVE 'Y'                  TO WI-CANCEL.

           MOVE EIBTASKN                 TO WI-TASKID.
           MOVE APPLID                   TO WI-APPLID.
           MOVE CURRENT-ABS              TO WI-ABSTIME.

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(WI-TIME)
                YYYYMMDD(WI-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           IF  WI-RESP EQUAL DFHRESP(NORMAL)
               MOVE LENGTH OF WI-RECORD  TO WI-LENGTH
               EXEC CICS REWRITE
                    FILE  (WI-FCT)
                    FROM  (WI-RECORD)
                    LENGTH(WI-LENGTH)
                    NOHANDLE
               END-EXEC.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Begin a run: clear this tranid's ZCWHIACC rows, resolve the   *
      * two policies, and start counting.                             *
      *****************************************************************
       1500-START-RUN.
           IF  WI-CACHE EQUAL SPACES
           OR  WI-CACHE EQUAL LOW-VALUES
               MOVE SPACES               TO TD-MESSAGE
               STRING 'WHATIF '             EIBTRNID
                      ' NO CACHE NAMED - START IGNORED'
                      DELIMITED BY SIZE
                      INTO TD-MESSAGE
               END-STRING
               PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT
               PERFORM 9000-RETURN       THRU 9000-EXIT.

           MOVE EIBTRNID                 TO WA-KEY-TRANID.

           EXEC CICS DELETE FILE(WA-FCT)
                RIDFLD(WA-KEY-TRANID)
                KEYLENGTH(WA-PREFIX-LENGTH)
                GENERIC
                NOHANDLE
           END-EXEC.

           MOVE 'N'                      TO WI-CANCEL.
           MOVE PHASE-COUNT              TO WI-PHASE.
           MOVE LOW-VALUES               TO WI-RESUME.
           MOVE CURRENT-ABS              TO WI-START-ABS
                                            ZC-RUN-ABS.
           MOVE ZEROES                   TO WI-LIVE
                                            WI-SCANNED
                                            WI-LISTED
                                            WI-UNLISTED.

           PERFORM 1510-CURRENT-SETTINGS THRU 1510-EXIT.
           PERFORM 1520-PROPOSED-SETTINGS THRU 1520-EXIT.
           PERFORM 1530-CHECK-COLD       THRU 1530-EXIT.
           PERFORM 4000-REPORT-HEADER    THRU 4000-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'WHATIF CACHE='             DELIMITED BY SIZE
                  WI-CACHE                    DELIMITED BY SIZE
                  ' SIMULATION STARTED'       DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * The current policy: the eviction and tiering tasks' control   *
      * records, or the defaults those tasks start with.              *
      *****************************************************************
       1510-CURRENT-SETTINGS.
           MOVE ZEROES                   TO WP-HIGH-WATER(1)
                                            WP-LOW-WATER(1).
           MOVE 86400                    TO WP-EVICT-AGE(1).
           MOVE 604800                   TO WP-TIER-AGE(1).
           MOVE 4                        TO WP-TIER-SEGS(1).

           IF  WI-EVICT-TRANID GREATER THAN SPACES
               MOVE WI-EVICT-TRANID      TO EV-KEY
               MOVE LENGTH OF EV-RECORD  TO EV-LENGTH
               EXEC CICS READ
                    FILE   (EV-FCT)
                    RIDFLD (EV-KEY)
                    INTO   (EV-RECORD)
                    LENGTH (EV-LENGTH)
                    RESP   (READ-RESP)
                    NOHANDLE
               END-EXEC
               IF  READ-RESP EQUAL DFHRESP(NORMAL)
                   IF  EV-HIGH-WATER NUMERIC
                       MOVE EV-HIGH-WATER TO WP-HIGH-WATER(1)
                   END-IF
                   IF  EV-LOW-WATER NUMERIC
                       MOVE EV-LOW-WATER  TO WP-LOW-WATER(1)
                   END-IF
                   IF  EV-COLD-AGE NUMERIC
                       MOVE EV-COLD-AGE   TO WP-EVICT-AGE(1)
                   END-IF
               END-IF
           END-IF.

           IF  WI-TIER-TRANID GREATER THAN SPACES
               MOVE WI-TIER-TRANID       TO TI-KEY
               MOVE LENGTH OF TI-RECORD  TO TI-LENGTH
               EXEC CICS READ
                    FILE   (TI-FCT)
                    RIDFLD (TI-KEY)
                    INTO   (TI-RECORD)
                    LENGTH (TI-LENGTH)
                    RESP   (READ-RESP)
                    NOHANDLE
               END-EXEC
               IF  READ-RESP EQUAL DFHRESP(NORMAL)
                   IF  TI-COLD-AGE NUMERIC
                       MOVE TI-COLD-AGE   TO WP-TIER-AGE(1)
                   END-IF
                   IF  TI-MIN-SEGMENTS NUMERIC
                       MOVE TI-MIN-SEGMENTS TO WP-TIER-SEGS(1)
                   END-IF
               END-IF
           END-IF.

       1510-EXIT.
           EXIT.

      *****************************************************************
      * The proposed policy: the current one with each proposed value *
      * the operator set laid over it.                                *
      *****************************************************************
       1520-PROPOSED-SETTINGS.
           MOVE WI-POLICY(1)             TO WI-POLICY(2).

           IF  WI-NEW-HIGH-WATER NUMERIC
           AND WI-NEW-HIGH-WATER NOT LESS THAN ZEROES
               MOVE WI-NEW-HIGH-WATER    TO WP-HIGH-WATER(2).

           IF  WI-NEW-LOW-WATER NUMERIC
           AND WI-NEW-LOW-WATER NOT LESS THAN ZEROES
               MOVE WI-NEW-LOW-WATER     TO WP-LOW-WATER(2).

           IF  WI-NEW-EVICT-AGE NUMERIC
           AND WI-NEW-EVICT-AGE NOT LESS THAN ZEROES
               MOVE WI-NEW-EVICT-AGE     TO WP-EVICT-AGE(2).

           IF  WI-NEW-TIER-AGE NUMERIC
           AND WI-NEW-TIER-AGE NOT LESS THAN ZEROES
               MOVE WI-NEW-TIER-AGE      TO WP-TIER-AGE(2).

           IF  WI-NEW-TIER-SEGS NUMERIC
           AND WI-NEW-TIER-SEGS GREATER THAN ZEROES
               MOVE WI-NEW-TIER-SEGS     TO WP-TIER-SEGS(2).

           MOVE 'N'                      TO WP-EVICT-ON(1)
                                            WP-EVICT-ON(2).
           MOVE ZEROES                   TO WP-EVICT-LEFT(1)
                                            WP-EVICT-LEFT(2).

       1520-EXIT.
           EXIT.

      *****************************************************************
      * Demotion needs somewhere to go: without a ZCxxCOLD file the   *
      * tiering task moves nothing, under either policy.              *
      *****************************************************************
       1530-CHECK-COLD.
           MOVE 'N'                      TO WI-COLD-TIER.
           MOVE LOW-VALUES               TO ZF-KEY-16.

           EXEC CICS STARTBR FILE(ZC-COLD-FCT)
                RIDFLD(ZF-KEY-16)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO WI-COLD-TIER
               EXEC CICS ENDBR FILE(ZC-COLD-FCT) NOHANDLE
               END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                  TO WI-COLD-TIER.

       1530-EXIT.
           EXIT.

      *****************************************************************
      * Load the cache's active legal holds.                          *
      *****************************************************************
       1600-LOAD-HOLDS.
           MOVE ZEROES                   TO HT-COUNT.
           MOVE SPACES                   TO LH-KEY.
           MOVE WI-CACHE                 TO LH-KEY-TRANID.

           EXEC CICS STARTBR FILE(LH-FCT)
                RIDFLD(LH-KEY)
                KEYLENGTH(LH-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1600-EXIT.

           MOVE 'N'                      TO LH-BROWSE-DONE.

           PERFORM 1610-LOAD-NEXT      THRU 1610-EXIT
               WITH TEST AFTER
               UNTIL LH-BROWSE-DONE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(LH-FCT) NOHANDLE
           END-EXEC.

       1600-EXIT.
           EXIT.

       1610-LOAD-NEXT.
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
           OR  LH-KEY-TRANID NOT EQUAL WI-CACHE
           OR  HT-COUNT NOT LESS THAN HT-MAX
               MOVE 'Y'                  TO LH-BROWSE-DONE
               GO TO 1610-EXIT.

           IF  NOT LH-ACTIVE
           OR  LH-TARGET-LEN NOT GREATER THAN ZEROES
               GO TO 1610-EXIT.

           ADD  ONE                      TO HT-COUNT.
           MOVE LH-SCOPE                 TO HT-SCOPE(HT-COUNT).
           MOVE LH-TARGET-LEN            TO HT-TARGET-LEN(HT-COUNT).
           MOVE LH-TARGET                TO HT-TARGET(HT-COUNT).

       1610-EXIT.
           EXIT.

      *****************************************************************
      * Fold the batch's group accumulators onto the ZCWHIACC rows,   *
      * creating a row the first time a group is seen, then clear the *
      * table.                                                        *
      *****************************************************************
       1700-FLUSH-GROUPS.
           IF  GT-COUNT GREATER THAN ZEROES
               PERFORM 1710-FLUSH-ONE    THRU 1710-EXIT
                   WITH TEST AFTER
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX NOT LESS THAN GT-COUNT.

           MOVE ZEROES                   TO GT-COUNT.

       1700-EXIT.
           EXIT.

       1710-FLUSH-ONE.
           MOVE EIBTRNID                 TO WA-KEY-TRANID.
           MOVE GT-TYPE(GT-INDEX)        TO WA-KEY-TYPE.
           MOVE GT-NAME(GT-INDEX)        TO WA-KEY-NAME.
           MOVE LENGTH OF WA-RECORD      TO WA-LENGTH.

           EXEC CICS READ
                FILE   (WA-FCT)
                RIDFLD (WA-KEY)
                INTO   (WA-RECORD)
                LENGTH (WA-LENGTH)
                RESP   (WA-RESP)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  WA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES           TO WA-RECORD
               MOVE EIBTRNID             TO WA-KEY-TRANID
               MOVE GT-TYPE(GT-INDEX)    TO WA-KEY-TYPE
               MOVE GT-NAME(GT-INDEX)    TO WA-KEY-NAME
               MOVE ZEROES               TO WA-CHAINS
                                            WA-STORED
                                            WA-CHANGED
               PERFORM 1720-ZERO-ROW     THRU 1720-EXIT
                   WITH TEST AFTER
                   VARYING PL-INDEX FROM 1 BY 1
                   UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

           ADD  GT-CHAINS(GT-INDEX)      TO WA-CHAINS.
           ADD  GT-STORED(GT-INDEX)      TO WA-STORED.
           ADD  GT-CHANGED(GT-INDEX)     TO WA-CHANGED.

           PERFORM 1730-ADD-POLICY       THRU 1730-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

           MOVE LENGTH OF WA-RECORD      TO WA-LENGTH.

           IF  WA-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE  (WA-FCT)
                    FROM  (WA-RECORD)
                    LENGTH(WA-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE   (WA-FCT)
                    RIDFLD (WA-KEY)
                    FROM   (WA-RECORD)
                    LENGTH (WA-LENGTH)
                    NOHANDLE
               END-EXEC
           END-IF.

       1710-EXIT.
           EXIT.

       1720-ZERO-ROW.
           PERFORM 1725-ZERO-FATE        THRU 1725-EXIT
               WITH TEST AFTER
               VARYING FT-INDEX FROM 1 BY 1
               UNTIL FT-INDEX NOT LESS THAN FATE-MAX.

       1720-EXIT.
           EXIT.

       1725-ZERO-FATE.
           MOVE ZEROES TO WA-F-CHAINS(PL-INDEX FT-INDEX)
                          WA-F-BYTES(PL-INDEX FT-INDEX).

       1725-EXIT.
           EXIT.

       1730-ADD-POLICY.
           PERFORM 1735-ADD-FATE         THRU 1735-EXIT
               WITH TEST AFTER
               VARYING FT-INDEX FROM 1 BY 1
               UNTIL FT-INDEX NOT LESS THAN FATE-MAX.

       1730-EXIT.
           EXIT.

       1735-ADD-FATE.
           ADD  GT-F-CHAINS(GT-INDEX PL-INDEX FT-INDEX)
                             TO WA-F-CHAINS(PL-INDEX FT-INDEX).
           ADD  GT-F-BYTES(GT-INDEX PL-INDEX FT-INDEX)
                             TO WA-F-BYTES(PL-INDEX FT-INDEX).

       1735-EXIT.
           EXIT.

      *****************************************************************
      * Counting pass: browse ZCxxFILE counting live chains (first    *
      * segments), as the eviction task does.                         *
      *****************************************************************
       2000-COUNT-SCAN.
           MOVE WI-RESUME                TO ZF-KEY-16.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS STARTBR FILE(ZF-FCT)
                RIDFLD(ZF-KEY-16)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2500-COUNT-DONE   THRU 2500-EXIT
               GO TO 2000-EXIT.

           MOVE ZEROES                   TO RECORD-COUNT.
           PERFORM 2010-COUNT-NEXT       THRU 2010-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

       2000-EXIT.
           EXIT.

       2010-COUNT-NEXT.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS READNEXT FILE(ZF-FCT)
                INTO  (ZF-RECORD)
                RIDFLD(ZF-KEY-16)
                LENGTH(ZF-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE(ZF-FCT) NOHANDLE
               END-EXEC
               PERFORM 2500-COUNT-DONE   THRU 2500-EXIT
               GO TO 2010-EXIT.

           IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
               MOVE 'Y'                  TO EOF
               MOVE ZF-KEY-16            TO WI-RESUME
               EXEC CICS ENDBR FILE(ZF-FCT) NOHANDLE
               END-EXEC
               GO TO 2010-EXIT.

           IF  ZF-SEGMENT EQUAL ONE
               ADD  ONE                  TO WI-LIVE.

           ADD  ONE                      TO RECORD-COUNT.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * The count is complete.  Each policy evicts only when it is    *
      * on (a high water mark above zero) and the live count is over  *
      * its mark, and then only until the count would be back under   *
      * its low water mark (no low water mark: every cold chain).     *
      *****************************************************************
       2500-COUNT-DONE.
           MOVE 'Y'                      TO EOF.

           PERFORM 2510-EVICT-ALLOWANCE  THRU 2510-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

           MOVE WI-LIVE                  TO RPT-LIVE-D.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE 1                        TO PL-INDEX.
           PERFORM 2520-EVICT-WORDS      THRU 2520-EXIT.
           MOVE RPT-EVICT-WORDS          TO RPT-EVICT-CURRENT.
           MOVE 2                        TO PL-INDEX.
           PERFORM 2520-EVICT-WORDS      THRU 2520-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'LIVE CHAINS '           RPT-LIVE-D
                  '     EVICTION CURRENT: ' RPT-EVICT-CURRENT
                  '  PROPOSED: '           RPT-EVICT-WORDS
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE PHASE-FILE               TO WI-PHASE.
           MOVE LOW-VALUES               TO WI-RESUME.

       2500-EXIT.
           EXIT.

       2510-EVICT-ALLOWANCE.
           MOVE 'N'                      TO WP-EVICT-ON(PL-INDEX).
           MOVE ZEROES                   TO WP-EVICT-LEFT(PL-INDEX).

           IF  WP-HIGH-WATER(PL-INDEX) GREATER THAN ZEROES
           AND WI-LIVE GREATER THAN WP-HIGH-WATER(PL-INDEX)
               MOVE 'Y'                  TO WP-EVICT-ON(PL-INDEX)
               MOVE -1                   TO WP-EVICT-LEFT(PL-INDEX)
               IF  WP-LOW-WATER(PL-INDEX) GREATER THAN ZEROES
                   COMPUTE WP-EVICT-LEFT(PL-INDEX) =
                           WI-LIVE - WP-LOW-WATER(PL-INDEX)
               END-IF
           END-IF.

       2510-EXIT.
           EXIT.

       2520-EVICT-WORDS.
           MOVE SPACES                   TO RPT-EVICT-WORDS.

           IF  WP-HIGH-WATER(PL-INDEX) NOT GREATER THAN ZEROES
               MOVE 'OFF'                TO RPT-EVICT-WORDS
               GO TO 2520-EXIT.

           IF  WP-EVICT-ON(PL-INDEX) NOT EQUAL 'Y'
               MOVE 'UNDER HIGH WATER'   TO RPT-EVICT-WORDS
               GO TO 2520-EXIT.

           IF  WP-EVICT-LEFT(PL-INDEX) LESS THAN ZEROES
               MOVE 'EVERY COLD CHAIN'   TO RPT-EVICT-WORDS
               GO TO 2520-EXIT.

           MOVE WP-EVICT-LEFT(PL-INDEX)  TO RPT-LEFT-D.
           STRING 'UP TO '                 RPT-LEFT-D
                  ' CHAINS'
                  DELIMITED BY SIZE
                  INTO RPT-EVICT-WORDS
           END-STRING.

       2520-EXIT.
           EXIT.

      *****************************************************************
      * Browse the tier named by the phase sequentially from the      *
      * resume key.                                                   *
      *****************************************************************
       3000-SCAN-TIER.
           IF  WI-PHASE EQUAL PHASE-COLD
               MOVE ZC-COLD-FCT          TO SCAN-FCT
           ELSE
               MOVE ZF-FCT               TO SCAN-FCT.

           MOVE 'N'                      TO CH-ACTIVE.
           MOVE WI-RESUME                TO ZF-KEY-16.
           MOVE LENGTH OF ZF-RECORD      TO ZF-LENGTH.

           EXEC CICS STARTBR FILE(SCAN-FCT)
                RIDFLD(ZF-KEY-16)
                GTEQ
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO EOF
               PERFORM 3500-END-OF-TIER  THRU 3500-EXIT
               GO TO 3000-EXIT.

           MOVE 'N'                      TO PROCESS-COMPLETE.
           MOVE ZEROES                   TO RECORD-COUNT.

           PERFORM 3010-SCAN-NEXT        THRU 3010-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE EQUAL 'Y'.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Add one segment to the chain being reassembled.  A segment of *
      * another chain closes the current one; once the batch is full  *
      * that segment becomes the resume key instead, so the next task *
      * starts on a chain boundary.  End of the tier closes the last  *
      * chain and moves the run on.                                   *
      *****************************************************************
       3010-SCAN-NEXT.
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
               PERFORM 3100-CLOSE-CHAIN  THRU 3100-EXIT
               PERFORM 3500-END-OF-TIER  THRU 3500-EXIT
               GO TO 3010-EXIT.

           IF  CH-ACTIVE EQUAL 'Y'
           AND ZF-KEY NOT EQUAL CH-KEY
               PERFORM 3100-CLOSE-CHAIN  THRU 3100-EXIT
               IF  RECORD-COUNT GREATER THAN FIVE-HUNDRED
                   MOVE 'Y'              TO EOF
                                            PROCESS-COMPLETE
                   MOVE ZF-KEY-16        TO WI-RESUME
                   EXEC CICS ENDBR FILE(SCAN-FCT) NOHANDLE
                   END-EXEC
                   GO TO 3010-EXIT
               END-IF
           END-IF.

           IF  CH-ACTIVE NOT EQUAL 'Y'
               MOVE 'Y'                  TO CH-ACTIVE
               MOVE ZF-KEY               TO CH-KEY
               MOVE ZEROES               TO CH-SEGMENTS
                                            CH-STORED
               MOVE ZF-ABS               TO CH-ABS
               MOVE ZF-TTL               TO CH-TTL
               MOVE ZF-BUSBU             TO CH-BUSBU
               MOVE ZF-ZK-KEY            TO CH-ZK-KEY.

           ADD  ONE                      TO CH-SEGMENTS.
           COMPUTE CH-STORED = CH-STORED + ZF-LENGTH - ZF-PREFIX.

           ADD  ONE                      TO RECORD-COUNT.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * Close the chain: judge it under each policy, add it to the    *
      * cache and its tenant, and list it when the proposal changes   *
      * what happens to it.                                           *
      *****************************************************************
       3100-CLOSE-CHAIN.
           IF  CH-ACTIVE NOT EQUAL 'Y'
               GO TO 3100-EXIT.

           MOVE 'N'                      TO CH-ACTIVE.
           ADD  ONE                      TO WI-SCANNED.

           SUBTRACT CH-ABS FROM SIM-NOW GIVING CH-AGE.

           MOVE CH-TTL                   TO TTL-SECONDS.
           MOVE TTL-TIME                 TO TTL-MILLISECONDS.
           COMPUTE CH-EXPIRE-DUE = TTL-MILLISECONDS - CH-AGE.

           PERFORM 3150-CHAIN-STATE      THRU 3150-EXIT.

           PERFORM 3200-JUDGE-POLICY     THRU 3200-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

           MOVE WA-TYPE-ALL              TO GROUP-TYPE.
           MOVE WA-ALL-NAME              TO GROUP-NAME.
           PERFORM 3300-ADD-TO-GROUP     THRU 3300-EXIT.

           MOVE WA-TYPE-TENANT           TO GROUP-TYPE.
           MOVE CH-BUSBU                 TO GROUP-NAME.
           IF  CH-BUSBU EQUAL SPACES
           OR  CH-BUSBU EQUAL LOW-VALUES
               MOVE WA-NONE-NAME         TO GROUP-NAME.
           PERFORM 3300-ADD-TO-GROUP     THRU 3300-EXIT.

           IF  CH-FATE(1) NOT EQUAL CH-FATE(2)
               PERFORM 3400-LIST-CHAIN   THRU 3400-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * What the background tasks would find about the chain: whether *
      * it is its key's CURRENT generation (and, for demotion, a      *
      * plain live chain), whether a hold covers the key, and its     *
      * tenant's priority class under each policy.                    *
      *****************************************************************
       3150-CHAIN-STATE.
           MOVE 'N'                      TO CH-CURRENT-GEN
                                            CH-DEMOTABLE
                                            CH-HELD.
           MOVE 5                        TO CH-PRIORITY(1)
                                            CH-PRIORITY(2).

           MOVE LENGTH OF ZK-RECORD      TO ZK-LENGTH.

           EXEC CICS READ FILE(ZK-FCT)
                RIDFLD(CH-ZK-KEY)
                INTO  (ZK-RECORD)
                LENGTH(ZK-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
           AND ZK-ZF-KEY EQUAL CH-KEY
           AND ZK-ZF-KEY NOT EQUAL NEG-MARKER
               MOVE 'Y'                  TO CH-CURRENT-GEN
               IF  ZK-SEGMENTS EQUAL 'Y'
                   MOVE 'Y'              TO CH-DEMOTABLE
               END-IF
               IF  ZK-DELETED-ABS NUMERIC
               AND ZK-DELETED-ABS GREATER THAN ZEROES
                   MOVE 'N'              TO CH-DEMOTABLE
               END-IF
           END-IF.

           PERFORM 3160-CHECK-HOLD       THRU 3160-EXIT.

           IF  WI-PHASE EQUAL PHASE-FILE
               PERFORM 3170-GET-PRIORITY THRU 3170-EXIT.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * Is the chain's key under an active hold?  The key length is   *
      * derived from its low-value padding.                           *
      *****************************************************************
       3160-CHECK-HOLD.
           IF  HT-COUNT EQUAL ZEROES
               GO TO 3160-EXIT.

           MOVE ZEROES                   TO CH-KEY-LENGTH.
           INSPECT CH-ZK-KEY TALLYING CH-KEY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUES.

           IF  CH-KEY-LENGTH EQUAL ZEROES
               GO TO 3160-EXIT.

           PERFORM 3165-HOLD-MATCH       THRU 3165-EXIT
               WITH TEST AFTER
               VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX NOT LESS THAN HT-COUNT
               OR    CH-HELD EQUAL 'Y'.

       3160-EXIT.
           EXIT.

       3165-HOLD-MATCH.
           IF  HT-TARGET-LEN(HT-INDEX) GREATER THAN CH-KEY-LENGTH
               GO TO 3165-EXIT.

           IF  HT-SCOPE(HT-INDEX) EQUAL 'K'
           AND HT-TARGET-LEN(HT-INDEX) NOT EQUAL CH-KEY-LENGTH
               GO TO 3165-EXIT.

           IF  CH-ZK-KEY(1:HT-TARGET-LEN(HT-INDEX)) EQUAL
               HT-TARGET(HT-INDEX)(1:HT-TARGET-LEN(HT-INDEX))
               MOVE 'Y'                  TO CH-HELD.

       3165-EXIT.
           EXIT.

      *****************************************************************
      * The tenant's priority class now (its *BUSBU* row, as the      *
      * eviction task reads it) and as proposed.                      *
      *****************************************************************
       3170-GET-PRIORITY.
           IF  CH-BUSBU NOT GREATER THAN SPACES
               GO TO 3170-EXIT.

           MOVE 5                        TO PRIO-VALUE.
           MOVE SPACES                   TO ZS-KEY.
           MOVE ZEROES                   TO ZS-PRIORITY.
           MOVE ZS-BUSBU-PREFIX          TO ZS-KEY(1:7).
           MOVE CH-BUSBU                 TO ZS-KEY(8:25).
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
           AND ZS-PRIORITY NUMERIC
           AND ZS-PRIORITY GREATER THAN ZEROES
               MOVE ZS-PRIORITY          TO PRIO-VALUE.

           MOVE PRIO-VALUE               TO CH-PRIORITY(1)
                                            CH-PRIORITY(2).

           PERFORM 3175-NEW-PRIORITY     THRU 3175-EXIT
               WITH TEST AFTER
               VARYING NP-INDEX FROM 1 BY 1
               UNTIL NP-INDEX NOT LESS THAN NP-MAX.

       3170-EXIT.
           EXIT.

       3175-NEW-PRIORITY.
           IF  WI-NP-BUSBU(NP-INDEX) EQUAL CH-BUSBU
           AND WI-NP-PRIORITY(NP-INDEX) NUMERIC
           AND WI-NP-PRIORITY(NP-INDEX) GREATER THAN '0'
               MOVE WI-NP-PRIORITY(NP-INDEX) TO CH-PRIORITY(2).

       3175-EXIT.
           EXIT.

      *****************************************************************
      * Judge the chain under one policy.  Each removal it qualifies  *
      * for is due when the chain's age passes that removal's limit;  *
      * the earliest one due inside the horizon is its outcome.  An   *
      * eviction takes one from the policy's allowance.  A COLD-tier  *
      * chain can only expire.                                        *
      *****************************************************************
       3200-JUDGE-POLICY.
           MOVE 'K'                      TO CH-FATE(PL-INDEX).
           MOVE HORIZON-MS               TO BEST-DUE.

           IF  CH-HELD NOT EQUAL 'Y'
           AND CH-EXPIRE-DUE LESS THAN BEST-DUE
               MOVE 'X'                  TO CH-FATE(PL-INDEX)
               MOVE CH-EXPIRE-DUE        TO BEST-DUE.

           IF  WI-PHASE EQUAL PHASE-COLD
               GO TO 3200-EXIT.

           IF  WP-EVICT-ON(PL-INDEX) EQUAL 'Y'
           AND WP-EVICT-LEFT(PL-INDEX) NOT EQUAL ZEROES
           AND CH-CURRENT-GEN EQUAL 'Y'
           AND CH-HELD NOT EQUAL 'Y'
               PERFORM 3210-PRIORITY-AGE THRU 3210-EXIT
               COMPUTE DUE-MS = EFFECTIVE-AGE-MS - CH-AGE
               IF  DUE-MS LESS THAN BEST-DUE
                   MOVE 'E'              TO CH-FATE(PL-INDEX)
                   MOVE DUE-MS           TO BEST-DUE
               END-IF
           END-IF.

           IF  WI-COLD-TIER EQUAL 'Y'
           AND CH-DEMOTABLE EQUAL 'Y'
           AND CH-SEGMENTS NOT LESS THAN WP-TIER-SEGS(PL-INDEX)
               COMPUTE DUE-MS =
                       WP-TIER-AGE(PL-INDEX) * ONE-THOUSAND - CH-AGE
               IF  DUE-MS LESS THAN BEST-DUE
                   MOVE 'D'              TO CH-FATE(PL-INDEX)
                   MOVE DUE-MS           TO BEST-DUE
               END-IF
           END-IF.

           IF  CH-FATE(PL-INDEX) EQUAL 'E'
           AND WP-EVICT-LEFT(PL-INDEX) GREATER THAN ZEROES
               SUBTRACT ONE FROM WP-EVICT-LEFT(PL-INDEX).

       3200-EXIT.
           EXIT.

      *****************************************************************
      * The eviction cold age weighted by the tenant's priority       *
      * class, as the eviction task weights it: classes 6-9 give      *
      * chains up at half the age, classes 1-4 hold them twice as     *
      * long.                                                         *
      *****************************************************************
       3210-PRIORITY-AGE.
           COMPUTE EFFECTIVE-AGE-MS =
                   WP-EVICT-AGE(PL-INDEX) * ONE-THOUSAND.

           IF  CH-PRIORITY(PL-INDEX) GREATER THAN 5
               COMPUTE EFFECTIVE-AGE-MS = EFFECTIVE-AGE-MS / 2
           ELSE
               IF  CH-PRIORITY(PL-INDEX) LESS THAN 5
                   COMPUTE EFFECTIVE-AGE-MS = EFFECTIVE-AGE-MS * 2
               END-IF
           END-IF.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Add the closed chain to the group named by GROUP-TYPE and     *
      * GROUP-NAME, opening its accumulator entry on first sight.     *
      *****************************************************************
       3300-ADD-TO-GROUP.
           MOVE 'N'                      TO GT-FOUND.

           IF  GT-COUNT GREATER THAN ZEROES
               PERFORM 3310-FIND-GROUP   THRU 3310-EXIT
                   WITH TEST AFTER
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX NOT LESS THAN GT-COUNT
                   OR    GT-FOUND EQUAL 'Y'.

           IF  GT-FOUND NOT EQUAL 'Y'
               IF  GT-COUNT EQUAL GT-MAX
                   PERFORM 1700-FLUSH-GROUPS THRU 1700-EXIT
               END-IF
               ADD  ONE                  TO GT-COUNT
               MOVE GT-COUNT             TO GT-INDEX
               PERFORM 3320-OPEN-GROUP   THRU 3320-EXIT
           END-IF.

           ADD  ONE                      TO GT-CHAINS(GT-INDEX).
           ADD  CH-STORED                TO GT-STORED(GT-INDEX).

           IF  CH-FATE(1) NOT EQUAL CH-FATE(2)
               ADD  ONE                  TO GT-CHANGED(GT-INDEX).

           PERFORM 3330-ADD-OUTCOME      THRU 3330-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

       3300-EXIT.
           EXIT.

       3310-FIND-GROUP.
           IF  GT-TYPE(GT-INDEX) EQUAL GROUP-TYPE
           AND GT-NAME(GT-INDEX) EQUAL GROUP-NAME
               MOVE 'Y'                  TO GT-FOUND.

       3310-EXIT.
           EXIT.

       3320-OPEN-GROUP.
           MOVE GROUP-TYPE               TO GT-TYPE(GT-INDEX).
           MOVE GROUP-NAME               TO GT-NAME(GT-INDEX).
           MOVE ZEROES                   TO GT-CHAINS(GT-INDEX)
                                            GT-STORED(GT-INDEX)
                                            GT-CHANGED(GT-INDEX).

           PERFORM 3325-ZERO-POLICY      THRU 3325-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

       3320-EXIT.
           EXIT.

       3325-ZERO-POLICY.
           PERFORM 3326-ZERO-FATE        THRU 3326-EXIT
               WITH TEST AFTER
               VARYING FT-INDEX FROM 1 BY 1
               UNTIL FT-INDEX NOT LESS THAN FATE-MAX.

       3325-EXIT.
           EXIT.

       3326-ZERO-FATE.
           MOVE ZEROES TO GT-F-CHAINS(GT-INDEX PL-INDEX FT-INDEX)
                          GT-F-BYTES(GT-INDEX PL-INDEX FT-INDEX).

       3326-EXIT.
           EXIT.

      *****************************************************************
      * Count the chain under the outcome one policy gave it.         *
      *****************************************************************
       3330-ADD-OUTCOME.
           MOVE ZEROES                   TO FT-INDEX.
           INSPECT FATE-CODES TALLYING FT-INDEX
                   FOR CHARACTERS BEFORE INITIAL CH-FATE(PL-INDEX).

           IF  FT-INDEX NOT LESS THAN FATE-MAX
               GO TO 3330-EXIT.

           ADD  ONE                      TO FT-INDEX.
           ADD  ONE    TO GT-F-CHAINS(GT-INDEX PL-INDEX FT-INDEX).
           ADD  CH-STORED
                       TO GT-F-BYTES(GT-INDEX PL-INDEX FT-INDEX).

       3330-EXIT.
           EXIT.

      *****************************************************************
      * List a chain whose outcome the proposal changes, up to        *
      * WI-LIST-MAX of them; the rest are only counted.  The column   *
      * headings go out with the first.                               *
      *****************************************************************
       3400-LIST-CHAIN.
           IF  WI-LISTED NOT LESS THAN WI-LIST-MAX
               ADD  ONE                  TO WI-UNLISTED
               GO TO 3400-EXIT.

           IF  WI-LISTED EQUAL ZEROES
               MOVE SPACES               TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
               MOVE 'CHAINS WHOSE OUTCOME THE PROPOSAL CHANGES'
                                         TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
               MOVE RPT-CHAIN-HEADING    TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT
               MOVE ALL '-'              TO REPORT-LINE
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT.

           ADD  ONE                      TO WI-LISTED.

           MOVE SPACES                   TO RPT-CHAIN-ROW.
           MOVE CH-ZK-KEY                TO RC-KEY.
           INSPECT RC-KEY REPLACING ALL LOW-VALUES BY SPACES.
           MOVE CH-BUSBU                 TO RC-TENANT.
           IF  CH-BUSBU EQUAL SPACES
           OR  CH-BUSBU EQUAL LOW-VALUES
               MOVE WA-NONE-NAME         TO RC-TENANT.
           MOVE CH-SEGMENTS              TO RC-SEGS.
           MOVE CH-STORED                TO RC-BYTES.

           MOVE 1                        TO PL-INDEX.
           PERFORM 3410-FATE-WORD        THRU 3410-EXIT.
           MOVE RPT-EVICT-WORDS          TO RC-CURRENT.
           MOVE 2                        TO PL-INDEX.
           PERFORM 3410-FATE-WORD        THRU 3410-EXIT.
           MOVE RPT-EVICT-WORDS          TO RC-PROPOSED.

           MOVE RPT-CHAIN-ROW            TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       3400-EXIT.
           EXIT.

       3410-FATE-WORD.
           MOVE 'KEPT'                   TO RPT-EVICT-WORDS.
           MOVE ZEROES                   TO FT-INDEX.
           INSPECT FATE-CODES TALLYING FT-INDEX
                   FOR CHARACTERS BEFORE INITIAL CH-FATE(PL-INDEX).

           IF  FT-INDEX LESS THAN FATE-MAX
               ADD  ONE                  TO FT-INDEX
               MOVE FATE-WORD(FT-INDEX)  TO RPT-EVICT-WORDS.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * The end of the FILE tier moves the run to the COLD tier; the  *
      * end of the COLD tier (or a cache without one) completes the   *
      * run and writes the totals.                                    *
      *****************************************************************
       3500-END-OF-TIER.
           MOVE LOW-VALUES               TO WI-RESUME.

           IF  WI-PHASE EQUAL PHASE-FILE
           AND WI-COLD-TIER EQUAL 'Y'
               MOVE PHASE-COLD           TO WI-PHASE
               GO TO 3500-EXIT.

           PERFORM 1700-FLUSH-GROUPS     THRU 1700-EXIT.
           PERFORM 4100-WRITE-SUMMARY    THRU 4100-EXIT.

           MOVE PHASE-DONE               TO WI-PHASE.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Report title and the two policies side by side, with any      *
      * tenant the proposal moves to another priority class.          *
      *****************************************************************
       4000-REPORT-HEADER.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(RPT-AS-OF-DATE)
                TIME(RPT-AS-OF-TIME)
                DATESEP
                TIMESEP
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'zECS POLICY WHAT-IF SIMULATION'
                  '     CACHE '            WI-CACHE
                  '     REGION '           APPLID
                  '     AS OF '            RPT-AS-OF-DATE
                  ' '                      RPT-AS-OF-TIME
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE WI-HORIZON               TO RPT-HORIZON-D.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'OUTCOMES OVER THE NEXT ' RPT-HORIZON-D
                  ' HOURS IF NOTHING IS READ, WRITTEN OR DELETED.'
                  '  NOTHING HAS BEEN CHANGED.'
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.
           MOVE RPT-SETTINGS-HEADING     TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE 'CURRENT'                TO RS-LABEL.
           MOVE 1                        TO PL-INDEX.
           PERFORM 4010-SETTINGS-LINE    THRU 4010-EXIT.

           MOVE 'PROPOSED'               TO RS-LABEL.
           MOVE 2                        TO PL-INDEX.
           PERFORM 4010-SETTINGS-LINE    THRU 4010-EXIT.

           PERFORM 4020-PRIORITY-LINE    THRU 4020-EXIT
               WITH TEST AFTER
               VARYING NP-INDEX FROM 1 BY 1
               UNTIL NP-INDEX NOT LESS THAN NP-MAX.

           IF  WI-COLD-TIER NOT EQUAL 'Y'
               MOVE SPACES               TO REPORT-LINE
               MOVE 'NO ZCxxCOLD FILE - NOTHING WOULD BE DEMOTED.'
                                         TO REPORT-LINE
               MOVE WI-CACHE             TO REPORT-LINE(4:4)
               PERFORM 9920-WRITE-REPORT THRU 9920-EXIT.

       4000-EXIT.
           EXIT.

       4010-SETTINGS-LINE.
           MOVE WP-HIGH-WATER(PL-INDEX)  TO RS-HIGH-WATER.
           MOVE WP-LOW-WATER(PL-INDEX)   TO RS-LOW-WATER.
           MOVE WP-EVICT-AGE(PL-INDEX)   TO RS-EVICT-AGE.
           MOVE WP-TIER-AGE(PL-INDEX)    TO RS-TIER-AGE.
           MOVE WP-TIER-SEGS(PL-INDEX)   TO RS-TIER-SEGS.

           MOVE RPT-SETTINGS-ROW         TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * One tenant the proposal gives a priority class, with the      *
      * class its *BUSBU* row gives it now.                           *
      *****************************************************************
       4020-PRIORITY-LINE.
           IF  WI-NP-BUSBU(NP-INDEX) NOT GREATER THAN SPACES
           OR  WI-NP-PRIORITY(NP-INDEX) NOT NUMERIC
           OR  WI-NP-PRIORITY(NP-INDEX) NOT GREATER THAN '0'
               GO TO 4020-EXIT.

           MOVE 5                        TO PRIO-VALUE.
           MOVE SPACES                   TO ZS-KEY.
           MOVE ZEROES                   TO ZS-PRIORITY.
           MOVE ZS-BUSBU-PREFIX          TO ZS-KEY(1:7).
           MOVE WI-NP-BUSBU(NP-INDEX)    TO ZS-KEY(8:25).
           MOVE LENGTH OF ZS-RECORD      TO ZS-LENGTH.

           EXEC CICS READ FILE(ZS-FCT)
                RIDFLD(ZS-KEY)
                INTO  (ZS-RECORD)
                LENGTH(ZS-LENGTH)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
           AND ZS-PRIORITY NUMERIC
           AND ZS-PRIORITY GREATER THAN ZEROES
               MOVE ZS-PRIORITY          TO PRIO-VALUE.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'PRIORITY  TENANT '      WI-NP-BUSBU(NP-INDEX)
                  ' CLASS '                PRIO-VALUE
                  ' PROPOSED '             WI-NP-PRIORITY(NP-INDEX)
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       4020-EXIT.
           EXIT.

      *****************************************************************
      * The totals, off the ZCWHIACC rows: the whole cache first, then*
      * each tenant with any chain evicted, demoted or expired under  *
      * either policy.                                                *
      *****************************************************************
       4100-WRITE-SUMMARY.
           MOVE ZEROES                   TO ALL-CHANGED
                                            ALL-CHAINS
                                            TENANT-COUNT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.
           MOVE RPT-FATE-HEADING-1       TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.
           MOVE RPT-FATE-HEADING-2       TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.
           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE EIBTRNID                 TO WA-KEY-TRANID.
           MOVE LOW-VALUES               TO WA-KEY-TYPE
                                            WA-KEY-NAME.

           EXEC CICS STARTBR FILE(WA-FCT)
                RIDFLD(WA-KEY)
                KEYLENGTH(WA-PREFIX-LENGTH)
                GENERIC
                GTEQ
                RESP(READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4110-SUMMARY-NEXT THRU 4110-EXIT
                   WITH TEST AFTER
                   UNTIL READ-RESP NOT EQUAL DFHRESP(NORMAL)

               EXEC CICS ENDBR FILE(WA-FCT) NOHANDLE
               END-EXEC.

           PERFORM 4200-WRITE-TOTALS     THRU 4200-EXIT.

       4100-EXIT.
           EXIT.

       4110-SUMMARY-NEXT.
           MOVE LENGTH OF WA-RECORD      TO WA-LENGTH.

           EXEC CICS READNEXT FILE(WA-FCT)
                INTO  (WA-RECORD)
                RIDFLD(WA-KEY)
                LENGTH(WA-LENGTH)
                RESP  (READ-RESP)
                NOHANDLE
           END-EXEC.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4110-EXIT.

           IF  WA-KEY-TRANID NOT EQUAL EIBTRNID
               MOVE DFHRESP(ENDFILE)     TO READ-RESP
               GO TO 4110-EXIT.

           IF  WA-KEY-TYPE EQUAL WA-TYPE-ALL
               MOVE WA-CHANGED           TO ALL-CHANGED
               MOVE WA-CHAINS            TO ALL-CHAINS
               PERFORM 4120-GROUP-LINES  THRU 4120-EXIT
               GO TO 4110-EXIT.

           ADD  ONE                      TO TENANT-COUNT.

           MOVE 'N'                      TO ROW-ACTIVE.
           PERFORM 4115-ROW-ACTIVE       THRU 4115-EXIT
               WITH TEST AFTER
               VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX NOT LESS THAN POLICY-MAX.

           IF  ROW-ACTIVE EQUAL 'Y'
               PERFORM 4120-GROUP-LINES  THRU 4120-EXIT.

       4110-EXIT.
           EXIT.

       4115-ROW-ACTIVE.
           IF  WA-F-CHAINS(PL-INDEX 1) GREATER THAN ZEROES
           OR  WA-F-CHAINS(PL-INDEX 2) GREATER THAN ZEROES
           OR  WA-F-CHAINS(PL-INDEX 3) GREATER THAN ZEROES
               MOVE 'Y'                  TO ROW-ACTIVE.

       4115-EXIT.
           EXIT.

      *****************************************************************
      * The group's lines: its name, chains, stored bytes and chains  *
      * whose outcome changes, then one line per outcome.             *
      *****************************************************************
       4120-GROUP-LINES.
           MOVE WA-CHAINS                TO RPT-CHAINS-D.
           MOVE WA-STORED                TO RPT-STORED-D.
           MOVE WA-CHANGED               TO RPT-CHANGED-D.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           IF  WA-KEY-TYPE EQUAL WA-TYPE-ALL
               STRING 'CACHE '             WI-CACHE
                      '   CHAINS '         RPT-CHAINS-D
                      '   STORED BYTES '   RPT-STORED-D
                      '   OUTCOME CHANGED ' RPT-CHANGED-D
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'TENANT '            WA-KEY-NAME
                      '   CHAINS '         RPT-CHAINS-D
                      '   STORED BYTES '   RPT-STORED-D
                      '   OUTCOME CHANGED ' RPT-CHANGED-D
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           PERFORM 4125-FATE-LINE        THRU 4125-EXIT
               WITH TEST AFTER
               VARYING FT-INDEX FROM 1 BY 1
               UNTIL FT-INDEX NOT LESS THAN FATE-MAX.

       4120-EXIT.
           EXIT.

       4125-FATE-LINE.
           MOVE SPACES                   TO RPT-FATE-ROW.
           MOVE FATE-WORD(FT-INDEX)      TO RF-FATE.
           MOVE WA-F-CHAINS(1 FT-INDEX)  TO RF-CUR-CHAINS.
           MOVE WA-F-BYTES(1 FT-INDEX)   TO RF-CUR-BYTES.
           MOVE WA-F-CHAINS(2 FT-INDEX)  TO RF-NEW-CHAINS.
           MOVE WA-F-BYTES(2 FT-INDEX)   TO RF-NEW-BYTES.
           COMPUTE RF-DIFF-CHAINS =
                   WA-F-CHAINS(2 FT-INDEX) - WA-F-CHAINS(1 FT-INDEX).
           COMPUTE RF-DIFF-BYTES  =
                   WA-F-BYTES(2 FT-INDEX)  - WA-F-BYTES(1 FT-INDEX).

           MOVE RPT-FATE-ROW             TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

       4125-EXIT.
           EXIT.

      *****************************************************************
      * Closing totals on the report and the summary line on CSSL.    *
      *****************************************************************
       4200-WRITE-TOTALS.
           MOVE WI-LISTED                TO RPT-LISTED-D.
           MOVE WI-UNLISTED              TO RPT-UNLISTED-D.
           MOVE TENANT-COUNT             TO RPT-TENANTS-D.
           MOVE ALL-CHAINS               TO RPT-CHAINS-D.
           MOVE ALL-CHANGED              TO RPT-CHANGED-D.

           MOVE ALL '-'                  TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           STRING 'CHAINS '                RPT-CHAINS-D
                  '   TENANTS '            RPT-TENANTS-D
                  '   OUTCOME CHANGED '    RPT-CHANGED-D
                  '   LISTED '             RPT-LISTED-D
                  '   OVER THE LIST LIMIT ' RPT-UNLISTED-D
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'WHATIF CACHE='          WI-CACHE
                  ' CHAINS='               RPT-CHAINS-D
                  ' CHANGED='              RPT-CHANGED-D
                  ' SIMULATION COMPLETE'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * The operator cancelled the run: say so and stop.              *
      *****************************************************************
       7000-CANCEL-RUN.
           IF  NOT WI-RUNNING
               GO TO 7000-EXIT.

           MOVE SPACES                   TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.
           MOVE 'SIMULATION CANCELLED BY THE OPERATOR.'
                                         TO REPORT-LINE.
           PERFORM 9920-WRITE-REPORT     THRU 9920-EXIT.

           MOVE SPACES                   TO TD-MESSAGE.
           STRING 'WHATIF CACHE='          WI-CACHE
                  ' SIMULATION CANCELLED'
                  DELIMITED BY SIZE
                  INTO TD-MESSAGE
           END-STRING.
           PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE PHASE-CANCELLED          TO WI-PHASE.
           PERFORM 1400-SAVE-CONTROL     THRU 1400-EXIT.
           PERFORM 9000-RETURN           THRU 9000-EXIT.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) for the next batch while the run goes on; *
      * a finished run ends the chain.                                *
      *****************************************************************
       8000-RESTART.
           IF  NOT WI-RUNNING
               GO TO 8000-EXIT.

           MOVE WI-START-ABS      TO ZC-RUN-ABS.
           MOVE LENGTH OF ZC-PARM TO ZC-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(0001)
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
      * Task abended.  Restart and Return -- the batch is taken again.*
      *****************************************************************
       9100-ABEND.
           PERFORM 8000-RESTART    THRU 8000-EXIT.
           PERFORM 9000-RETURN     THRU 9000-EXIT.

       9100-EXIT.
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

      *****************************************************************
      * Write one line of the report to the print queue.              *
      *****************************************************************
       9920-WRITE-REPORT.
           EXEC CICS WRITEQ TD QUEUE(REPORT-QUEUE)
                FROM(REPORT-LINE)
                LENGTH(REPORT-LENGTH)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.
