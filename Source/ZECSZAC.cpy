      * by time-of-day plus a named-counter suffix the same way the    *
      * KEY/FILE records are, so a STARTBR/READNEXT against ZA-FCT     *
      * returns entries in the order they happened.                   *
      * ZA-DETAIL qualifies an operation where one needs it: on a     *
      * HOLDSKIP (a removal a legal hold refused, see ZECSLHC) it is  *
      * the removal path that was refused; on a HOLDADD or HOLDREL    *
      * it is KEY or PREFIX, what the hold placed or released covers. *
      * On an AUTHADDR (a request from outside an address allow-list) *
      * it is USERID or BUSBU, the row whose list refused it.         *
      * On an AUTHLOCK (a lockout for repeated authentication         *
      * failures, see ZECSAFC) it is USERID or ADDRESS, what was      *
      * locked out.                                                   *
      * On a STALE (an entry the staleness audit found out of date    *
      * with its origin, see ZECSSPC) it is REFRESH or INVALID, what  *
      * was done to it.                                               *
      * On an AUTHFAIL (any other authentication refusal, keyed by    *
      * the client address) it is BASIC, TOKEN or CERT, the           *
      * credential refused, or LOCKED for a subject already locked    *
      * out.                                                          *
      * ZA-RELATED-KEY names a second key the operation concerns: on  *
      * a RENAME, ZA-CACHE-KEY is the key's new name and this is the  *
      * name it was renamed from, so one record links the two.        *
      * Zero length on every other operation.                         *
      * NOTE: this layout is 578 bytes (it was 321 before ZA-DETAIL   *
      * and ZA-RELATED-KEY).  Every ZCxxAU cluster must be            *
      * (re)defined with RECORDSIZE at least 578, and the AUAR        *
      * extrapartition queue the ZECS008 archive drain writes to with *
      * an LRECL to match, before programs built with this copybook   *
      * run against them -- the audit WRITEs, and the drain's         *
      * WRITEQs, fail otherwise.                                      *
      *****************************************************************
       01  ZA-RECORD.
           02  ZA-KEY.
           02  ZA-CACHE-KEY-LEN   PIC S9(04) COMP VALUE ZEROES.
           02  ZA-CACHE-KEY       PIC  X(255) VALUE SPACES.
           02  ZA-REQUEST-ID      PIC  X(24) VALUE SPACES.
           02  ZA-DETAIL          PIC  X(08) VALUE SPACES.
           02  ZA-RELATED-KEY-LEN PIC S9(04) COMP VALUE ZEROES.
           02  ZA-RELATED-KEY     PIC  X(255) VALUE SPACES.
