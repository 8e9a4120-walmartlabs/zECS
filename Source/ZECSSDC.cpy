      * a YYYYMMDD hard stop for contractor IDs (zero = never).  A    *
      * request outside the window is refused and distinguishable in  *
      * the audit trail as AUTHWIN.                                   *
      * ZS-LAST-USED-ABS, -METHOD and -ADDR record the UserID's last  *
      * successful authentication -- when, how (B Basic, C client     *
      * certificate, T session token) and from which client address.  *
      * The service stamps them no more than once an hour per UserID, *
      * for the access recertification report (ZECS040).  A zero      *
      * ZS-LAST-USED-ABS means no use has been recorded.              *
      * ZS-ALLOW-RANGE entries, when any are present, limit the row   *
      * to requests from those client addresses.  An IPv4 entry is a  *
      * dotted address with ZS-ALLOW-BITS its prefix length (32 is a  *
      * single host); an IPv6 entry is matched as the exact address.  *
      * On a UserID row the list applies to that UserID; on a         *
      * *BUSBU* row it applies to every request against the tenant.   *
      * A request from outside the list is refused and is             *
      * distinguishable in the audit trail as AUTHADDR.  All four     *
      * blank means the row may be used from any address.             *
      * NOTE: this layout is 496 bytes.  The ZCxxSD cluster must be   *
      * (re)defined with RECORDSIZE at least 496 before programs      *
      * built with this copybook run against it -- the service's      *
      * grown REWRITEs fail otherwise.  Rows written under an older   *
      * (66, 250, 280 or 328 byte) layout are still read: programs    *
      * clear the fields beyond the old layout before each read so a  *
      * short row is seen with empty prefixes, zero quota figures, no *
      * validity window, no recorded use and no address allow-list.   *
      *****************************************************************
       01  ZS-RECORD.
           02  ZS-KEY             PIC  X(32) VALUE SPACES.
           02  ZS-WINDOW-END      PIC  X(04) VALUE SPACES.
           02  ZS-WINDOW-DAYS     PIC  X(07) VALUE SPACES.
           02  ZS-EXPIRE-DATE     PIC  9(08) VALUE ZEROES.
           02  ZS-LAST-USED-ABS   PIC S9(15) VALUE ZEROES COMP-3.
           02  ZS-LAST-USED-METHOD
                                  PIC  X(01) VALUE SPACES.
           02  ZS-LAST-USED-ADDR  PIC  X(39) VALUE SPACES.
           02  FILLER             PIC  X(07).
           02  ZS-ALLOW-LIST.
               03  ZS-ALLOW-RANGE OCCURS 4 TIMES.
                   05  ZS-ALLOW-ADDR
                                  PIC  X(39).
                   05  ZS-ALLOW-BITS
                                  PIC  9(03).

       01  ZS-BUSBU-PREFIX        PIC  X(07) VALUE '*BUSBU*'.
