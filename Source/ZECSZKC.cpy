               05  ZK-VER-NUMBER  PIC  9(09) VALUE ZEROES COMP.
           02  ZK-NEG-ABS         PIC S9(15) VALUE ZEROES COMP-3.
           02  ZK-DELETED-ABS     PIC S9(15) VALUE ZEROES COMP-3.
      *    Who wrote this generation, and where: the ABSTIME, Data    *
      *    Center name and UserID of the originating write, carried   *
      *    unchanged onto every partner it replicates to, plus the    *
      *    stamp of the generation it superseded.  Spaces on a key    *
      *    written before the stamps existed.                         *
           02  ZK-WRITE-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  ZK-WRITE-DC        PIC  X(08) VALUE SPACES.
           02  ZK-WRITE-USERID    PIC  X(08) VALUE SPACES.
           02  ZK-BASE-ABS        PIC S9(15) VALUE ZEROES COMP-3.
           02  ZK-BASE-DC         PIC  X(08) VALUE SPACES.
      *    First read of this generation: stamped by the read path    *
      *    when it finds the stamp zero, and put back to zero by      *
      *    every write, so ZECS000 can tell an entry that expired     *
      *    unread.  Spaces on a key written before the stamp existed. *
           02  ZK-READ-ABS        PIC S9(15) VALUE ZEROES COMP-3.
      *    Character set the value is stored in, set by every write:  *
      *    'E' EBCDIC (CCSID 037), 'U' UTF-8, 'L' ISO-8859-1.  A GET  *
      *    of a text, XML or JSON entry converts from it to the       *
      *    caller's character set.  ZK-VER-CHARSET is the same for    *
      *    each retained generation in ZK-VER-HISTORY.  Spaces on a   *
      *    key written before the tag existed, served as it always    *
      *    was.                                                       *
           02  ZK-CHARSET         PIC  X(01) VALUE SPACES.
               88  ZK-CHARSET-EBCDIC      VALUE 'E'.
               88  ZK-CHARSET-UTF8        VALUE 'U'.
               88  ZK-CHARSET-LATIN1      VALUE 'L'.
           02  ZK-VER-CHARSET     PIC  X(01) VALUE SPACES
                                  OCCURS 8 TIMES.
           02  FILLER             PIC  X(76) VALUE SPACES.
