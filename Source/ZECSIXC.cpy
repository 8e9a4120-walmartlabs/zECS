      *****************************************************************
      * zECS SECONDARY INDEX definitions.                             *
      *                                                               *
      * IR-RECORD is an index registration (ZCINDEX file).  A row     *
      * keyed by the cache tranid and a key prefix names a JSON       *
      * attribute every value under that prefix is indexed on.        *
      * IR-PATH is the attribute's name, or a dotted path of names    *
      * (customer.id) down through nested objects; IR-NAME is what    *
      * lookups ask for, and several prefixes may share one name.     *
      * The longest matching prefix wins, as with ZCCLASS, so a key   *
      * is indexed under at most one attribute.                       *
      *                                                               *
      * IX-RECORD is a row on the cache's ZCxxIX file.  Two kinds of  *
      * row share the file:                                           *
      *                                                               *
      *   V  - one per indexed key, keyed by the index name, the      *
      *        attribute value's first 64 bytes and the key's first   *
      *        174 bytes, so a generic browse on name and value finds *
      *        every key holding that value, in key order;            *
      *   K  - one per indexed key, keyed by the cache key's first    *
      *        254 bytes, so a rewrite or delete of the key finds     *
      *        its V row again without reading the old value.         *
      *                                                               *
      * Both kinds carry the same body: the full cache key, the name  *
      * and value the V row is keyed by, and the chain id of the      *
      * generation the value was taken from.                          *
      *****************************************************************
       01  IR-RECORD.
           02  IR-KEY.
               05  IR-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  IR-KEY-PREFIX  PIC  X(40) VALUE SPACES.
           02  IR-NAME            PIC  X(16) VALUE SPACES.
           02  IR-PATH            PIC  X(64) VALUE SPACES.
           02  IR-USERID          PIC  X(08) VALUE SPACES.
           02  IR-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  IX-RECORD.
           02  IX-KEY.
               05  IX-TYPE        PIC  X(01) VALUE SPACES.
                   88  IX-VALUE-ROW           VALUE 'V'.
                   88  IX-KEY-ROW             VALUE 'K'.
               05  IX-KEY-DATA    PIC  X(254) VALUE LOW-VALUES.
               05  IX-V-KEY       REDEFINES IX-KEY-DATA.
                   10  IX-V-NAME  PIC  X(16).
                   10  IX-V-VALUE PIC  X(64).
                   10  IX-V-CACHE-KEY PIC X(174).
           02  IX-CACHE-KEY-LEN   PIC S9(04) COMP VALUE ZEROES.
           02  IX-CACHE-KEY       PIC  X(255) VALUE LOW-VALUES.
           02  IX-NAME            PIC  X(16) VALUE SPACES.
           02  IX-VALUE-LEN       PIC S9(04) COMP VALUE ZEROES.
           02  IX-VALUE           PIC  X(64) VALUE SPACES.
           02  IX-CHAIN           PIC  X(08) VALUE LOW-VALUES.
           02  IX-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(24) VALUE SPACES.
