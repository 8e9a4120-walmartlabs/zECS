      *****************************************************************
      * zECS LEASE definitions.                                       *
      *                                                               *
      * LS-RECORD is a row on the cache's ZCxxLS file, one per lease  *
      * name.  A lease is held while LS-OWNER is not blank and        *
      * LS-EXPIRES-ABS is still ahead of the clock; a released or     *
      * expired lease may be acquired again.  Rows are never deleted  *
      * -- a release only blanks the owner -- so LS-TOKEN, the        *
      * fencing token, keeps climbing across every holder the name    *
      * has ever had.                                                 *
      *                                                               *
      * LR-MESSAGE is what one Data Center sends a partner on         *
      * /replicate/zLease, all in display form: the action (A         *
      * acquire, N renew, R release) and the lease state it left      *
      * behind.  The partner answers with its own token for the name  *
      * in fifteen digits, on a 200 when it applied the state and on  *
      * a 409 when it holds a live lease for someone else or a newer  *
      * token.                                                        *
      *****************************************************************
       01  LS-RECORD.
           02  LS-KEY.
               05  LS-NAME        PIC  X(64) VALUE SPACES.
           02  LS-OWNER           PIC  X(64) VALUE SPACES.
           02  LS-TOKEN           PIC S9(15) VALUE ZEROES COMP-3.
           02  LS-ACQUIRED-ABS    PIC S9(15) VALUE ZEROES COMP-3.
           02  LS-EXPIRES-ABS     PIC S9(15) VALUE ZEROES COMP-3.
           02  LS-TTL             PIC S9(07) VALUE ZEROES COMP-3.
           02  LS-USERID          PIC  X(08) VALUE SPACES.
           02  LS-APPLID          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(28) VALUE SPACES.

       01  LR-MESSAGE.
           02  LR-ACTION          PIC  X(01) VALUE SPACES.
               88  LR-ACQUIRE                 VALUE 'A'.
               88  LR-RENEW                   VALUE 'N'.
               88  LR-RELEASE                 VALUE 'R'.
           02  LR-NAME            PIC  X(64) VALUE SPACES.
           02  LR-OWNER           PIC  X(64) VALUE SPACES.
           02  LR-TOKEN           PIC  9(15) VALUE ZEROES.
           02  LR-ACQUIRED-ABS    PIC  9(15) VALUE ZEROES.
           02  LR-EXPIRES-ABS     PIC  9(15) VALUE ZEROES.
           02  LR-TTL             PIC  9(07) VALUE ZEROES.
           02  LR-USERID          PIC  X(08) VALUE SPACES.
           02  LR-APPLID          PIC  X(08) VALUE SPACES.
