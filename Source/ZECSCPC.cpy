      *****************************************************************
      * zECS CANARY PROBE HISTORY record definition (ZCCNHIST file).  *
      * One row per ZECS017 canary probe, keyed by the cache tranid,  *
      * the probe date and its ABSTIME, so a cache's probes for any   *
      * month are one positioned browse in time order.  CP-RESULT is  *
      * OK or FAIL; CP-STEP names the step that failed -- KEYWRITE,   *
      * FILWRITE, KEYREAD, FILREAD, VERIFY, KEYDEL or FILDEL -- and   *
      * is blank on a pass.  ZECS017 deletes its cache's rows once    *
      * they pass the CN-RETAIN-DAYS age on the ZCCANARY record; the  *
      * ZECS035 monthly availability report reads them back.          *
      *****************************************************************
       01  CP-RECORD.
           02  CP-KEY.
               05  CP-CACHE       PIC  X(04) VALUE SPACES.
               05  CP-DATE8       PIC  X(08) VALUE SPACES.
               05  CP-ABS-D       PIC  9(15) VALUE ZEROES.
           02  CP-RESULT          PIC  X(04) VALUE SPACES.
           02  CP-STEP            PIC  X(08) VALUE SPACES.
           02  CP-ELAPSED-MS      PIC S9(07) VALUE ZEROES COMP-3.
           02  CP-DATE            PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CP-TIME            PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CP-APPLID          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(12).
