      *****************************************************************
      * zECS RESPONSE-STATUS HISTORY record definition (ZCRSHIST).    *
      * One row per tenant per cache per ZECS036 daily run, keyed by  *
      * the cache tranid, the BU_SBU and the run date, so a tenant's  *
      * trailing days are one positioned browse in date order.  The   *
      * counts are the day's totals across the verbs, carried from    *
      * the ZCxxRS counter records; the shares are percentages of the *
      * day's responses to two decimal places.  ZECS036 deletes a     *
      * tenant's rows once they pass EC-RETAIN-DAYS on ZCERRRPT.      *
      *****************************************************************
       01  RH-RECORD.
           02  RH-KEY.
               05  RH-CACHE       PIC  X(04) VALUE SPACES.
               05  RH-BUSBU       PIC  X(25) VALUE SPACES.
               05  RH-DATE8       PIC  X(08) VALUE SPACES.
           02  RH-ABSTIME         PIC S9(15) VALUE ZEROES COMP-3.
           02  RH-TOTAL-COUNT     PIC S9(09) VALUE ZEROES COMP-3.
           02  RH-4XX-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RH-5XX-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RH-NOT-FOUND       PIC S9(09) VALUE ZEROES COMP-3.
           02  RH-4XX-SHARE       PIC S9(03)V99 VALUE ZEROES COMP-3.
           02  RH-5XX-SHARE       PIC S9(03)V99 VALUE ZEROES COMP-3.
           02  RH-RANK            PIC S9(05) VALUE ZEROES COMP-3.
           02  RH-FLAG            PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(15).
