      *****************************************************************
      * zECS RESPONSE-STATUS counter record definition (ZCxxRS file). *
      * One record per tenant (the BU_SBU path segment, or *NONE for  *
      * the administrative paths) and request verb; the service adds  *
      * each response into its status class counter, 1xx through 5xx, *
      * and into the named counter for the error statuses the cache   *
      * sends.  A not-found read goes out as a 204 and is counted in  *
      * the 2xx class and again in RS-NOT-FOUND.  The 2xx/3xx traffic *
      * is sampled at the hot-key rate and bumped by it; the 4xx/5xx  *
      * responses are rare enough to be counted every time.  The      *
      * daily ZECS036 report ranks the tenants by error rate, keeps   *
      * the day on the ZCRSHIST history file, and clears this file.   *
      *****************************************************************
       01  RS-RECORD.
           02  RS-KEY.
               05  RS-BUSBU       PIC  X(25) VALUE SPACES.
               05  RS-VERB        PIC  X(08) VALUE SPACES.
           02  RS-CLASSES OCCURS 5 TIMES.
               05  RS-CLASS-COUNT PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-TOTAL-COUNT     PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-NOT-FOUND       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-400-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-401-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-409-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-416-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-429-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-502-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-503-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  RS-507-COUNT       PIC S9(09) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(12).
