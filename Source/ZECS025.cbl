           02  FILLER             PIC  X(09) VALUE 'ZCJSNCENY'.
           02  FILLER             PIC  X(09) VALUE 'ZCREHYDRY'.
           02  FILLER             PIC  X(09) VALUE 'ZCKEYCENY'.
           02  FILLER             PIC  X(09) VALUE 'ZCORIGWBN'.
           02  FILLER             PIC  X(09) VALUE 'ZCREFRSHN'.
           02  FILLER             PIC  X(09) VALUE 'ZCSCORE N'.
           02  FILLER             PIC  X(09) VALUE 'ZCAVLRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCERRRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCCLSRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCCNFRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCDRIFT N'.
           02  FILLER             PIC  X(09) VALUE 'ZCRECERTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCARCSCHY'.
           02  FILLER             PIC  X(09) VALUE 'ZCIXRBLDY'.
           02  FILLER             PIC  X(09) VALUE 'ZCOPSREJY'.
           02  FILLER             PIC  X(09) VALUE 'ZCPFXRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCREORG Y'.
           02  FILLER             PIC  X(09) VALUE 'ZCSIZRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCDRILL Y'.
           02  FILLER             PIC  X(09) VALUE 'ZCHLDRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCADDRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCAUTRPTN'.
           02  FILLER             PIC  X(09) VALUE 'ZCWHATIFY'.
           02  FILLER             PIC  X(09) VALUE 'ZCRENAMEY'.
           02  FILLER             PIC  X(09) VALUE 'ZCSTALE N'.
           02  FILLER             PIC  X(09) VALUE 'ZCSIEM  N'.
       01  FILLER REDEFINES WATCH-TABLE-VALUES.
           02  WATCH-ENTRY OCCURS 46 TIMES.
               05  WATCH-FILE     PIC  X(08).
               05  WATCH-ONE-SHOT PIC  X(01).

       01  WATCH-MAX              PIC S9(04) COMP VALUE 46.

      *****************************************************************
      * Common prefix every watched control record begins with: the   *
