      *****************************************************************
      * zECS DATA CLASSIFICATION record definition (ZCCLASS file).    *
      * Two kinds of row share the file.  A prefix row is keyed by    *
      * the cache tranid and a key prefix and names the class the     *
      * keys under that prefix belong to (PII, PCI, INTERNAL, PUBLIC  *
      * or any name the site defines); the longest matching prefix    *
      * wins.  A class row is keyed by the reserved tranid *CLS and   *
      * the class name and carries the handling rules every cache     *
      * enforces for that class:                                      *
      *                                                               *
      *   CL-ENCRYPT    Y  - the value is enciphered on write even    *
      *                      when the cache's ZC##ENC switch is off;  *
      *                      a write the cache has no key material    *
      *                      for is refused.                          *
      *   CL-MAX-TTL       - longest TTL, in seconds, a write may     *
      *                      ask for (zero for no class limit).       *
      *   CL-RESIDENCY  A  - replicate to every partner (or blank);   *
      *                 L  - keep in this Data Center only;           *
      *                 H  - replicate only to the partner hosts      *
      *                      named in CL-DC-HOST.                     *
      *   CL-UNLOAD     N  - ZECS020 leaves the keys out of unloads.  *
      *   CL-SHADOW     N  - shadow traffic never mirrors the keys.   *
      *                                                               *
      * A prefix row naming a class with no class row is reported     *
      * under its class but has no rules enforced.                    *
      *****************************************************************
       01  CL-RECORD.
           02  CL-KEY.
               05  CL-KEY-TRANID  PIC  X(04) VALUE SPACES.
               05  CL-KEY-PREFIX  PIC  X(40) VALUE SPACES.
           02  CL-PREFIX-DATA.
               05  CL-CLASS       PIC  X(08) VALUE SPACES.
               05  CL-DESCRIPTION PIC  X(40) VALUE SPACES.
               05  FILLER         PIC  X(152) VALUE SPACES.
           02  CL-RULE-DATA REDEFINES CL-PREFIX-DATA.
               05  CL-ENCRYPT     PIC  X(01).
                   88  CL-ENCRYPT-REQUIRED        VALUE 'Y'.
               05  CL-MAX-TTL     PIC  9(07).
               05  CL-RESIDENCY   PIC  X(01).
                   88  CL-RESIDE-LOCAL            VALUE 'L'.
                   88  CL-RESIDE-LISTED           VALUE 'H'.
               05  CL-UNLOAD      PIC  X(01).
                   88  CL-UNLOAD-DENIED           VALUE 'N'.
               05  CL-SHADOW      PIC  X(01).
                   88  CL-SHADOW-DENIED           VALUE 'N'.
               05  CL-DC-HOST     PIC  X(40) OCCURS 4 TIMES.
               05  FILLER         PIC  X(29).
