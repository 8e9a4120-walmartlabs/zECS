      *****************************************************************
      * zECS DEPENDENCY record definition (ZCxxDP file).              *
      * One record per declared edge: the child key was written with  *
      * ?depends=<parent>, so a rewrite, PATCH, delete, erasure or    *
      * expiration of the parent invalidates the child.  The record   *
      * key is the parent's first 247 bytes plus the child's chain id *
      * at the time the edge was declared, so a generic browse on    *
      * the parent finds every dependent; the full parent and child   *
      * keys are carried in the body, and a parent longer than the    *
      * prefix is matched on DP-PARENT.                               *
      *****************************************************************
       01  DP-RECORD.
           02  DP-KEY.
               05  DP-PARENT-PREFIX   PIC  X(247) VALUE LOW-VALUES.
               05  DP-CHILD-ID        PIC  X(08)  VALUE LOW-VALUES.
           02  DP-PARENT-LEN      PIC S9(04) COMP VALUE ZEROES.
           02  DP-PARENT          PIC  X(255) VALUE LOW-VALUES.
           02  DP-CHILD-LEN       PIC S9(04) COMP VALUE ZEROES.
           02  DP-CHILD           PIC  X(255) VALUE LOW-VALUES.
           02  DP-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(24).
