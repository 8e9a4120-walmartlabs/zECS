      *****************************************************************
      * zECS QUEUED OPERATION definitions.                            *
      *                                                               *
      * OP-RECORD is one operation on the OPSQ queue, as the batch    *
      * bridge writes it for ZECS023 to apply.  OP-JOBNAME names the  *
      * batch job that queued it, so rejects can be traced back to    *
      * the team that sent them; OP-RESUBMITS counts how many times   *
      * ZECS046 has put the record back on OPSQ after a reject.  A    *
      * bridge that predates the two fields leaves them blank, which  *
      * reads as no job name and no resubmissions.                    *
      *                                                               *
      * OP-REJECT-RECORD is what ZECS023 writes to the OPSR queue     *
      * for a record it could not apply: an eight-byte reason code    *
      * ahead of the original record.                                 *
      *****************************************************************
       01  OP-RECORD.
           02  OP-TRANID          PIC  X(04).
           02  OP-ACTION          PIC  X(08).
           02  OP-KEY-LEN         PIC S9(04) COMP.
           02  OP-KEY             PIC  X(255).
           02  OP-TTL             PIC  9(07).
           02  OP-VALUE           PIC  X(3000).
           02  OP-JOBNAME         PIC  X(08).
           02  OP-RESUBMITS       PIC  9(02).

       01  OP-REJECT-RECORD.
           02  OPR-REASON         PIC  X(08).
           02  OPR-RECORD         PIC X(3286).
