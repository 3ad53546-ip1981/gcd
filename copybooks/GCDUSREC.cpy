      *****************************************************************
      * GCDUSREC.CPY
      *
      * Record layout for GCDUSAGE, the usage log the monthly
      * chargeback (GCDCHGB) bills from.  Records are appended as
      * the work is done:
      *
      *   'S'  service call - one per CALL to GCDSRV: the calling
      *        program, the operand count passed, and the status
      *        returned
      *   'B'  batch volume - one per source-system code at the end
      *        of each GCDKBAT run: the records reduced for that
      *        source (GCD-OR-SOURCE-CODE) and the operands they
      *        carried
      *
      * GCD-US-CONSUMER is the calling program for a service call
      * and the two-character source code, left-justified, for a
      * batch volume record (spaces for a run against a plain,
      * unsourced feed).  GCD-US-RECORDS is 1 for a service call.
      * GCD-US-STATUS is the GCDSRV status for a service call and
      * the return code GCDKBAT was finishing on for a batch volume
      * record.
      *
      * Modification history:
      *   2026-10-15  DLM  Original usage-log layout.
      *****************************************************************
       01 GCD-USAGE-RECORD.
           05 GCD-US-RECORD-TYPE      PIC X(01).
               88 GCD-US-SERVICE-CALL          VALUE 'S'.
               88 GCD-US-BATCH-VOLUME          VALUE 'B'.
           05 GCD-US-DATE             PIC 9(08).
           05 GCD-US-TIME             PIC 9(06).
           05 GCD-US-CONSUMER         PIC X(08).
           05 GCD-US-RECORDS          PIC 9(09).
           05 GCD-US-OPERANDS         PIC 9(09).
           05 GCD-US-STATUS           PIC 9(03).
