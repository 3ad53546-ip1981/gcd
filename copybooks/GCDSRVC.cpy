      *****************************************************************
      * GCDSRVC.CPY
      *
      * Optional caller-identification area for the GCDSRV callable
      * service.  Every call to GCDSRV is metered to the GCDUSAGE log
      * for the monthly chargeback; an application that wants its
      * calls billed to it by name copies this member alongside
      * GCDSRVL.cpy, moves its own program name in once, and passes
      * the area as a second parameter:
      *
      *     MOVE 'ARPOST01' TO GCD-SC-PROGRAM
      *     CALL 'GCDSRV' USING GCD-SERVICE-AREA GCD-SERVICE-CALLER
      *
      * The area is optional, so no existing caller has to change:
      * a call with GCD-SERVICE-AREA alone is metered under the name
      * in the GCDSRV-CALLER environment variable of the job, or as
      * UNKNOWN when that is not set either.
      *
      * Modification history:
      *   2026-10-15  DLM  Original caller area for usage metering.
      *****************************************************************
       01 GCD-SERVICE-CALLER.
           05 GCD-SC-PROGRAM          PIC X(08).
