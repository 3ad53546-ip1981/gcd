      * this divisor change" question can be answered from the master
      * alone, without digging out an old print file.
      *
      * GCD-MA-STATUS is 'A' for an active record, 'D' for one
      * logically deleted by the service desk, and 'R' for a dormant
      * one - an active account GCDDORM found missing from the
      * nightly feed for longer than the dormancy window.  A deleted
      * or dormant account that reappears on a nightly feed is
      * reactivated by GCDMPOST.
      *
      * Modification history:
      *   2026-08-21  DLM  Original layout for GCDMPOST and GCDMINQ.
      *   2026-10-15  DLM  Add the 'R' dormant status set by GCDDORM.
      *****************************************************************
       01 GCD-MASTER-RECORD.
           05 GCD-MA-ACCOUNT-ID       PIC X(10).
           05 GCD-MA-STATUS           PIC X(01).
               88 GCD-MA-ACTIVE                VALUE 'A'.
               88 GCD-MA-DELETED               VALUE 'D'.
               88 GCD-MA-DORMANT               VALUE 'R'.
