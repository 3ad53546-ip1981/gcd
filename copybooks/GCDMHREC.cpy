      * the complete timeline the desk and the auditors read back
      * through GCDMINQ's HIS function.
      *
      * GCD-MH-EVENT-TYPE says what happened to the account:
      *
      *   'C'  the divisor changed (GCDMPOST) - OLD-VALUE and
      *        NEW-VALUE are the values either side of the change.
      *        Records written before the event type was kept have a
      *        space here and are value changes too.
      *   'A'  the account was added to the master (GCDMPOST) -
      *        OLD-VALUE is zero and NEW-VALUE its first value.
      *   'S'  the status changed - OLD-STATUS and NEW-STATUS are the
      *        GCD-MA-STATUS values either side: a service-desk delete
      *        (GCDMINQ), a move to dormant (GCDDORM), or a
      *        reactivation when the account came back on the feed
      *        (GCDMPOST).  Both values carry the divisor at the time.
      *   'P'  the record was purged from the master to the GCDMARCH
      *        archive (GCDMPURG) - both values carry the divisor, and
      *        OLD-STATUS the status it was purged in.
      *
      * Together these let GCDMASOF take the master back to any date
      * since the event types were first written.  SOURCE-CODE is the
      * GCDKOUT source code for a record GCDMPOST writes and spaces
      * otherwise.
      *
      * Modification history:
      *   2026-09-02  DLM  Original layout for the GCDMAST change
      *                    history.
      *   2026-10-15  DLM  Add the event type and the old and new
      *                    status, so additions, status changes and
      *                    purges are dated on the history as well as
      *                    divisor changes.
      *****************************************************************
       01 GCD-HISTORY-RECORD.
           05 GCD-MH-ACCOUNT-ID       PIC X(10).
           05 GCD-MH-OLD-VALUE        PIC 9(20).
           05 GCD-MH-NEW-VALUE        PIC 9(20).
           05 GCD-MH-SOURCE-CODE      PIC X(02).
           05 GCD-MH-EVENT-TYPE       PIC X(01).
               88 GCD-MH-VALUE-CHANGE          VALUE 'C' SPACE.
               88 GCD-MH-ACCOUNT-ADDED         VALUE 'A'.
               88 GCD-MH-STATUS-CHANGE         VALUE 'S'.
               88 GCD-MH-ACCOUNT-PURGED        VALUE 'P'.
           05 GCD-MH-OLD-STATUS       PIC X(01).
           05 GCD-MH-NEW-STATUS       PIC X(01).
