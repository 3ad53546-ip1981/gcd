      * after an index corruption.  VERIFY certifies the master
      * before the nightly GCDMPOST run touches it, reporting to
      * GCDMVER any record with a non-numeric GCD-MA-GCD-VALUE, a
      * status byte that is not 'A', 'D' or 'R', a GCD-MA-LAST-
      * COMPUTED that is not a valid date, or a key out of sequence
      * (which is how a duplicate or corrupted account ID shows up
      * on a keyed read-through).
      *
      * Modification history:
      *   2026-09-02  DLM  Original unload/reload/verify utilities.
      *   2026-10-15  DLM  VERIFY accepts the 'R' dormant status.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMUTIL.
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           IF NOT GCD-MA-ACTIVE AND NOT GCD-MA-DELETED
                   AND NOT GCD-MA-DORMANT
               ADD 1 TO WS-BAD-STATUS-COUNT
               SET WS-RECORD-BAD TO TRUE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  ACCOUNT ' GCD-MA-ACCOUNT-ID
                   '  STATUS BYTE "' GCD-MA-STATUS
                   '" NOT A, D OR R'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
