      * ID: a key not yet on the master is added, a key already there
      * is updated (the value being replaced is kept as the prior
      * value when it actually changed), and a record the service
      * desk had logically deleted, or GCDDORM had made dormant, is
      * reactivated when the account shows up on the feed again.
      * GCDKOUT itself is untouched, so existing consumers of the
      * flat file see no difference.
      *
      * Build:
      *   $ cobc -x gcdmpost.cob -I copybooks -o gcdmpost-cob
      *                    environment variable as the override; the
      *                    effective setting is echoed to the job
      *                    log.
      *   2026-10-15  DLM  Reactivate a dormant account that is back
      *                    on the feed, naming each one in the job
      *                    log with the date it was last computed and
      *                    counting them apart from reactivated
      *                    deletions.
      *   2026-10-15  DLM  Date additions and reactivations on
      *                    GCDMHIST as well as divisor changes, each
      *                    under its event type, so the master can be
      *                    taken back to an earlier date by GCDMASOF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMPOST.
           05 WS-RECORDS-UPDATED      PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-UNCHANGED    PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-REACTIVATED  PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-RETURNED     PIC 9(09) COMP VALUE ZERO.
           05 WS-HISTORY-WRITTEN      PIC 9(09) COMP VALUE ZERO.
           05 WS-RUN-DATE             PIC 9(08).

           WRITE GCD-MASTER-RECORD.
           IF WS-MASTER-OK
               ADD 1 TO WS-RECORDS-ADDED
               PERFORM 2360-WRITE-ADDED THRU 2360-EXIT
           ELSE
               DISPLAY 'GCDMPOST: MASTER WRITE ERROR, STATUS '
                   WS-MASTER-STATUS ' KEY ' GCD-OR-ACCOUNT-ID
      * 2300-UPDATE-MASTER - the account is already on the master.
      * A changed divisor pushes the old one down to the prior-value
      * slot; an unchanged one just refreshes the last-computed date.
      * Either way a logically deleted or dormant record that is back
      * on the feed comes back as active; a dormant one is named in
      * the job log before its last-computed date is overlaid.  The
      * reactivation is booked to the history ahead of any divisor
      * change that came with it.
      *****************************************************************
       2300-UPDATE-MASTER.
           IF GCD-MA-DELETED OR GCD-MA-DORMANT
               PERFORM 2370-WRITE-REACTIVATED THRU 2370-EXIT
           END-IF.
           IF GCD-MA-DELETED
               ADD 1 TO WS-RECORDS-REACTIVATED
           END-IF.
           IF GCD-MA-DORMANT
               ADD 1 TO WS-RECORDS-RETURNED
               DISPLAY 'GCDMPOST: DORMANT ACCOUNT ' GCD-MA-ACCOUNT-ID
                   ' RETURNED, LAST COMPUTED ' GCD-MA-LAST-COMPUTED
           END-IF.
           IF GCD-OR-GCD-VALUE = GCD-MA-GCD-VALUE
               ADD 1 TO WS-RECORDS-UNCHANGED
           ELSE
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-OLD-VALUE.
           MOVE GCD-OR-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE GCD-OR-SOURCE-CODE TO GCD-MH-SOURCE-CODE.
           MOVE 'C' TO GCD-MH-EVENT-TYPE.
           MOVE SPACES TO GCD-MH-OLD-STATUS.
           MOVE SPACES TO GCD-MH-NEW-STATUS.
           PERFORM 2390-PUT-HISTORY THRU 2390-EXIT.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2360-WRITE-ADDED - the account has just been added; book the
      * date it came onto the master and its first value.
      *****************************************************************
       2360-WRITE-ADDED.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-MH-ACCOUNT-ID.
           MOVE WS-RUN-DATE TO GCD-MH-POSTING-DATE.
           MOVE ZEROS TO GCD-MH-OLD-VALUE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE GCD-OR-SOURCE-CODE TO GCD-MH-SOURCE-CODE.
           MOVE 'A' TO GCD-MH-EVENT-TYPE.
           MOVE SPACES TO GCD-MH-OLD-STATUS.
           MOVE 'A' TO GCD-MH-NEW-STATUS.
           PERFORM 2390-PUT-HISTORY THRU 2390-EXIT.
       2360-EXIT.
           EXIT.

      *****************************************************************
      * 2370-WRITE-REACTIVATED - a deleted or dormant account is back
      * on the feed; book the status it is coming back from before
      * the master record is overlaid.
      *****************************************************************
       2370-WRITE-REACTIVATED.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-MH-ACCOUNT-ID.
           MOVE WS-RUN-DATE TO GCD-MH-POSTING-DATE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-OLD-VALUE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE GCD-OR-SOURCE-CODE TO GCD-MH-SOURCE-CODE.
           MOVE 'S' TO GCD-MH-EVENT-TYPE.
           MOVE GCD-MA-STATUS TO GCD-MH-OLD-STATUS.
           MOVE 'A' TO GCD-MH-NEW-STATUS.
           PERFORM 2390-PUT-HISTORY THRU 2390-EXIT.
       2370-EXIT.
           EXIT.

      *****************************************************************
      * 2390-PUT-HISTORY - write the history record built by the
      * paragraph above.
      *****************************************************************
       2390-PUT-HISTORY.
           WRITE GCD-HISTORY-RECORD.
           IF WS-HISTORY-OK
               ADD 1 TO WS-HISTORY-WRITTEN
                   WS-HISTORY-STATUS ' KEY ' GCD-OR-ACCOUNT-ID
               MOVE 16 TO RETURN-CODE
           END-IF.
       2390-EXIT.
           EXIT.

      *****************************************************************
           DISPLAY 'GCDMPOST: UNCHANGED       = ' WS-RECORDS-UNCHANGED.
           DISPLAY 'GCDMPOST: REACTIVATED     = '
               WS-RECORDS-REACTIVATED.
           DISPLAY 'GCDMPOST: DORMANT RETURNED = '
               WS-RECORDS-RETURNED.
           DISPLAY 'GCDMPOST: HISTORY WRITTEN = ' WS-HISTORY-WRITTEN.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
