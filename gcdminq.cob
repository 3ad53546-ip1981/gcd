      *
      * A delete only marks the record; the data stays on the master
      * and GCDMPOST reactivates the account if it shows up on a
      * later nightly feed.  The delete is dated on the GCDMHIST
      * history with the status it replaced.  Return codes: 0
      * success, 4 bad or missing arguments, 8 account not on the
      * master, 16 file error, so the desk's wrapper script can
      * branch on the outcome instead of the DISPLAY text.
      *
      * Build:
      *   $ cobc -x gcdminq.cob -I copybooks -o gcdminq-cob
      *                    and new values, and source code - for the
      *                    divisor-change investigations the single
      *                    prior value on the master could not answer.
      *   2026-10-15  DLM  INQ shows the dormant status GCDDORM sets
      *                    on an account missing from the feed, so a
      *                    stale last-computed date no longer reads
      *                    as current.
      *   2026-10-15  DLM  DEL books the status change to GCDMHIST
      *                    with its date, and HIS lists additions,
      *                    status changes and purges among the
      *                    divisor changes.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMINQ.
       01 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-HISTORY-DONE              VALUE 'Y'.
       01 WS-HISTORY-LINES        PIC 9(09) COMP VALUE ZERO.
       01 WS-OLD-STATUS           PIC X(01).
       01 WS-RUN-DATE             PIC 9(08).

      *****************************************************************
      * Return-code conditions - one value per outcome so the desk's
      *****************************************************************
      * 2500-DISPLAY-MASTER - show the record the way the desk reads
      * it back to the caller: current value, the value before that,
      * when it was last computed, and whether it is active, dormant
      * or deleted.
      *****************************************************************
       2500-DISPLAY-MASTER.
           DISPLAY 'GCDMINQ: ACCOUNT        = ' GCD-MA-ACCOUNT-ID.
           DISPLAY 'GCDMINQ: PRIOR GCD      = '
               FUNCTION TRIM (WS-VALUE-DISPLAY LEADING).
           DISPLAY 'GCDMINQ: LAST COMPUTED  = ' GCD-MA-LAST-COMPUTED.
           EVALUATE TRUE
               WHEN GCD-MA-DELETED
                   DISPLAY 'GCDMINQ: STATUS         = DELETED'
               WHEN GCD-MA-DORMANT
                   DISPLAY 'GCDMINQ: STATUS         = DORMANT - NOT '
                       'ON THE FEED SINCE ' GCD-MA-LAST-COMPUTED
               WHEN OTHER
                   DISPLAY 'GCDMINQ: STATUS         = ACTIVE'
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 3000-DELETE-MASTER - logical delete only: mark the record and
      * leave the data in place for GCDMPOST to reactivate if the
      * account comes back on a later feed.  The delete is booked to
      * the history once the master has taken it.
      *****************************************************************
       3000-DELETE-MASTER.
           IF GCD-MA-DELETED
               DISPLAY 'GCDMINQ: ACCOUNT ' WS-ACCOUNT-ID
                   ' ALREADY DELETED'
           ELSE
               MOVE GCD-MA-STATUS TO WS-OLD-STATUS
               SET GCD-MA-DELETED TO TRUE
               REWRITE GCD-MASTER-RECORD
               IF WS-MASTER-OK
                   DISPLAY 'GCDMINQ: ACCOUNT ' WS-ACCOUNT-ID
                       ' MARKED DELETED'
                   PERFORM 3100-WRITE-HISTORY THRU 3100-EXIT
               ELSE
                   DISPLAY 'GCDMINQ: MASTER REWRITE ERROR, STATUS '
                       WS-MASTER-STATUS
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-WRITE-HISTORY - date the delete on GCDMHIST, with the
      * status it replaced.  The history is appended to; if it does
      * not exist yet this is the record that creates it.  A history
      * that cannot be written leaves the delete in place and says
      * so.
      *****************************************************************
       3100-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN EXTEND GCD-HISTORY-FILE.
           IF WS-HISTORY-NO-FILE
               OPEN OUTPUT GCD-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDMINQ: UNABLE TO OPEN GCDMHIST, STATUS '
                   WS-HISTORY-STATUS ' - DELETE NOT ON THE HISTORY'
               SET RC-FILE-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-MH-ACCOUNT-ID.
           MOVE WS-RUN-DATE TO GCD-MH-POSTING-DATE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-OLD-VALUE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE SPACES TO GCD-MH-SOURCE-CODE.
           MOVE 'S' TO GCD-MH-EVENT-TYPE.
           MOVE WS-OLD-STATUS TO GCD-MH-OLD-STATUS.
           MOVE 'D' TO GCD-MH-NEW-STATUS.
           WRITE GCD-HISTORY-RECORD.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDMINQ: GCDMHIST WRITE ERROR, STATUS '
                   WS-HISTORY-STATUS ' - DELETE NOT ON THE HISTORY'
               SET RC-FILE-ERROR TO TRUE
           END-IF.
           CLOSE GCD-HISTORY-FILE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LIST-HISTORY - the account's complete value timeline, one
      * line per divisor change, addition, status change or purge
      * booked to GCDMHIST, oldest first (the file appends in posting
      * order).  No history file at all just means no change has
      * ever been recorded.
      *****************************************************************
       4000-LIST-HISTORY.
           OPEN INPUT GCD-HISTORY-FILE.
               ADD 1 TO WS-HISTORY-LINES
               MOVE GCD-MH-OLD-VALUE TO WS-OLD-DISPLAY
               MOVE GCD-MH-NEW-VALUE TO WS-VALUE-DISPLAY
               EVALUATE TRUE
                   WHEN GCD-MH-ACCOUNT-ADDED
                       DISPLAY 'GCDMINQ: ' GCD-MH-POSTING-DATE
                           '  ADDED  VALUE '
                           FUNCTION TRIM (WS-VALUE-DISPLAY LEADING)
                           '  SOURCE ' GCD-MH-SOURCE-CODE
                   WHEN GCD-MH-STATUS-CHANGE
                       DISPLAY 'GCDMINQ: ' GCD-MH-POSTING-DATE
                           '  STATUS ' GCD-MH-OLD-STATUS
                           ' TO ' GCD-MH-NEW-STATUS
                           '  VALUE '
                           FUNCTION TRIM (WS-VALUE-DISPLAY LEADING)
                   WHEN GCD-MH-ACCOUNT-PURGED
                       DISPLAY 'GCDMINQ: ' GCD-MH-POSTING-DATE
                           '  PURGED TO ARCHIVE  VALUE '
                           FUNCTION TRIM (WS-VALUE-DISPLAY LEADING)
                   WHEN OTHER
                       DISPLAY 'GCDMINQ: ' GCD-MH-POSTING-DATE
                           '  OLD '
                           FUNCTION TRIM (WS-OLD-DISPLAY LEADING)
                           '  NEW '
                           FUNCTION TRIM (WS-VALUE-DISPLAY LEADING)
                           '  SOURCE ' GCD-MH-SOURCE-CODE
               END-EVALUATE
           END-IF.
       4100-EXIT.
           EXIT.
