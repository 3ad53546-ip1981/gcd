      * ago sit on the master forever.  This utility reads the master
      * end to end and physically deletes each record that is both in
      * 'D' status and stale - its GCD-MA-LAST-COMPUTED older than
      * the retention cutoff - adding the purged record to the
      * sequential GCDMARCH archive first so it can still be produced
      * on request, and dating the purge on the GCDMHIST history.
      * The archive accumulates across runs.  Anything GCDMPOST
      * could still reactivate from a current feed is left alone:
      * active and dormant records stay regardless of age, and a
      * deleted record inside the retention window stays too, since
      * a feed that recently carried the account may carry it again.
      *
      * GCDM-RETAIN-DAYS sets the retention window in days (default
      * 365).  The purge report goes to GCDMPURG with counts by
      *                    GCDPARM run-parameter file, validated
      *                    before processing starts; the environment
      *                    variable stays as an override.
      *   2026-10-15  DLM  Keep dormant records, which GCDMPOST can
      *                    still reactivate, and count them on their
      *                    own line instead of as an unrecognized
      *                    status.
      *   2026-10-15  DLM  Add to GCDMARCH instead of replacing it, so
      *                    every account ever purged stays on the
      *                    archive, and date each purge on the
      *                    GCDMHIST history for GCDMASOF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMPURG.
           SELECT GCD-ARCHIVE-FILE ASSIGN TO GCDMARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT GCD-HISTORY-FILE ASSIGN TO GCDMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO GCDMPURG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *****************************************************************
       FD  GCD-ARCHIVE-FILE.
       01 GCD-ARCHIVE-REC PIC X(59).
       FD  GCD-HISTORY-FILE.
           COPY GCDMHREC.
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

           88 WS-MASTER-EOF                VALUE '10'.
       01 WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88 WS-ARCHIVE-OK                VALUE '00'.
           88 WS-ARCHIVE-NO-FILE           VALUE '35'.
       01 WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
           88 WS-HISTORY-OK                VALUE '00'.
           88 WS-HISTORY-NO-FILE           VALUE '35'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

           05 WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-ACTIVE-KEPT          PIC 9(09) COMP VALUE ZERO.
           05 WS-DELETED-KEPT         PIC 9(09) COMP VALUE ZERO.
           05 WS-DORMANT-KEPT         PIC 9(09) COMP VALUE ZERO.
           05 WS-DELETED-PURGED       PIC 9(09) COMP VALUE ZERO.
           05 WS-OTHER-KEPT           PIC 9(09) COMP VALUE ZERO.
           05 WS-RUN-DATE             PIC 9(08).
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND GCD-ARCHIVE-FILE.
           IF WS-ARCHIVE-NO-FILE
               OPEN OUTPUT GCD-ARCHIVE-FILE
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY 'GCDMPURG: UNABLE TO OPEN GCDMARCH, STATUS '
                   WS-ARCHIVE-STATUS
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND GCD-HISTORY-FILE.
           IF WS-HISTORY-NO-FILE
               OPEN OUTPUT GCD-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDMPURG: UNABLE TO OPEN GCDMHIST, STATUS '
                   WS-HISTORY-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDMPURG: UNABLE TO OPEN GCDMPURG, STATUS '
      * 2000-PURGE-PASS - one master record: a deleted record whose
      * last-computed date fell out of the retention window goes to
      * the archive and off the master; everything else stays.  A
      * record whose status byte is not 'A', 'D' or 'R' is left for
      * the verification utility to report, never purged on a guess.
      *****************************************************************
       2000-PURGE-PASS.
           EVALUATE TRUE
               WHEN GCD-MA-ACTIVE
                   ADD 1 TO WS-ACTIVE-KEPT
               WHEN GCD-MA-DORMANT
                   ADD 1 TO WS-DORMANT-KEPT
               WHEN GCD-MA-DELETED
                   IF GCD-MA-LAST-COMPUTED IS NUMERIC
                           AND GCD-MA-LAST-COMPUTED < WS-CUTOFF-DATE
      *****************************************************************
      * 2200-ARCHIVE-AND-DELETE - the archive copy is written and
      * checked before the master record is removed, so a failed
      * archive write never loses the record.  The purge is dated on
      * the history once the record is off the master.
      *****************************************************************
       2200-ARCHIVE-AND-DELETE.
           WRITE GCD-ARCHIVE-REC FROM GCD-MASTER-RECORD.
           DELETE GCD-MASTER-FILE.
           IF WS-MASTER-OK
               ADD 1 TO WS-DELETED-PURGED
               PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT
           ELSE
               DISPLAY 'GCDMPURG: MASTER DELETE ERROR, STATUS '
                   WS-MASTER-STATUS ' KEY ' GCD-MA-ACCOUNT-ID
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-WRITE-HISTORY - date the purge on GCDMHIST with the
      * value and status the record was archived in.
      *****************************************************************
       2300-WRITE-HISTORY.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-MH-ACCOUNT-ID.
           MOVE WS-RUN-DATE TO GCD-MH-POSTING-DATE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-OLD-VALUE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE SPACES TO GCD-MH-SOURCE-CODE.
           MOVE 'P' TO GCD-MH-EVENT-TYPE.
           MOVE GCD-MA-STATUS TO GCD-MH-OLD-STATUS.
           MOVE SPACES TO GCD-MH-NEW-STATUS.
           WRITE GCD-HISTORY-RECORD.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDMPURG: GCDMHIST WRITE ERROR, STATUS '
                   WS-HISTORY-STATUS ' KEY ' GCD-MA-ACCOUNT-ID
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 8000-WRITE-REPORT - the purge report the desk files with the
      * run: the window applied and the counts by status.
           STRING '  ACTIVE, KEPT . . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
           MOVE WS-DORMANT-KEPT TO WS-COUNT-DISPLAY.
           STRING '  DORMANT, KEPT  . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
           MOVE WS-DELETED-KEPT TO WS-COUNT-DISPLAY.
           STRING '  DELETED, IN RETENTION, KEPT  . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
      * 9000-TERMINATE - close up and echo the counts for the job log.
      *****************************************************************
       9000-TERMINATE.
           CLOSE GCD-MASTER-FILE GCD-ARCHIVE-FILE GCD-HISTORY-FILE
               GCD-REPORT-FILE.
           DISPLAY 'GCDMPURG: RECORDS READ    = ' WS-RECORDS-READ.
           DISPLAY 'GCDMPURG: ACTIVE KEPT     = ' WS-ACTIVE-KEPT.
           DISPLAY 'GCDMPURG: DORMANT KEPT    = ' WS-DORMANT-KEPT.
           DISPLAY 'GCDMPURG: DELETED KEPT    = ' WS-DELETED-KEPT.
           DISPLAY 'GCDMPURG: DELETED PURGED  = ' WS-DELETED-PURGED.
           IF WS-OTHER-KEPT > ZERO
