      *****************************************************************
      * GCDDORM.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Nightly missing-account and dormancy reconciliation between
      * the GCDMAST results master and tonight's GCDKOUT.  GCDMPOST
      * only touches accounts that arrive on the feed, so an active
      * account that silently stops arriving keeps its old
      * GCD-MA-LAST-COMPUTED forever and still reads as current on a
      * GCDMINQ inquiry.  This step runs after GCDKBAT has written
      * GCDKOUT and before GCDMPOST posts it, and writes the GCDDORM
      * report:
      *
      *   - every active master account not on tonight's feed, with
      *     its last-computed date and the number of days it has been
      *     missing; an account missing for longer than the dormancy
      *     window (GCDD-DORMANT-DAYS, default 30) is moved to the
      *     'R' dormant status on the master as it is listed, and the
      *     move is dated on the GCDMHIST history;
      *   - every dormant account that is back on tonight's feed,
      *     with how long it was away and the value it last had
      *     against tonight's.  GCDMPOST reactivates it when it posts
      *     the feed.
      *
      * The run must come before GCDMPOST: once tonight's feed has
      * been posted a returned account is already active again and
      * can no longer be seen, so a run after GCDMPOST has stamped
      * its end is refused.
      *
      * GCDKOUT is sorted to account order (it arrives in feed
      * order) and matched against the master read in key order, the
      * same match-merge GCDDELTA uses; the returned section is
      * spilled to GCDNRTN during the pass and copied into the report
      * after the missing section.
      *
      * Return codes: 0 every active account was on the feed and no
      * dormant one returned, 4 accounts were missing or returned
      * (the report is worth reading), 16 file error, 24 run out of
      * sequence (GCDKBAT not complete, or GCDMPOST already posted
      * tonight) - GCDRC-OVERRIDE=Y runs anyway.
      *
      * Build:
      *   $ cobc -x gcddorm.cob -I copybooks -o gcddorm-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original missing-account and dormancy
      *                    reconciliation.
      *   2026-10-15  DLM  Date every move to dormant on the GCDMHIST
      *                    history with the status it replaced.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDDORM.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the returned-account spill
      * file is opened after STRINGs into reference-modified report
      * lines have re-pointed the scratch descriptor word-form
      * assigns resolve through under this compiler, which turns
      * that open into status 35.
       FILE-CONTROL.
           SELECT GCD-FEED-FILE ASSIGN TO 'GCDKOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT GCD-SORT-FILE ASSIGN TO 'GCDNSWK'.
           SELECT GCD-FSORTED-FILE ASSIGN TO 'GCDNWK1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSORTED-STATUS.
           SELECT GCD-MASTER-FILE ASSIGN TO 'GCDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GCD-MA-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GCD-HISTORY-FILE ASSIGN TO 'GCDMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GCD-RETURN-FILE ASSIGN TO 'GCDNRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDDORM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-FEED-FILE.
       01 GCD-FEED-REC.
           05 GCD-OR-ACCOUNT-ID   PIC X(10).
           05 GCD-OR-GCD-VALUE    PIC 9(20).
           05 GCD-OR-STATUS       PIC X(01).
           05 GCD-OR-SOURCE-CODE  PIC X(02).
       SD  GCD-SORT-FILE.
       01 GCD-SORT-REC.
           05 GCD-SO-ACCOUNT-ID   PIC X(10).
           05 GCD-SO-GCD-VALUE    PIC 9(20).
           05 GCD-SO-STATUS       PIC X(01).
           05 GCD-SO-SOURCE-CODE  PIC X(02).
       FD  GCD-FSORTED-FILE.
       01 GCD-FSORTED-REC.
           05 GCD-FS-ACCOUNT-ID   PIC X(10).
           05 GCD-FS-GCD-VALUE    PIC 9(20).
           05 GCD-FS-STATUS       PIC X(01).
           05 GCD-FS-SOURCE-CODE  PIC X(02).
       FD  GCD-MASTER-FILE.
           COPY GCDMREC.
       FD  GCD-HISTORY-FILE.
           COPY GCDMHREC.
      *****************************************************************
      * Returned-account section spill file: finished print lines.
      *****************************************************************
       FD  GCD-RETURN-FILE.
       01 GCD-RETURN-LINE PIC X(132).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FEED-OK                   VALUE '00'.
       01 WS-FSORTED-STATUS       PIC X(02) VALUE SPACES.
           88 WS-FSORTED-OK                VALUE '00'.
           88 WS-FSORTED-EOF               VALUE '10'.
       01 WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-EOF                VALUE '10'.
           88 WS-MASTER-NO-FILE            VALUE '35'.
       01 WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
           88 WS-HISTORY-OK                VALUE '00'.
           88 WS-HISTORY-NO-FILE           VALUE '35'.
       01 WS-RETURN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-RETURN-OK                 VALUE '00'.
           88 WS-RETURN-EOF                VALUE '10'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-SPILL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-SPILL-DONE                VALUE 'Y'.
           05 WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-MASTER-OPEN               VALUE 'Y'.
           05 WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-HISTORY-OPEN              VALUE 'Y'.

      *****************************************************************
      * Match-merge keys: each side's current account, HIGH-VALUES
      * once that side is exhausted.
      *****************************************************************
       01 WS-MERGE-KEYS.
           05 WS-FEED-KEY             PIC X(10).
           05 WS-MASTER-KEY           PIC X(10).
           05 WS-MATCH-KEY            PIC X(10).

       01 WS-WORK-AREA.
           05 WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-FEED-READ            PIC 9(09) COMP VALUE ZERO.
           05 WS-FEED-DUPLICATES      PIC 9(09) COMP VALUE ZERO.
           05 WS-ACTIVE-ON-FEED       PIC 9(09) COMP VALUE ZERO.
           05 WS-ACTIVE-MISSING       PIC 9(09) COMP VALUE ZERO.
           05 WS-MOVED-DORMANT        PIC 9(09) COMP VALUE ZERO.
           05 WS-STILL-DORMANT        PIC 9(09) COMP VALUE ZERO.
           05 WS-RETURNED             PIC 9(09) COMP VALUE ZERO.
           05 WS-NEW-ON-FEED          PIC 9(09) COMP VALUE ZERO.
           05 WS-BAD-DATES            PIC 9(09) COMP VALUE ZERO.
           05 WS-DAYS-MISSING         PIC S9(09) COMP.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-ACTION-TEXT          PIC X(40).

       01 WS-DORMANT-RAW              PIC X(05) VALUE SPACES.
       01 WS-DORMANT-DAYS             PIC 9(05) COMP VALUE 30.

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-DAYS-DISPLAY         PIC ZZ,ZZ9.
           05 WS-VALUE-DISPLAY        PIC Z(19)9.
           05 WS-TONIGHT-DISPLAY      PIC Z(19)9.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-ACCOUNTS-FLAGGED          VALUE 4.
           88 RC-FILE-ERROR                VALUE 16.
           88 RC-SEQUENCE-ERROR            VALUE 24.

       01 WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OVERRIDE-REQUESTED           VALUE 'Y'.
       01 WS-OVERRIDE-RAW             PIC X(01) VALUE SPACES.

           COPY GCDRUNCL.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-SORT-FEED THRU 1500-EXIT.
           PERFORM 2000-MATCH-MERGE THRU 2000-EXIT.
           PERFORM 5000-REPORT-RETURNED THRU 5000-EXIT.
           PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - sequencing checks, the dormancy window,
      * and the report heading.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-DORMANT-DAYS THRU 1100-EXIT.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDDORM: UNABLE TO OPEN GCDDORM, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           STRING 'GCDDORM  MISSING-ACCOUNT AND DORMANCY '
               'RECONCILIATION    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-DISPLAY.
           STRING 'ACTIVE ACCOUNTS MISSING MORE THAN '
               WS-DAYS-DISPLAY ' DAYS ARE MOVED TO DORMANT'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - GCDKBAT must have finished writing
      * tonight's GCDKOUT, and GCDMPOST must not have posted it yet
      * (a posted feed has already reactivated every returned
      * account).  GCDRC-OVERRIDE=Y runs anyway; a clean start is
      * stamped either way.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDDORM: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDRC-OVERRIDE' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND AND GCD-PA-VALUE = 'Y'
               SET WS-OVERRIDE-REQUESTED TO TRUE
           END-IF.
           ACCEPT WS-OVERRIDE-RAW FROM ENVIRONMENT 'GCDRC-OVERRIDE'.
           IF WS-OVERRIDE-RAW = 'Y' OR WS-OVERRIDE-RAW = 'y'
               SET WS-OVERRIDE-REQUESTED TO TRUE
           END-IF.
           IF WS-OVERRIDE-RAW = 'N' OR WS-OVERRIDE-RAW = 'n'
               MOVE 'N' TO WS-OVERRIDE-SWITCH
           END-IF.
           DISPLAY 'GCDDORM: EFFECTIVE GCDRC-OVERRIDE = '
               WS-OVERRIDE-SWITCH.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDKBAT' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDDORM: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDDORM: GCDKBAT NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDDORM: GCDKBAT HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO RECONCILE ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDMPOST' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF GCD-RC-STAMP-FOUND AND GCD-RC-FOUND-RC < 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDDORM: GCDMPOST ALREADY POSTED FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDDORM: GCDMPOST ALREADY POSTED FOR '
                       WS-RUN-DATE ' - RETURNED ACCOUNTS CANNOT BE '
                       'SEEN, RUN REFUSED, SET GCDRC-OVERRIDE=Y TO '
                       'RECONCILE ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDDORM' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-DORMANT-DAYS - how many days an active account may
      * be missing from the feed before it is made dormant; the
      * GCDD-DORMANT-DAYS parameter overrides the default of 30 and
      * the environment variable overrides both.
      *****************************************************************
       1100-GET-DORMANT-DAYS.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDD-DORMANT-DAYS' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-DORMANT-DAYS
           END-IF.
           ACCEPT WS-DORMANT-RAW FROM ENVIRONMENT 'GCDD-DORMANT-DAYS'.
           IF WS-DORMANT-RAW IS NUMERIC
                   AND WS-DORMANT-RAW NOT = SPACES
               MOVE WS-DORMANT-RAW TO WS-DORMANT-DAYS
           END-IF.
           DISPLAY 'GCDDORM: EFFECTIVE GCDD-DORMANT-DAYS = '
               WS-DORMANT-DAYS.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SORT-FEED - tonight's GCDKOUT into account order.
      *****************************************************************
       1500-SORT-FEED.
           SORT GCD-SORT-FILE
               ON ASCENDING KEY GCD-SO-ACCOUNT-ID
               USING GCD-FEED-FILE
               GIVING GCD-FSORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GCDDORM: GCDKOUT SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MATCH-MERGE - the sorted feed and the master forward in
      * one pass.  The missing section is written to the report as
      * it is found; returned accounts go to their spill file.  A
      * master that does not exist yet (GCDMPOST has never run) has
      * nothing to reconcile.
      *****************************************************************
       2000-MATCH-MERGE.
           MOVE 'ACTIVE ACCOUNTS MISSING FROM TONIGHT''S GCDKOUT'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-FSORTED-FILE.
           IF NOT WS-FSORTED-OK
               DISPLAY 'GCDDORM: UNABLE TO OPEN GCDNWK1, STATUS '
                   WS-FSORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GCD-RETURN-FILE.
           IF NOT WS-RETURN-OK
               DISPLAY 'GCDDORM: UNABLE TO OPEN GCDNRTN, STATUS '
                   WS-RETURN-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O GCD-MASTER-FILE.
           IF WS-MASTER-NO-FILE
               DISPLAY 'GCDDORM: NO GCDMAST YET - NOTHING TO '
                   'RECONCILE'
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               IF NOT WS-MASTER-OK
                   DISPLAY 'GCDDORM: UNABLE TO OPEN GCDMAST, STATUS '
                       WS-MASTER-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               SET WS-MASTER-OPEN TO TRUE
               PERFORM 2050-OPEN-HISTORY THRU 2050-EXIT
               PERFORM 2200-READ-MASTER THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
           PERFORM 2300-MATCH-ONE THRU 2300-EXIT
               UNTIL WS-FEED-KEY = HIGH-VALUES
                   AND WS-MASTER-KEY = HIGH-VALUES.
           CLOSE GCD-FSORTED-FILE GCD-RETURN-FILE.
           IF WS-ACTIVE-MISSING = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2050-OPEN-HISTORY - the GCDMHIST history is appended to; if
      * it does not exist yet the first move to dormant creates it.
      *****************************************************************
       2050-OPEN-HISTORY.
           OPEN EXTEND GCD-HISTORY-FILE.
           IF WS-HISTORY-NO-FILE
               OPEN OUTPUT GCD-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDDORM: UNABLE TO OPEN GCDMHIST, STATUS '
                   WS-HISTORY-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-HISTORY-OPEN TO TRUE.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-FEED - the next sorted feed record; HIGH-VALUES at
      * end of file.
      *****************************************************************
       2100-READ-FEED.
           READ GCD-FSORTED-FILE.
           IF WS-FSORTED-EOF
               MOVE HIGH-VALUES TO WS-FEED-KEY
           ELSE
               IF NOT WS-FSORTED-OK
                   DISPLAY 'GCDDORM: GCDNWK1 READ ERROR, STATUS '
                       WS-FSORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-FEED-READ
               MOVE GCD-FS-ACCOUNT-ID TO WS-FEED-KEY
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-MASTER - the next master record in key order;
      * HIGH-VALUES at end of file.
      *****************************************************************
       2200-READ-MASTER.
           READ GCD-MASTER-FILE.
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               IF NOT WS-MASTER-OK
                   DISPLAY 'GCDDORM: MASTER READ ERROR, STATUS '
                       WS-MASTER-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-MASTER-READ
               MOVE GCD-MA-ACCOUNT-ID TO WS-MASTER-KEY
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-MATCH-ONE - one step of the merge.  An account only on
      * the feed is new (GCDMPOST will add it); one on both is on
      * the feed, and returned if the master has it dormant; one only
      * on the master was missed tonight.  A feed account repeated
      * on GCDKOUT is passed over after its first record.
      *****************************************************************
       2300-MATCH-ONE.
           IF WS-FEED-KEY < WS-MASTER-KEY
               ADD 1 TO WS-NEW-ON-FEED
               PERFORM 2350-NEXT-FEED-ACCOUNT THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-FEED-KEY = WS-MASTER-KEY
               EVALUATE TRUE
                   WHEN GCD-MA-ACTIVE
                       ADD 1 TO WS-ACTIVE-ON-FEED
                   WHEN GCD-MA-DORMANT
                       PERFORM 2600-REPORT-RETURNED THRU 2600-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2350-NEXT-FEED-ACCOUNT THRU 2350-EXIT
               PERFORM 2200-READ-MASTER THRU 2200-EXIT
               GO TO 2300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GCD-MA-ACTIVE
                   PERFORM 2500-REPORT-MISSING THRU 2500-EXIT
               WHEN GCD-MA-DORMANT
                   ADD 1 TO WS-STILL-DORMANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2200-READ-MASTER THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-NEXT-FEED-ACCOUNT - read past every feed record for the
      * current feed account.
      *****************************************************************
       2350-NEXT-FEED-ACCOUNT.
           MOVE WS-FEED-KEY TO WS-MATCH-KEY.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
           PERFORM UNTIL WS-FEED-KEY NOT = WS-MATCH-KEY
               ADD 1 TO WS-FEED-DUPLICATES
               PERFORM 2100-READ-FEED THRU 2100-EXIT
           END-PERFORM.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2500-REPORT-MISSING - an active account that is not on
      * tonight's feed.  Past the dormancy window it is made dormant
      * on the master as it is listed.  An account whose last-
      * computed date is not a real date is listed and left active:
      * how long it has been missing cannot be told, and VERIFY in
      * GCDMUTIL reports the date.
      *****************************************************************
       2500-REPORT-MISSING.
           ADD 1 TO WS-ACTIVE-MISSING.
           IF GCD-MA-LAST-COMPUTED IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATES
               MOVE 'LAST-COMPUTED NOT A DATE, LEFT ACTIVE'
                   TO WS-ACTION-TEXT
               STRING '  ACCOUNT ' GCD-MA-ACCOUNT-ID
                   '  LAST COMPUTED ' GCD-MA-LAST-COMPUTED
                   '  DAYS MISSING      ?  ' WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (GCD-MA-LAST-COMPUTED)
                   NOT = ZERO
               ADD 1 TO WS-BAD-DATES
               MOVE 'LAST-COMPUTED NOT A DATE, LEFT ACTIVE'
                   TO WS-ACTION-TEXT
               STRING '  ACCOUNT ' GCD-MA-ACCOUNT-ID
                   '  LAST COMPUTED ' GCD-MA-LAST-COMPUTED
                   '  DAYS MISSING      ?  ' WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-DAYS-MISSING =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (GCD-MA-LAST-COMPUTED).
           IF WS-DAYS-MISSING < ZERO
               MOVE ZERO TO WS-DAYS-MISSING
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           IF WS-DAYS-MISSING > WS-DORMANT-DAYS
               SET GCD-MA-DORMANT TO TRUE
               REWRITE GCD-MASTER-RECORD
               IF WS-MASTER-OK
                   ADD 1 TO WS-MOVED-DORMANT
                   MOVE 'MOVED TO DORMANT' TO WS-ACTION-TEXT
                   PERFORM 2550-WRITE-HISTORY THRU 2550-EXIT
               ELSE
                   DISPLAY 'GCDDORM: MASTER REWRITE ERROR, STATUS '
                       WS-MASTER-STATUS ' KEY ' GCD-MA-ACCOUNT-ID
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   MOVE 'REWRITE FAILED, STILL ACTIVE'
                       TO WS-ACTION-TEXT
               END-IF
           END-IF.
           MOVE WS-DAYS-MISSING TO WS-DAYS-DISPLAY.
           STRING '  ACCOUNT ' GCD-MA-ACCOUNT-ID
               '  LAST COMPUTED ' GCD-MA-LAST-COMPUTED
               '  DAYS MISSING ' WS-DAYS-DISPLAY
               '  ' WS-ACTION-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2550-WRITE-HISTORY - date the move to dormant on GCDMHIST.
      *****************************************************************
       2550-WRITE-HISTORY.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-MH-ACCOUNT-ID.
           MOVE WS-RUN-DATE TO GCD-MH-POSTING-DATE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-OLD-VALUE.
           MOVE GCD-MA-GCD-VALUE TO GCD-MH-NEW-VALUE.
           MOVE SPACES TO GCD-MH-SOURCE-CODE.
           MOVE 'S' TO GCD-MH-EVENT-TYPE.
           MOVE 'A' TO GCD-MH-OLD-STATUS.
           MOVE 'R' TO GCD-MH-NEW-STATUS.
           WRITE GCD-HISTORY-RECORD.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDDORM: GCDMHIST WRITE ERROR, STATUS '
                   WS-HISTORY-STATUS ' KEY ' GCD-MA-ACCOUNT-ID
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * 2600-REPORT-RETURNED - a dormant account back on tonight's
      * feed: how long it was away, and the value it last had
      * against the one it arrived with tonight.
      *****************************************************************
       2600-REPORT-RETURNED.
           ADD 1 TO WS-RETURNED.
           MOVE ZERO TO WS-DAYS-MISSING.
           IF GCD-MA-LAST-COMPUTED IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (GCD-MA-LAST-COMPUTED)
                       = ZERO
                   COMPUTE WS-DAYS-MISSING =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (GCD-MA-LAST-COMPUTED)
               END-IF
           END-IF.
           IF WS-DAYS-MISSING < ZERO
               MOVE ZERO TO WS-DAYS-MISSING
           END-IF.
           MOVE WS-DAYS-MISSING TO WS-DAYS-DISPLAY.
           MOVE GCD-MA-GCD-VALUE TO WS-VALUE-DISPLAY.
           MOVE GCD-FS-GCD-VALUE TO WS-TONIGHT-DISPLAY.
           STRING '  ACCOUNT ' GCD-MA-ACCOUNT-ID
               '  LAST COMPUTED ' GCD-MA-LAST-COMPUTED
               '  DAYS AWAY ' WS-DAYS-DISPLAY
               '  LAST VALUE ' WS-VALUE-DISPLAY
               '  TONIGHT ' WS-TONIGHT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-RETURN-LINE.
           WRITE GCD-RETURN-LINE.
           IF NOT WS-RETURN-OK
               DISPLAY 'GCDDORM: GCDNRTN WRITE ERROR, STATUS '
                   WS-RETURN-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-RETURNED - the returned section, copied from its
      * spill file.
      *****************************************************************
       5000-REPORT-RETURNED.
           MOVE 'DORMANT ACCOUNTS RETURNED ON TONIGHT''S GCDKOUT'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-RETURN-FILE.
           PERFORM 5100-COPY-ONE-RETURN THRU 5100-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-RETURN-FILE.
           IF WS-RETURNED = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-COPY-ONE-RETURN - one spilled line into the report.
      *****************************************************************
       5100-COPY-ONE-RETURN.
           READ GCD-RETURN-FILE.
           IF WS-RETURN-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-RETURN-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-SUMMARY - the counts in one place, and the return
      * code: anything missing or returned is worth a look.
      *****************************************************************
       6000-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-MASTER-READ TO WS-COUNT-DISPLAY.
           STRING '  MASTER RECORDS READ  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEED-READ TO WS-COUNT-DISPLAY.
           STRING '  GCDKOUT RECORDS READ . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACTIVE-ON-FEED TO WS-COUNT-DISPLAY.
           STRING '  ACTIVE, ON THE FEED  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACTIVE-MISSING TO WS-COUNT-DISPLAY.
           STRING '  ACTIVE, MISSING  . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-MOVED-DORMANT TO WS-COUNT-DISPLAY.
           STRING '    MOVED TO DORMANT TONIGHT . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-BAD-DATES > ZERO
               MOVE WS-BAD-DATES TO WS-COUNT-DISPLAY
               STRING '    LAST-COMPUTED NOT A DATE . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-STILL-DORMANT TO WS-COUNT-DISPLAY.
           STRING '  DORMANT, STILL MISSING . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RETURNED TO WS-COUNT-DISPLAY.
           STRING '  DORMANT, RETURNED  . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NEW-ON-FEED TO WS-COUNT-DISPLAY.
           STRING '  NEW ACCOUNTS ON THE FEED . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-FEED-DUPLICATES > ZERO
               MOVE WS-FEED-DUPLICATES TO WS-COUNT-DISPLAY
               STRING '  REPEATED FEED RECORDS  . . . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           IF RC-SUCCESS
               IF WS-ACTIVE-MISSING > ZERO OR WS-RETURNED > ZERO
                   SET RC-ACCOUNTS-FLAGGED TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write one report line.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDDORM: REPORT WRITE ERROR, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up, echo the counts for the job log,
      * and stamp the end.
      *****************************************************************
       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE GCD-MASTER-FILE
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE GCD-HISTORY-FILE
           END-IF.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDDORM: MASTER READ      = ' WS-MASTER-READ.
           DISPLAY 'GCDDORM: GCDKOUT READ     = ' WS-FEED-READ.
           DISPLAY 'GCDDORM: ACTIVE MISSING   = ' WS-ACTIVE-MISSING.
           DISPLAY 'GCDDORM: MOVED DORMANT    = ' WS-MOVED-DORMANT.
           DISPLAY 'GCDDORM: STILL DORMANT    = ' WS-STILL-DORMANT.
           DISPLAY 'GCDDORM: RETURNED         = ' WS-RETURNED.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's reconciliation
      * finished.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDDORM' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDDORM: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDDORM.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
