      *****************************************************************
      * GCDMVOL.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Divisor volatility and change-frequency analysis over the
      * GCDMHIST change history, for the monthly data-quality review
      * with the lines of business.  GCDMINQ's HIS function shows one
      * account's timeline; this looks across every account for a
      * posting-date range passed on the command line:
      *
      *   $ ./gcdmvol-cob 20260901 20260930
      *
      * and writes the GCDMVOL report:
      *
      *   - the most volatile accounts, ranked by the number of
      *     divisor changes booked in the period (the top 25 unless
      *     GCDV-TOP-ACCOUNTS says otherwise), with the average size
      *     of change and the first and last change dates;
      *   - change counts and the average and largest size of change
      *     by GCD-MH-SOURCE-CODE, so the source system driving the
      *     most churn stands out;
      *   - every account whose value flip-flopped within the period
      *     - changed from A to B and then straight back to A - with
      *     the number of times it did so and the first pair.
      *
      * The history records in the range are released to a SORT on
      * account, posting date and original file position, so one
      * control-break pass sees each account's changes in the order
      * GCDMPOST booked them; flip-flop lines are spilled to GCDVFLP
      * during the pass and copied into the report afterward.  Only
      * the ranking and the source summary are held in memory.
      *
      * Return codes: 0 report written, 4 bad or missing arguments,
      * 16 file error.
      *
      * Build:
      *   $ cobc -x gcdmvol.cob -I copybooks -o gcdmvol-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original volatility and change-frequency
      *                    analysis over GCDMHIST.
      *   2026-10-15  DLM  Count divisor changes only, now that
      *                    GCDMHIST also dates additions, status
      *                    changes and purges.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMVOL.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the argument checks compare
      * reference-modified fields before the first open, which
      * re-points the scratch descriptor word-form assigns resolve
      * through under this compiler and turns the opens into status
      * 35.
       FILE-CONTROL.
           SELECT GCD-HISTORY-FILE ASSIGN TO 'GCDMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GCD-SORT-FILE ASSIGN TO 'GCDVSWK'.
           SELECT GCD-SORTED-FILE ASSIGN TO 'GCDVSRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT GCD-FLIP-FILE ASSIGN TO 'GCDVFLP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLIP-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDMVOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-HISTORY-FILE.
           COPY GCDMHREC.
      *****************************************************************
      * The sort record is the history record with its position on
      * GCDMHIST added as the last key, so two changes booked on the
      * same posting date stay in the order they were booked.
      *****************************************************************
       SD  GCD-SORT-FILE.
       01 GCD-SORT-REC.
           05 GCD-SO-ACCOUNT-ID       PIC X(10).
           05 GCD-SO-POSTING-DATE     PIC 9(08).
           05 GCD-SO-SEQUENCE         PIC 9(09).
           05 GCD-SO-OLD-VALUE        PIC 9(20).
           05 GCD-SO-NEW-VALUE        PIC 9(20).
           05 GCD-SO-SOURCE-CODE      PIC X(02).
       FD  GCD-SORTED-FILE.
       01 GCD-SORTED-REC.
           05 GCD-SD-ACCOUNT-ID       PIC X(10).
           05 GCD-SD-POSTING-DATE     PIC 9(08).
           05 GCD-SD-SEQUENCE         PIC 9(09).
           05 GCD-SD-OLD-VALUE        PIC 9(20).
           05 GCD-SD-NEW-VALUE        PIC 9(20).
           05 GCD-SD-SOURCE-CODE      PIC X(02).
      *****************************************************************
      * Flip-flop section spill file: finished print lines, written
      * during the control-break pass and copied into the report once
      * the ranking above them is complete.
      *****************************************************************
       FD  GCD-FLIP-FILE.
       01 GCD-FLIP-LINE PIC X(132).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
           88 WS-HISTORY-OK                VALUE '00'.
           88 WS-HISTORY-EOF               VALUE '10'.
           88 WS-HISTORY-NO-FILE           VALUE '35'.
       01 WS-SORTED-STATUS        PIC X(02) VALUE SPACES.
           88 WS-SORTED-OK                 VALUE '00'.
           88 WS-SORTED-EOF                VALUE '10'.
       01 WS-FLIP-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FLIP-OK                   VALUE '00'.
           88 WS-FLIP-EOF                  VALUE '10'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-HISTORY-DONE              VALUE 'Y'.
           05 WS-SORTED-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-SORTED-DONE               VALUE 'Y'.
           05 WS-SPILL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-SPILL-DONE                VALUE 'Y'.
           05 WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88 WS-ENTRY-FOUND               VALUE 'Y'.

       01 WS-ARG-COUNT                PIC 9(03).
       01 WS-FROM-RAW                 PIC X(10) VALUE SPACES.
       01 WS-TO-RAW                   PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-TOP-RAW                  PIC X(03) VALUE SPACES.
       01 WS-TOP-LIMIT                PIC 9(03) COMP VALUE 25.

      *****************************************************************
      * Control-break state for the account whose changes are being
      * read: its counts so far, the previous change (to spot a flip
      * back), and the first flip-flop pair seen.
      *****************************************************************
       01 WS-ACCOUNT-AREA.
           05 WS-CUR-ACCOUNT          PIC X(10).
           05 WS-CUR-CHANGES          PIC 9(09) COMP.
           05 WS-CUR-SIZE-TOTAL       PIC 9(30).
           05 WS-CUR-FIRST-DATE       PIC 9(08).
           05 WS-CUR-LAST-DATE        PIC 9(08).
           05 WS-CUR-FLIPS            PIC 9(09) COMP.
           05 WS-CUR-PREV-OLD         PIC 9(20).
           05 WS-CUR-PREV-NEW         PIC 9(20).
           05 WS-CUR-FLIP-DATE        PIC 9(08).
           05 WS-CUR-FLIP-A           PIC 9(20).
           05 WS-CUR-FLIP-B           PIC 9(20).

      *****************************************************************
      * The ranking: the most-changed accounts so far, highest count
      * first.  An account only displaces the bottom entry on a
      * strictly higher count, so ties keep account order.
      *****************************************************************
       01 WS-TOP-AREA.
           05 WS-TOP-COUNT            PIC 9(03) COMP VALUE ZERO.
           05 WS-TOP-ENTRY OCCURS 100 TIMES.
               10 WS-TOP-ACCOUNT      PIC X(10).
               10 WS-TOP-CHANGES      PIC 9(09) COMP.
               10 WS-TOP-AVG-SIZE     PIC 9(20).
               10 WS-TOP-FIRST-DATE   PIC 9(08).
               10 WS-TOP-LAST-DATE    PIC 9(08).
               10 WS-TOP-FLIPS        PIC 9(09) COMP.

      *****************************************************************
      * One entry per source code seen in the period.
      *****************************************************************
       01 WS-SOURCE-AREA.
           05 WS-SOURCE-COUNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-SOURCE-ENTRY OCCURS 100 TIMES.
               10 WS-SRC-CODE         PIC X(02).
               10 WS-SRC-CHANGES      PIC 9(09) COMP.
               10 WS-SRC-SIZE-TOTAL   PIC 9(30).
               10 WS-SRC-LARGEST      PIC 9(20).

       01 WS-WORK-AREA.
           05 WS-SUBSCRIPT            PIC S9(04) COMP.
           05 WS-INSERT-AT            PIC S9(04) COMP.
           05 WS-FOUND-INDEX          PIC S9(04) COMP.
           05 WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-IN-PERIOD    PIC 9(09) COMP VALUE ZERO.
           05 WS-ACCOUNTS-CHANGED     PIC 9(09) COMP VALUE ZERO.
           05 WS-FLIP-ACCOUNTS        PIC 9(09) COMP VALUE ZERO.
           05 WS-CHANGE-SIZE          PIC 9(20).
           05 WS-AVERAGE-SIZE         PIC 9(20).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-FLIPS-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-RANK-DISPLAY         PIC ZZ9.
           05 WS-SIZE-DISPLAY         PIC Z(19)9.
           05 WS-LARGEST-DISPLAY      PIC Z(19)9.
           05 WS-A-DISPLAY            PIC Z(19)9.
           05 WS-B-DISPLAY            PIC Z(19)9.

      *****************************************************************
      * Return-code conditions - the same values GCDMINQ uses for
      * bad arguments and file errors.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-BAD-ARGUMENTS             VALUE 4.
           88 RC-FILE-ERROR                VALUE 16.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SORT-PASS THRU 2000-EXIT.
           PERFORM 3000-ANALYZE-PASS THRU 3000-EXIT.
           PERFORM 5000-REPORT-RANKING THRU 5000-EXIT.
           PERFORM 5500-REPORT-SOURCES THRU 5500-EXIT.
           PERFORM 6000-REPORT-FLIP-FLOPS THRU 6000-EXIT.
           PERFORM 6500-REPORT-SUMMARY THRU 6500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - validate the period, settle the ranking
      * size, prove the history file is there, and open the report.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-VALIDATE-ARGUMENTS THRU 1100-EXIT.
           PERFORM 1200-GET-TOP-LIMIT THRU 1200-EXIT.
           OPEN INPUT GCD-HISTORY-FILE.
           IF WS-HISTORY-NO-FILE
               DISPLAY 'GCDMVOL: NO GCDMHIST FILE - NO CHANGES HAVE '
                   'BEEN BOOKED'
           ELSE
               IF NOT WS-HISTORY-OK
                   DISPLAY 'GCDMVOL: UNABLE TO OPEN GCDMHIST, STATUS '
                       WS-HISTORY-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               CLOSE GCD-HISTORY-FILE
           END-IF.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDMVOL: UNABLE TO OPEN GCDMVOL, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'GCDMVOL  DIVISOR VOLATILITY ANALYSIS    PERIOD '
               WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VALIDATE-ARGUMENTS - a from-date and a to-date, both
      * YYYYMMDD, in that order, nothing else.
      *****************************************************************
       1100-VALIDATE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF WS-ARG-COUNT NOT = 2
               DISPLAY 'GCDMVOL: USAGE IS FROM-DATE TO-DATE '
                   '(YYYYMMDD)'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-FROM-RAW FROM ARGUMENT-VALUE.
           ACCEPT WS-TO-RAW FROM ARGUMENT-VALUE.
           IF WS-FROM-RAW (1:8) IS NOT NUMERIC
                   OR WS-FROM-RAW (9:2) NOT = SPACES
                   OR WS-TO-RAW (1:8) IS NOT NUMERIC
                   OR WS-TO-RAW (9:2) NOT = SPACES
               DISPLAY 'GCDMVOL: DATES MUST BE YYYYMMDD, NOT '
                   WS-FROM-RAW ' ' WS-TO-RAW
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-FROM-RAW (1:8) TO WS-FROM-DATE.
           MOVE WS-TO-RAW (1:8) TO WS-TO-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE)
                       NOT = ZERO
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'GCDMVOL: ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ' IS NOT A VALID PERIOD'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-GET-TOP-LIMIT - how many accounts the ranking shows;
      * the GCDV-TOP-ACCOUNTS parameter overrides the default of 25
      * and the environment variable overrides both, up to the 100
      * the ranking table holds.
      *****************************************************************
       1200-GET-TOP-LIMIT.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDMVOL: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDV-TOP-ACCOUNTS' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-TOP-LIMIT
           END-IF.
           ACCEPT WS-TOP-RAW FROM ENVIRONMENT 'GCDV-TOP-ACCOUNTS'.
           IF WS-TOP-RAW IS NUMERIC
                   AND WS-TOP-RAW NOT = SPACES
               MOVE WS-TOP-RAW TO WS-TOP-LIMIT
           END-IF.
           IF WS-TOP-LIMIT = ZERO OR WS-TOP-LIMIT > 100
               MOVE 100 TO WS-TOP-LIMIT
           END-IF.
           DISPLAY 'GCDMVOL: EFFECTIVE GCDV-TOP-ACCOUNTS = '
               WS-TOP-LIMIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SORT-PASS - release the history records in the period
      * to the sort; the sorted file comes back in account, posting
      * date and booking order.
      *****************************************************************
       2000-SORT-PASS.
           SORT GCD-SORT-FILE
               ON ASCENDING KEY GCD-SO-ACCOUNT-ID
               ON ASCENDING KEY GCD-SO-POSTING-DATE
               ON ASCENDING KEY GCD-SO-SEQUENCE
               INPUT PROCEDURE IS 2100-RELEASE-HISTORY
                   THRU 2100-EXIT
               GIVING GCD-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GCDMVOL: SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-RELEASE-HISTORY - the sort's input procedure: every
      * history record, with those outside the period passed over.
      *****************************************************************
       2100-RELEASE-HISTORY.
           OPEN INPUT GCD-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
           PERFORM 2300-RELEASE-ONE THRU 2300-EXIT
               UNTIL WS-HISTORY-DONE.
           CLOSE GCD-HISTORY-FILE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-HISTORY - read the next history record.
      *****************************************************************
       2200-READ-HISTORY.
           READ GCD-HISTORY-FILE.
           IF WS-HISTORY-EOF
               SET WS-HISTORY-DONE TO TRUE
           ELSE
               IF NOT WS-HISTORY-OK
                   DISPLAY 'GCDMVOL: GCDMHIST READ ERROR, STATUS '
                       WS-HISTORY-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-RECORDS-READ
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-RELEASE-ONE - one divisor change in the period, tagged
      * with its position on the file, to the sort.  Additions,
      * status changes and purges are not changes of divisor and are
      * passed over.
      *****************************************************************
       2300-RELEASE-ONE.
           IF GCD-MH-POSTING-DATE >= WS-FROM-DATE
                   AND GCD-MH-POSTING-DATE <= WS-TO-DATE
                   AND GCD-MH-VALUE-CHANGE
               ADD 1 TO WS-RECORDS-IN-PERIOD
               MOVE GCD-MH-ACCOUNT-ID TO GCD-SO-ACCOUNT-ID
               MOVE GCD-MH-POSTING-DATE TO GCD-SO-POSTING-DATE
               MOVE WS-RECORDS-READ TO GCD-SO-SEQUENCE
               MOVE GCD-MH-OLD-VALUE TO GCD-SO-OLD-VALUE
               MOVE GCD-MH-NEW-VALUE TO GCD-SO-NEW-VALUE
               MOVE GCD-MH-SOURCE-CODE TO GCD-SO-SOURCE-CODE
               RELEASE GCD-SORT-REC
           END-IF.
           PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ANALYZE-PASS - one control-break pass over the sorted
      * changes: per-source totals on every change, and the ranking
      * and flip-flop check at each account break.
      *****************************************************************
       3000-ANALYZE-PASS.
           OPEN INPUT GCD-SORTED-FILE.
           IF NOT WS-SORTED-OK
               DISPLAY 'GCDMVOL: UNABLE TO OPEN GCDVSRT, STATUS '
                   WS-SORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GCD-FLIP-FILE.
           IF NOT WS-FLIP-OK
               DISPLAY 'GCDMVOL: UNABLE TO OPEN GCDVFLP, STATUS '
                   WS-FLIP-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-CUR-ACCOUNT.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
           PERFORM 3200-ANALYZE-ONE-CHANGE THRU 3200-EXIT
               UNTIL WS-SORTED-DONE.
           PERFORM 3400-CLOSE-ACCOUNT THRU 3400-EXIT.
           CLOSE GCD-SORTED-FILE GCD-FLIP-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-READ-SORTED - read the next sorted change.
      *****************************************************************
       3100-READ-SORTED.
           READ GCD-SORTED-FILE.
           IF WS-SORTED-EOF
               SET WS-SORTED-DONE TO TRUE
           ELSE
               IF NOT WS-SORTED-OK
                   DISPLAY 'GCDMVOL: GCDVSRT READ ERROR, STATUS '
                       WS-SORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-ANALYZE-ONE-CHANGE - one booked change.  A new account
      * closes the one before it; the change is sized, added to its
      * source's totals, and checked against the previous change for
      * a flip back to the earlier value.
      *****************************************************************
       3200-ANALYZE-ONE-CHANGE.
           IF GCD-SD-ACCOUNT-ID NOT = WS-CUR-ACCOUNT
               PERFORM 3400-CLOSE-ACCOUNT THRU 3400-EXIT
               MOVE GCD-SD-ACCOUNT-ID TO WS-CUR-ACCOUNT
               MOVE ZERO TO WS-CUR-CHANGES WS-CUR-SIZE-TOTAL
                   WS-CUR-FLIPS WS-CUR-FLIP-DATE
               MOVE GCD-SD-POSTING-DATE TO WS-CUR-FIRST-DATE
           END-IF.
           IF GCD-SD-NEW-VALUE > GCD-SD-OLD-VALUE
               COMPUTE WS-CHANGE-SIZE =
                   GCD-SD-NEW-VALUE - GCD-SD-OLD-VALUE
           ELSE
               COMPUTE WS-CHANGE-SIZE =
                   GCD-SD-OLD-VALUE - GCD-SD-NEW-VALUE
           END-IF.
           PERFORM 3300-ADD-TO-SOURCE THRU 3300-EXIT.
           IF WS-CUR-CHANGES > ZERO
                   AND GCD-SD-OLD-VALUE = WS-CUR-PREV-NEW
                   AND GCD-SD-NEW-VALUE = WS-CUR-PREV-OLD
               ADD 1 TO WS-CUR-FLIPS
               IF WS-CUR-FLIPS = 1
                   MOVE GCD-SD-POSTING-DATE TO WS-CUR-FLIP-DATE
                   MOVE WS-CUR-PREV-OLD TO WS-CUR-FLIP-A
                   MOVE WS-CUR-PREV-NEW TO WS-CUR-FLIP-B
               END-IF
           END-IF.
           ADD 1 TO WS-CUR-CHANGES.
           ADD WS-CHANGE-SIZE TO WS-CUR-SIZE-TOTAL.
           MOVE GCD-SD-POSTING-DATE TO WS-CUR-LAST-DATE.
           MOVE GCD-SD-OLD-VALUE TO WS-CUR-PREV-OLD.
           MOVE GCD-SD-NEW-VALUE TO WS-CUR-PREV-NEW.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-ADD-TO-SOURCE - the change into its source code's
      * totals, adding the source the first time it is seen.
      *****************************************************************
       3300-ADD-TO-SOURCE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-SOURCE-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-SRC-CODE (WS-SUBSCRIPT) = GCD-SD-SOURCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-SOURCE-COUNT >= 100
                   DISPLAY 'GCDMVOL: MORE THAN 100 SOURCE CODES - '
                       'RUN ABANDONED'
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-FOUND-INDEX
               MOVE GCD-SD-SOURCE-CODE TO WS-SRC-CODE (WS-FOUND-INDEX)
               MOVE ZERO TO WS-SRC-CHANGES (WS-FOUND-INDEX)
                   WS-SRC-SIZE-TOTAL (WS-FOUND-INDEX)
                   WS-SRC-LARGEST (WS-FOUND-INDEX)
           END-IF.
           ADD 1 TO WS-SRC-CHANGES (WS-FOUND-INDEX).
           ADD WS-CHANGE-SIZE TO WS-SRC-SIZE-TOTAL (WS-FOUND-INDEX).
           IF WS-CHANGE-SIZE > WS-SRC-LARGEST (WS-FOUND-INDEX)
               MOVE WS-CHANGE-SIZE TO WS-SRC-LARGEST (WS-FOUND-INDEX)
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-CLOSE-ACCOUNT - the account just finished: offer it to
      * the ranking and spill its flip-flop line if it flipped.
      * Called once before the first account, when there is nothing
      * to close yet.
      *****************************************************************
       3400-CLOSE-ACCOUNT.
           IF WS-CUR-ACCOUNT = LOW-VALUES
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-CHANGED.
           COMPUTE WS-AVERAGE-SIZE ROUNDED =
               WS-CUR-SIZE-TOTAL / WS-CUR-CHANGES.
           PERFORM 3500-RANK-ACCOUNT THRU 3500-EXIT.
           IF WS-CUR-FLIPS > ZERO
               PERFORM 3600-SPILL-FLIP THRU 3600-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3500-RANK-ACCOUNT - insert the account into the ranking if
      * its change count earns a place, pushing the entries below it
      * down one and the last one off the bottom of a full table.
      *****************************************************************
       3500-RANK-ACCOUNT.
           IF WS-TOP-COUNT >= WS-TOP-LIMIT
               IF WS-CUR-CHANGES NOT > WS-TOP-CHANGES (WS-TOP-COUNT)
                   GO TO 3500-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           MOVE WS-TOP-COUNT TO WS-INSERT-AT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 3550-MAKE-ROOM THRU 3550-EXIT
               UNTIL WS-ENTRY-FOUND.
           MOVE WS-CUR-ACCOUNT TO WS-TOP-ACCOUNT (WS-INSERT-AT).
           MOVE WS-CUR-CHANGES TO WS-TOP-CHANGES (WS-INSERT-AT).
           MOVE WS-AVERAGE-SIZE TO WS-TOP-AVG-SIZE (WS-INSERT-AT).
           MOVE WS-CUR-FIRST-DATE TO WS-TOP-FIRST-DATE (WS-INSERT-AT).
           MOVE WS-CUR-LAST-DATE TO WS-TOP-LAST-DATE (WS-INSERT-AT).
           MOVE WS-CUR-FLIPS TO WS-TOP-FLIPS (WS-INSERT-AT).
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3550-MAKE-ROOM - move the insertion point up one place while
      * the entry above it has a lower count, sliding that entry down.
      *****************************************************************
       3550-MAKE-ROOM.
           IF WS-INSERT-AT < 2
               SET WS-ENTRY-FOUND TO TRUE
               GO TO 3550-EXIT
           END-IF.
           IF WS-TOP-CHANGES (WS-INSERT-AT - 1) >= WS-CUR-CHANGES
               SET WS-ENTRY-FOUND TO TRUE
               GO TO 3550-EXIT
           END-IF.
           MOVE WS-TOP-ENTRY (WS-INSERT-AT - 1)
               TO WS-TOP-ENTRY (WS-INSERT-AT).
           SUBTRACT 1 FROM WS-INSERT-AT.
       3550-EXIT.
           EXIT.

      *****************************************************************
      * 3600-SPILL-FLIP - one flip-flop account to its section file.
      *****************************************************************
       3600-SPILL-FLIP.
           ADD 1 TO WS-FLIP-ACCOUNTS.
           MOVE WS-CUR-FLIPS TO WS-FLIPS-DISPLAY.
           MOVE WS-CUR-FLIP-A TO WS-A-DISPLAY.
           MOVE WS-CUR-FLIP-B TO WS-B-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  ACCOUNT ' WS-CUR-ACCOUNT
               '  FLIPS ' WS-FLIPS-DISPLAY
               '  FIRST BACK ON ' WS-CUR-FLIP-DATE
               '  A ' WS-A-DISPLAY
               '  B ' WS-B-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-FLIP-LINE.
           WRITE GCD-FLIP-LINE.
           IF NOT WS-FLIP-OK
               DISPLAY 'GCDMVOL: GCDVFLP WRITE ERROR, STATUS '
                   WS-FLIP-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-RANKING - the most volatile accounts, highest
      * change count first.
      *****************************************************************
       5000-REPORT-RANKING.
           MOVE WS-TOP-LIMIT TO WS-RANK-DISPLAY.
           STRING 'MOST VOLATILE ACCOUNTS - TOP' WS-RANK-DISPLAY
               ' BY NUMBER OF CHANGES'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-TOP-COUNT
               MOVE WS-SUBSCRIPT TO WS-RANK-DISPLAY
               MOVE WS-TOP-CHANGES (WS-SUBSCRIPT) TO WS-COUNT-DISPLAY
               MOVE WS-TOP-AVG-SIZE (WS-SUBSCRIPT) TO WS-SIZE-DISPLAY
               MOVE WS-TOP-FLIPS (WS-SUBSCRIPT) TO WS-FLIPS-DISPLAY
               STRING '  ' WS-RANK-DISPLAY
                   '  ACCOUNT ' WS-TOP-ACCOUNT (WS-SUBSCRIPT)
                   '  CHANGES ' WS-COUNT-DISPLAY
                   '  AVG CHANGE ' WS-SIZE-DISPLAY
                   '  FIRST ' WS-TOP-FIRST-DATE (WS-SUBSCRIPT)
                   '  LAST ' WS-TOP-LAST-DATE (WS-SUBSCRIPT)
                   '  FLIPS ' WS-FLIPS-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-PERFORM.
           IF WS-TOP-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5500-REPORT-SOURCES - change counts and average and largest
      * size of change by source code, in the order the codes were
      * first met.
      *****************************************************************
       5500-REPORT-SOURCES.
           MOVE 'CHANGES BY SOURCE CODE' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-SOURCE-COUNT
               MOVE WS-SRC-CHANGES (WS-SUBSCRIPT) TO WS-COUNT-DISPLAY
               COMPUTE WS-AVERAGE-SIZE ROUNDED =
                   WS-SRC-SIZE-TOTAL (WS-SUBSCRIPT)
                   / WS-SRC-CHANGES (WS-SUBSCRIPT)
               MOVE WS-AVERAGE-SIZE TO WS-SIZE-DISPLAY
               MOVE WS-SRC-LARGEST (WS-SUBSCRIPT)
                   TO WS-LARGEST-DISPLAY
               STRING '  SOURCE ' WS-SRC-CODE (WS-SUBSCRIPT)
                   '  CHANGES ' WS-COUNT-DISPLAY
                   '  AVG CHANGE ' WS-SIZE-DISPLAY
                   '  LARGEST ' WS-LARGEST-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-PERFORM.
           IF WS-SOURCE-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-FLIP-FLOPS - the flip-flop section, copied from
      * its spill file.
      *****************************************************************
       6000-REPORT-FLIP-FLOPS.
           MOVE 'FLIP-FLOP ACCOUNTS - A TO B AND BACK TO A'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-----------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-FLIP-FILE.
           MOVE 'N' TO WS-SPILL-EOF-SWITCH.
           PERFORM 6100-COPY-ONE-FLIP THRU 6100-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-FLIP-FILE.
           IF WS-FLIP-ACCOUNTS = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-COPY-ONE-FLIP - one spilled line into the report.
      *****************************************************************
       6100-COPY-ONE-FLIP.
           READ GCD-FLIP-FILE.
           IF WS-FLIP-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-FLIP-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 6500-REPORT-SUMMARY - the counts in one place.
      *****************************************************************
       6500-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
           STRING '  HISTORY RECORDS READ . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RECORDS-IN-PERIOD TO WS-COUNT-DISPLAY.
           STRING '  CHANGES IN PERIOD  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACCOUNTS-CHANGED TO WS-COUNT-DISPLAY.
           STRING '  ACCOUNTS CHANGED . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FLIP-ACCOUNTS TO WS-COUNT-DISPLAY.
           STRING '  FLIP-FLOP ACCOUNTS . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write one report line.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDMVOL: REPORT WRITE ERROR, STATUS '
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
      * 9000-TERMINATE - close up and echo the counts for the job
      * log.
      *****************************************************************
       9000-TERMINATE.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDMVOL: HISTORY READ     = ' WS-RECORDS-READ.
           DISPLAY 'GCDMVOL: IN PERIOD        = '
               WS-RECORDS-IN-PERIOD.
           DISPLAY 'GCDMVOL: ACCOUNTS CHANGED = '
               WS-ACCOUNTS-CHANGED.
           DISPLAY 'GCDMVOL: FLIP-FLOP        = ' WS-FLIP-ACCOUNTS.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDMVOL.

       COPY GCDPARMPGM.
