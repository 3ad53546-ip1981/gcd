      *****************************************************************
      * GCDOREC.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Outbound allocation acknowledgment reconciliation.  Matches
      * the acknowledgment file the allocation system returns
      * (GCDOACK, laid out in GCDOAREC.CPY) to the GCDOREG outbound
      * register GCDOXTR books each transmission in, brings every
      * acknowledged register entry up to date, and writes the
      * GCDOREC report:
      *
      *   - every acknowledgment received: the transmission it
      *     answers, what was sent, what was accepted and rejected,
      *     and the outcome - fully loaded, partly loaded, or counts
      *     that do not add back to what was sent; an acknowledgment
      *     quoting a sequence number the register never issued is
      *     listed as unknown;
      *   - the reject reasons, record by record;
      *   - every transmission acknowledged tonight that was only
      *     partly loaded;
      *   - every transmission never acknowledged: still awaiting
      *     acknowledgment more than GCDO-ACK-DAYS days (default 1)
      *     after it was sent.  Younger ones are only counted.
      *
      * An acknowledgment for a transmission already acknowledged
      * replaces the earlier outcome and is marked as repeated, so
      * a resent acknowledgment file does no harm.  The register is
      * held in a table for the pass and written back whole.
      *
      * Return codes: 0 everything acknowledged in full, 4 some
      * transmission never acknowledged, 8 a transmission partly
      * loaded, acknowledged counts that do not balance, or an
      * acknowledgment for an unknown transmission, 16 file error.
      *
      * Build:
      *   $ cobc -x gcdorec.cob -I copybooks -o gcdorec-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original outbound acknowledgment
      *                    reconciliation.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDOREC.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the register table is worked
      * with subscripted moves between opens, which re-points the
      * scratch descriptor word-form assigns resolve through under
      * this compiler and turns the register rewrite into status 35.
       FILE-CONTROL.
           SELECT GCD-REGISTER-FILE ASSIGN TO 'GCDOREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT GCD-ACK-FILE ASSIGN TO 'GCDOACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT GCD-REASON-FILE ASSIGN TO 'GCDORSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDOREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-REGISTER-FILE.
           COPY GCDOGREC.
       FD  GCD-ACK-FILE.
           COPY GCDOAREC.
      *****************************************************************
      * Reject-reason section spill file: finished print lines.
      *****************************************************************
       FD  GCD-REASON-FILE.
       01 GCD-REASON-LINE PIC X(132).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
           88 WS-REGISTER-OK               VALUE '00'.
           88 WS-REGISTER-EOF              VALUE '10'.
           88 WS-REGISTER-NO-FILE          VALUE '35'.
       01 WS-ACK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ACK-OK                    VALUE '00'.
           88 WS-ACK-EOF                   VALUE '10'.
           88 WS-ACK-NO-FILE               VALUE '35'.
       01 WS-REASON-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REASON-OK                 VALUE '00'.
           88 WS-REASON-EOF                VALUE '10'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-REGISTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-REGISTER-DONE             VALUE 'Y'.
           05 WS-ACK-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88 WS-ACK-DONE                  VALUE 'Y'.
           05 WS-SPILL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-SPILL-DONE                VALUE 'Y'.
           05 WS-REASON-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-REASON-OPEN               VALUE 'Y'.

      *****************************************************************
      * The outbound register, held for the pass.  One entry per
      * nightly transmission, so 5000 entries is years of slack; a
      * register that outgrows it stops the run rather than losing
      * entries on the rewrite.  WS-RT-ACKED-TONIGHT marks the
      * entries an acknowledgment in this run has updated.
      *****************************************************************
       01 WS-REGISTER-AREA.
           05 WS-REGISTER-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 WS-REGISTER-ENTRY OCCURS 5000 TIMES.
               10 WS-RT-SEQUENCE      PIC 9(06).
               10 WS-RT-FILE-DATE     PIC 9(08).
               10 WS-RT-FILE-NAME     PIC X(30).
               10 WS-RT-ACCOUNT-COUNT PIC 9(09).
               10 WS-RT-RATIO-COUNT   PIC 9(09).
               10 WS-RT-RECORD-COUNT  PIC 9(09).
               10 WS-RT-HASH-TOTAL    PIC 9(20).
               10 WS-RT-STATUS        PIC X(01).
               10 WS-RT-ACK-DATE      PIC 9(08).
               10 WS-RT-ACCEPTED      PIC 9(09).
               10 WS-RT-REJECTED      PIC 9(09).
               10 WS-RT-ACKED-TONIGHT PIC X(01).

       01 WS-WORK-AREA.
           05 WS-SUBSCRIPT            PIC 9(04) COMP.
           05 WS-FOUND-INDEX          PIC 9(04) COMP.
           05 WS-ACK-READ             PIC 9(09) COMP VALUE ZERO.
           05 WS-SUMMARIES-READ       PIC 9(09) COMP VALUE ZERO.
           05 WS-REASONS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-BAD-ACK-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 WS-UNKNOWN-ACKS         PIC 9(09) COMP VALUE ZERO.
           05 WS-REPEATED-ACKS        PIC 9(09) COMP VALUE ZERO.
           05 WS-LOADED-TONIGHT       PIC 9(09) COMP VALUE ZERO.
           05 WS-PARTIAL-TONIGHT      PIC 9(09) COMP VALUE ZERO.
           05 WS-MISMATCH-TONIGHT     PIC 9(09) COMP VALUE ZERO.
           05 WS-NEVER-ACKED          PIC 9(09) COMP VALUE ZERO.
           05 WS-AWAITING             PIC 9(09) COMP VALUE ZERO.
           05 WS-ACK-TOTAL            PIC 9(10).
           05 WS-DAYS-OUT             PIC S9(09) COMP.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-OUTCOME-TEXT         PIC X(30).

       01 WS-ACK-DAYS-RAW             PIC X(05) VALUE SPACES.
       01 WS-ACK-DAYS                 PIC 9(05) COMP VALUE 1.

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-SENT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
           05 WS-ACCEPTED-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
           05 WS-REJECTED-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
           05 WS-DAYS-DISPLAY         PIC ZZ,ZZ9.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-NOT-ACKNOWLEDGED          VALUE 4.
           88 RC-LOAD-BREAKS               VALUE 8.
           88 RC-FILE-ERROR                VALUE 16.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
           PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT.
           PERFORM 4000-REPORT-REASONS THRU 4000-EXIT.
           PERFORM 5000-REPORT-PARTIAL THRU 5000-EXIT.
           PERFORM 5500-REPORT-UNACKNOWLEDGED THRU 5500-EXIT.
           PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
           PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - the acknowledgment window and the report
      * heading.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1100-GET-ACK-DAYS THRU 1100-EXIT.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDOREC: UNABLE TO OPEN GCDOREC, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           STRING 'GCDOREC  OUTBOUND ALLOCATION ACKNOWLEDGMENT '
               'RECONCILIATION    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACK-DAYS TO WS-DAYS-DISPLAY.
           STRING 'TRANSMISSIONS UNACKNOWLEDGED MORE THAN '
               WS-DAYS-DISPLAY ' DAYS ARE REPORTED AS NEVER '
               'ACKNOWLEDGED'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-ACK-DAYS - how many days a transmission may wait
      * for its acknowledgment before it is reported; the
      * GCDO-ACK-DAYS parameter overrides the default of 1 and the
      * environment variable overrides both.
      *****************************************************************
       1100-GET-ACK-DAYS.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDOREC: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDO-ACK-DAYS' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-ACK-DAYS
           END-IF.
           ACCEPT WS-ACK-DAYS-RAW FROM ENVIRONMENT 'GCDO-ACK-DAYS'.
           IF WS-ACK-DAYS-RAW IS NUMERIC
                   AND WS-ACK-DAYS-RAW NOT = SPACES
               MOVE WS-ACK-DAYS-RAW TO WS-ACK-DAYS
           END-IF.
           DISPLAY 'GCDOREC: EFFECTIVE GCDO-ACK-DAYS = '
               WS-ACK-DAYS.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LOAD-REGISTER - the outbound register into the table.
      * No register means nothing has been sent yet.
      *****************************************************************
       2000-LOAD-REGISTER.
           OPEN INPUT GCD-REGISTER-FILE.
           IF WS-REGISTER-NO-FILE
               DISPLAY 'GCDOREC: NO GCDOREG YET - NOTHING HAS BEEN '
                   'SENT'
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOREC: UNABLE TO OPEN GCDOREG, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-REGISTER-DONE.
           CLOSE GCD-REGISTER-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LOAD-ONE-ENTRY - one register entry into the table.
      *****************************************************************
       2100-LOAD-ONE-ENTRY.
           READ GCD-REGISTER-FILE.
           IF WS-REGISTER-EOF
               SET WS-REGISTER-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOREC: GCDOREG READ ERROR, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF WS-REGISTER-COUNT >= 5000
               DISPLAY 'GCDOREC: GCDOREG HOLDS MORE THAN 5000 '
                   'ENTRIES - RUN STOPPED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           MOVE GCD-OG-SEQUENCE TO WS-RT-SEQUENCE (WS-REGISTER-COUNT).
           MOVE GCD-OG-FILE-DATE
               TO WS-RT-FILE-DATE (WS-REGISTER-COUNT).
           MOVE GCD-OG-FILE-NAME
               TO WS-RT-FILE-NAME (WS-REGISTER-COUNT).
           MOVE GCD-OG-ACCOUNT-COUNT
               TO WS-RT-ACCOUNT-COUNT (WS-REGISTER-COUNT).
           MOVE GCD-OG-RATIO-COUNT
               TO WS-RT-RATIO-COUNT (WS-REGISTER-COUNT).
           MOVE GCD-OG-RECORD-COUNT
               TO WS-RT-RECORD-COUNT (WS-REGISTER-COUNT).
           MOVE GCD-OG-HASH-TOTAL
               TO WS-RT-HASH-TOTAL (WS-REGISTER-COUNT).
           MOVE GCD-OG-STATUS TO WS-RT-STATUS (WS-REGISTER-COUNT).
           MOVE GCD-OG-ACK-DATE TO WS-RT-ACK-DATE (WS-REGISTER-COUNT).
           MOVE GCD-OG-ACCEPTED TO WS-RT-ACCEPTED (WS-REGISTER-COUNT).
           MOVE GCD-OG-REJECTED TO WS-RT-REJECTED (WS-REGISTER-COUNT).
           MOVE 'N' TO WS-RT-ACKED-TONIGHT (WS-REGISTER-COUNT).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APPLY-ACKNOWLEDGMENTS - read the acknowledgment file
      * through; summaries update the register and are listed as
      * they come, reject reasons go to their spill file.  No
      * acknowledgment file means nothing has come back since the
      * last run.
      *****************************************************************
       3000-APPLY-ACKNOWLEDGMENTS.
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN OUTPUT GCD-REASON-FILE.
           IF NOT WS-REASON-OK
               DISPLAY 'GCDOREC: UNABLE TO OPEN GCDORSN, STATUS '
                   WS-REASON-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-REASON-OPEN TO TRUE.
           OPEN INPUT GCD-ACK-FILE.
           IF WS-ACK-NO-FILE
               DISPLAY 'GCDOREC: NO GCDOACK - NO ACKNOWLEDGMENTS '
                   'RECEIVED'
               SET WS-ACK-DONE TO TRUE
           ELSE
               IF NOT WS-ACK-OK
                   DISPLAY 'GCDOREC: UNABLE TO OPEN GCDOACK, STATUS '
                       WS-ACK-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
                   UNTIL WS-ACK-DONE
               CLOSE GCD-ACK-FILE
           END-IF.
           CLOSE GCD-REASON-FILE.
           MOVE 'N' TO WS-REASON-OPEN-SWITCH.
           IF WS-SUMMARIES-READ = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-APPLY-ONE-ACK - one acknowledgment record.  A record
      * that is neither a summary nor a reason, or whose sequence
      * number is not numeric, is counted and passed over.
      *****************************************************************
       3100-APPLY-ONE-ACK.
           READ GCD-ACK-FILE.
           IF WS-ACK-EOF
               SET WS-ACK-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-ACK-OK
               DISPLAY 'GCDOREC: GCDOACK READ ERROR, STATUS '
                   WS-ACK-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-ACK-READ.
           IF GCD-AK-SEQUENCE IS NOT NUMERIC
               ADD 1 TO WS-BAD-ACK-RECORDS
               DISPLAY 'GCDOREC: GCDOACK RECORD ' WS-ACK-READ
                   ' HAS NO SEQUENCE NUMBER - SKIPPED'
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GCD-AK-SUMMARY
                   PERFORM 3200-APPLY-SUMMARY THRU 3200-EXIT
               WHEN GCD-AK-REASON
                   PERFORM 3300-SPILL-REASON THRU 3300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-BAD-ACK-RECORDS
                   DISPLAY 'GCDOREC: GCDOACK RECORD ' WS-ACK-READ
                       ' TYPE ' GCD-AK-RECORD-TYPE
                       ' NOT RECOGNISED - SKIPPED'
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-APPLY-SUMMARY - match a summary to its register entry
      * and settle the outcome: loaded in full when every record
      * sent was accepted, partly loaded when some were rejected,
      * and a mismatch when accepted and rejected do not add up to
      * the detail count the trailer carried.
      *****************************************************************
       3200-APPLY-SUMMARY.
           ADD 1 TO WS-SUMMARIES-READ.
           PERFORM 7100-FIND-SEQUENCE THRU 7100-EXIT.
           IF GCD-AK-ACCEPTED IS NOT NUMERIC
                   OR GCD-AK-REJECTED IS NOT NUMERIC
               MOVE ZERO TO GCD-AK-ACCEPTED
               MOVE ZERO TO GCD-AK-REJECTED
           END-IF.
           MOVE GCD-AK-ACCEPTED TO WS-ACCEPTED-DISPLAY.
           MOVE GCD-AK-REJECTED TO WS-REJECTED-DISPLAY.
           IF WS-FOUND-INDEX = ZERO
               ADD 1 TO WS-UNKNOWN-ACKS
               STRING '  SEQUENCE ' GCD-AK-SEQUENCE
                   '  NOT IN THE OUTBOUND REGISTER'
                   '        ACCEPTED ' WS-ACCEPTED-DISPLAY
                   '  REJECTED ' WS-REJECTED-DISPLAY
                   '  UNKNOWN TRANSMISSION'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF WS-RT-ACKED-TONIGHT (WS-FOUND-INDEX) = 'Y'
                   OR NOT (WS-RT-STATUS (WS-FOUND-INDEX) = 'S')
               ADD 1 TO WS-REPEATED-ACKS
           END-IF.
           MOVE 'Y' TO WS-RT-ACKED-TONIGHT (WS-FOUND-INDEX).
           MOVE GCD-AK-ACK-DATE TO WS-RT-ACK-DATE (WS-FOUND-INDEX).
           MOVE GCD-AK-ACCEPTED TO WS-RT-ACCEPTED (WS-FOUND-INDEX).
           MOVE GCD-AK-REJECTED TO WS-RT-REJECTED (WS-FOUND-INDEX).
           COMPUTE WS-ACK-TOTAL = GCD-AK-ACCEPTED + GCD-AK-REJECTED.
           EVALUATE TRUE
               WHEN WS-ACK-TOTAL
                       NOT = WS-RT-RECORD-COUNT (WS-FOUND-INDEX)
                   MOVE 'M' TO WS-RT-STATUS (WS-FOUND-INDEX)
                   ADD 1 TO WS-MISMATCH-TONIGHT
                   MOVE 'COUNTS DO NOT BALANCE' TO WS-OUTCOME-TEXT
               WHEN GCD-AK-REJECTED > ZERO
                   MOVE 'P' TO WS-RT-STATUS (WS-FOUND-INDEX)
                   ADD 1 TO WS-PARTIAL-TONIGHT
                   MOVE 'PARTLY LOADED' TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE 'A' TO WS-RT-STATUS (WS-FOUND-INDEX)
                   ADD 1 TO WS-LOADED-TONIGHT
                   MOVE 'LOADED IN FULL' TO WS-OUTCOME-TEXT
           END-EVALUATE.
           MOVE WS-RT-RECORD-COUNT (WS-FOUND-INDEX) TO WS-SENT-DISPLAY.
           STRING '  SEQUENCE ' GCD-AK-SEQUENCE
               '  SENT ' WS-RT-FILE-DATE (WS-FOUND-INDEX)
               '  RECORDS ' WS-SENT-DISPLAY
               '  ACCEPTED ' WS-ACCEPTED-DISPLAY
               '  REJECTED ' WS-REJECTED-DISPLAY
               '  ' WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-SPILL-REASON - one reject reason to the spill file,
      * marked when it answers a transmission the register never
      * issued.
      *****************************************************************
       3300-SPILL-REASON.
           ADD 1 TO WS-REASONS-READ.
           PERFORM 7100-FIND-SEQUENCE THRU 7100-EXIT.
           IF WS-FOUND-INDEX = ZERO
               MOVE 'UNKNOWN TRANSMISSION' TO WS-OUTCOME-TEXT
           ELSE
               MOVE SPACES TO WS-OUTCOME-TEXT
           END-IF.
           STRING '  SEQUENCE ' GCD-AK-SEQUENCE
               '  ' GCD-AK-DETAIL-TYPE
               ' ' GCD-AK-DETAIL-KEY
               '  ' GCD-AK-REASON-CODE
               ' ' GCD-AK-REASON-TEXT
               '  ' WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REASON-LINE.
           WRITE GCD-REASON-LINE.
           IF NOT WS-REASON-OK
               DISPLAY 'GCDOREC: GCDORSN WRITE ERROR, STATUS '
                   WS-REASON-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REPORT-REASONS - the reject reasons, copied from their
      * spill file.
      *****************************************************************
       4000-REPORT-REASONS.
           MOVE 'REJECT REASONS' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '--------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-REASON-FILE.
           PERFORM 4100-COPY-ONE-REASON THRU 4100-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-REASON-FILE.
           IF WS-REASONS-READ = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-COPY-ONE-REASON - one spilled line into the report.
      *****************************************************************
       4100-COPY-ONE-REASON.
           READ GCD-REASON-FILE.
           IF WS-REASON-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-REASON-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-PARTIAL - every transmission acknowledged in this
      * run that the allocation system did not load in full.
      *****************************************************************
       5000-REPORT-PARTIAL.
           MOVE 'TRANSMISSIONS PARTLY LOADED' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '---------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-REGISTER-COUNT
               IF WS-RT-ACKED-TONIGHT (WS-SUBSCRIPT) = 'Y'
                       AND (WS-RT-STATUS (WS-SUBSCRIPT) = 'P'
                           OR WS-RT-STATUS (WS-SUBSCRIPT) = 'M')
                   PERFORM 5100-LIST-PARTIAL THRU 5100-EXIT
               END-IF
           END-PERFORM.
           IF WS-PARTIAL-TONIGHT = ZERO AND WS-MISMATCH-TONIGHT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-LIST-PARTIAL - one partly loaded transmission: the file
      * it went out in, what it carried, and what did not load.
      *****************************************************************
       5100-LIST-PARTIAL.
           IF WS-RT-STATUS (WS-SUBSCRIPT) = 'M'
               MOVE 'COUNTS DO NOT BALANCE' TO WS-OUTCOME-TEXT
           ELSE
               MOVE 'RECORDS REJECTED' TO WS-OUTCOME-TEXT
           END-IF.
           MOVE WS-RT-RECORD-COUNT (WS-SUBSCRIPT) TO WS-SENT-DISPLAY.
           MOVE WS-RT-ACCEPTED (WS-SUBSCRIPT) TO WS-ACCEPTED-DISPLAY.
           MOVE WS-RT-REJECTED (WS-SUBSCRIPT) TO WS-REJECTED-DISPLAY.
           STRING '  SEQUENCE ' WS-RT-SEQUENCE (WS-SUBSCRIPT)
               '  ' WS-RT-FILE-NAME (WS-SUBSCRIPT)
               '  SENT ' WS-SENT-DISPLAY
               '  ACCEPTED ' WS-ACCEPTED-DISPLAY
               '  REJECTED ' WS-REJECTED-DISPLAY
               '  ' WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5500-REPORT-UNACKNOWLEDGED - every transmission still
      * awaiting its acknowledgment past the window.  One within the
      * window is only counted.
      *****************************************************************
       5500-REPORT-UNACKNOWLEDGED.
           MOVE 'TRANSMISSIONS NEVER ACKNOWLEDGED' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '--------------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-REGISTER-COUNT
               IF WS-RT-STATUS (WS-SUBSCRIPT) = 'S'
                   PERFORM 5600-CHECK-UNACKNOWLEDGED THRU 5600-EXIT
               END-IF
           END-PERFORM.
           IF WS-NEVER-ACKED = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 5600-CHECK-UNACKNOWLEDGED - how long one unacknowledged
      * transmission has been out.  A file date that is not a real
      * date cannot be aged and is reported.
      *****************************************************************
       5600-CHECK-UNACKNOWLEDGED.
           MOVE ZERO TO WS-DAYS-OUT.
           IF WS-RT-FILE-DATE (WS-SUBSCRIPT) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-RT-FILE-DATE (WS-SUBSCRIPT)) = ZERO
                   COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-RT-FILE-DATE (WS-SUBSCRIPT))
               ELSE
                   MOVE 99999 TO WS-DAYS-OUT
               END-IF
           ELSE
               MOVE 99999 TO WS-DAYS-OUT
           END-IF.
           IF WS-DAYS-OUT NOT > WS-ACK-DAYS
               ADD 1 TO WS-AWAITING
               GO TO 5600-EXIT
           END-IF.
           ADD 1 TO WS-NEVER-ACKED.
           MOVE WS-RT-RECORD-COUNT (WS-SUBSCRIPT) TO WS-SENT-DISPLAY.
           MOVE WS-DAYS-OUT TO WS-DAYS-DISPLAY.
           STRING '  SEQUENCE ' WS-RT-SEQUENCE (WS-SUBSCRIPT)
               '  ' WS-RT-FILE-NAME (WS-SUBSCRIPT)
               '  SENT ' WS-SENT-DISPLAY
               '  DAYS OUTSTANDING ' WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-SUMMARY - the counts in one place, and the return
      * code: a load that did not balance outranks a missing
      * acknowledgment.
      *****************************************************************
       6000-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-REGISTER-COUNT TO WS-COUNT-DISPLAY.
           STRING '  TRANSMISSIONS REGISTERED . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-SUMMARIES-READ TO WS-COUNT-DISPLAY.
           STRING '  ACKNOWLEDGMENTS RECEIVED . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-LOADED-TONIGHT TO WS-COUNT-DISPLAY.
           STRING '    LOADED IN FULL . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-PARTIAL-TONIGHT TO WS-COUNT-DISPLAY.
           STRING '    PARTLY LOADED  . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-MISMATCH-TONIGHT TO WS-COUNT-DISPLAY.
           STRING '    COUNTS NOT MATCHING SENT . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-UNKNOWN-ACKS TO WS-COUNT-DISPLAY.
           STRING '    UNKNOWN TRANSMISSION . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-REPEATED-ACKS > ZERO
               MOVE WS-REPEATED-ACKS TO WS-COUNT-DISPLAY
               STRING '    REPEATED ACKNOWLEDGMENT  . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-REASONS-READ TO WS-COUNT-DISPLAY.
           STRING '  REJECT REASONS RECEIVED  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-BAD-ACK-RECORDS > ZERO
               MOVE WS-BAD-ACK-RECORDS TO WS-COUNT-DISPLAY
               STRING '  UNREADABLE GCDOACK RECORDS . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-NEVER-ACKED TO WS-COUNT-DISPLAY.
           STRING '  NEVER ACKNOWLEDGED . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-AWAITING TO WS-COUNT-DISPLAY.
           STRING '  AWAITING, WITHIN THE WINDOW  . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-PARTIAL-TONIGHT > ZERO OR WS-MISMATCH-TONIGHT > ZERO
                   OR WS-UNKNOWN-ACKS > ZERO
                   OR WS-BAD-ACK-RECORDS > ZERO
               SET RC-LOAD-BREAKS TO TRUE
           ELSE
               IF WS-NEVER-ACKED > ZERO
                   SET RC-NOT-ACKNOWLEDGED TO TRUE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE-AREA TO RETURN-CODE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write one report line.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDOREC: REPORT WRITE ERROR, STATUS '
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
      * 7100-FIND-SEQUENCE - the register entry for the sequence
      * number on the current acknowledgment record; zero when the
      * register never issued it.
      *****************************************************************
       7100-FIND-SEQUENCE.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-REGISTER-COUNT
                       OR WS-FOUND-INDEX > ZERO
               IF WS-RT-SEQUENCE (WS-SUBSCRIPT) = GCD-AK-SEQUENCE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 8000-REWRITE-REGISTER - the table back to GCDOREG with the
      * acknowledged entries brought up to date.  Nothing to write
      * when nothing has ever been sent.
      *****************************************************************
       8000-REWRITE-REGISTER.
           IF WS-REGISTER-COUNT = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT GCD-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOREC: UNABLE TO REWRITE GCDOREG, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-REGISTER-COUNT
               PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
           END-PERFORM.
           CLOSE GCD-REGISTER-FILE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-WRITE-ONE-ENTRY - one table entry back to the register.
      *****************************************************************
       8100-WRITE-ONE-ENTRY.
           MOVE WS-RT-SEQUENCE (WS-SUBSCRIPT) TO GCD-OG-SEQUENCE.
           MOVE WS-RT-FILE-DATE (WS-SUBSCRIPT) TO GCD-OG-FILE-DATE.
           MOVE WS-RT-FILE-NAME (WS-SUBSCRIPT) TO GCD-OG-FILE-NAME.
           MOVE WS-RT-ACCOUNT-COUNT (WS-SUBSCRIPT)
               TO GCD-OG-ACCOUNT-COUNT.
           MOVE WS-RT-RATIO-COUNT (WS-SUBSCRIPT) TO GCD-OG-RATIO-COUNT.
           MOVE WS-RT-RECORD-COUNT (WS-SUBSCRIPT)
               TO GCD-OG-RECORD-COUNT.
           MOVE WS-RT-HASH-TOTAL (WS-SUBSCRIPT) TO GCD-OG-HASH-TOTAL.
           MOVE WS-RT-STATUS (WS-SUBSCRIPT) TO GCD-OG-STATUS.
           MOVE WS-RT-ACK-DATE (WS-SUBSCRIPT) TO GCD-OG-ACK-DATE.
           MOVE WS-RT-ACCEPTED (WS-SUBSCRIPT) TO GCD-OG-ACCEPTED.
           MOVE WS-RT-REJECTED (WS-SUBSCRIPT) TO GCD-OG-REJECTED.
           WRITE GCD-REGISTER-RECORD.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOREC: GCDOREG WRITE ERROR, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               CLOSE GCD-REGISTER-FILE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up and echo the counts for the job
      * log.
      *****************************************************************
       9000-TERMINATE.
           IF WS-REASON-OPEN
               CLOSE GCD-REASON-FILE
               MOVE 'N' TO WS-REASON-OPEN-SWITCH
           END-IF.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDOREC: REGISTER ENTRIES  = ' WS-REGISTER-COUNT.
           DISPLAY 'GCDOREC: ACKNOWLEDGMENTS   = ' WS-SUMMARIES-READ.
           DISPLAY 'GCDOREC: LOADED IN FULL    = ' WS-LOADED-TONIGHT.
           DISPLAY 'GCDOREC: PARTLY LOADED     = ' WS-PARTIAL-TONIGHT.
           DISPLAY 'GCDOREC: COUNT MISMATCHES  = ' WS-MISMATCH-TONIGHT.
           DISPLAY 'GCDOREC: UNKNOWN SEQUENCES = ' WS-UNKNOWN-ACKS.
           DISPLAY 'GCDOREC: NEVER ACKNOWLEDGED = ' WS-NEVER-ACKED.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDOREC.

       COPY GCDPARMPGM.
