      *****************************************************************
      * GCDVRULE.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Nightly divisor-rule check, run after GCDMPOST.  Reads the
      * maintained GCDRULE file (one business rule per record, keyed
      * by account ID - see GCDRUREC.cpy) and, for every rule whose
      * account GCDMPOST posted tonight, looks the account up on the
      * GCDMAST master and checks the booked GCD-MA-GCD-VALUE against
      * the rule: divisible by the operand, not below the operand as
      * a floor, or exactly the operand.  Every broken rule goes on
      * the GCDVRPT report with the account, the rule, the value
      * booked tonight and the prior value it replaced, so the
      * allocation team hears about it from the schedule instead of
      * from their own reconciliation.
      *
      * Accounts not posted tonight are not checked - their value
      * has not moved since the last night that did check them.  A
      * rule that cannot be checked at all (an unknown rule type, a
      * zero divisor, or an account not on the master) is listed in
      * its own section so the rules file can be corrected.
      *
      * Return codes: 0 no rule broken, 4 low-severity breaks only,
      * 8 at least one high-severity break (the scheduler pages the
      * on-call analyst on 8), 16 file error, 24 GCDMPOST has not
      * finished tonight.
      *
      * Build:
      *   $ cobc -x gcdvrule.cob -I copybooks -o gcdvrule-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original divisor-rule check against the
      *                    GCDRULE file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDVRULE.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the rules file is opened a
      * second time for the uncheckable-rule pass, after STRINGs into
      * reference-modified text have re-pointed the scratch descriptor
      * word-form assigns resolve through under this compiler, which
      * turns that open into status 35.
       FILE-CONTROL.
           SELECT GCD-RULE-FILE ASSIGN TO 'GCDRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT GCD-MASTER-FILE ASSIGN TO 'GCDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GCD-MA-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-RULE-FILE.
           COPY GCDRUREC.
       FD  GCD-MASTER-FILE.
           COPY GCDMREC.
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS          PIC X(02) VALUE SPACES.
           88 WS-RULE-OK                   VALUE '00'.
           88 WS-RULE-EOF                  VALUE '10'.
           88 WS-RULE-NO-FILE              VALUE '35'.
       01 WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-NOT-FOUND          VALUE '23'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RULE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-RULE-DONE                 VALUE 'Y'.
           05 WS-BROKEN-SWITCH        PIC X(01) VALUE 'N'.
               88 WS-RULE-BROKEN               VALUE 'Y'.
           05 WS-PASS-SWITCH          PIC X(01) VALUE 'V'.
               88 WS-PASS-VIOLATIONS           VALUE 'V'.
               88 WS-PASS-UNCHECKED            VALUE 'U'.

       01 WS-WORK-AREA.
           05 WS-RULES-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-RULES-CHECKED        PIC 9(09) COMP VALUE ZERO.
           05 WS-RULES-NOT-POSTED     PIC 9(09) COMP VALUE ZERO.
           05 WS-RULES-UNCHECKED      PIC 9(09) COMP VALUE ZERO.
           05 WS-HIGH-COUNT           PIC 9(09) COMP VALUE ZERO.
           05 WS-LOW-COUNT            PIC 9(09) COMP VALUE ZERO.
           05 WS-QUOTIENT             PIC 9(20).
           05 WS-REMAINDER            PIC 9(20).
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-RULE-TEXT            PIC X(14).
           05 WS-SEVERITY-TEXT        PIC X(04).
           05 WS-REASON-TEXT          PIC X(30).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-OPERAND-DISPLAY      PIC Z(19)9.
           05 WS-BOOKED-DISPLAY       PIC Z(19)9.
           05 WS-PRIOR-DISPLAY        PIC Z(19)9.

      *****************************************************************
      * Return-code conditions - the scheduler pages the on-call
      * analyst on 8; 4 only means the report is worth reading.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-LOW-VIOLATIONS            VALUE 4.
           88 RC-HIGH-VIOLATIONS           VALUE 8.
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
           PERFORM 2000-REPORT-VIOLATIONS THRU 2000-EXIT.
           PERFORM 3000-REPORT-UNCHECKED THRU 3000-EXIT.
           PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - sequencing checks, then open the master and
      * the report and write the heading.  The rules file itself is
      * opened once per report section.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           OPEN INPUT GCD-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDVRULE: UNABLE TO OPEN GCDMAST, STATUS '
                   WS-MASTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDVRULE: UNABLE TO OPEN GCDVRPT, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'GCDVRULE  DIVISOR RULE VIOLATIONS    RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - the rules are checked against what
      * GCDMPOST booked tonight, so GCDMPOST needs a finished end
      * stamp for tonight on the shared run-control file.
      * GCDRC-OVERRIDE=Y checks whatever is on the master anyway; a
      * clean start is stamped either way.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDVRULE: PARAMETER FILE REJECTED - '
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
           DISPLAY 'GCDVRULE: EFFECTIVE GCDRC-OVERRIDE = '
               WS-OVERRIDE-SWITCH.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDMPOST' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDVRULE: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDVRULE: GCDMPOST NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDVRULE: GCDMPOST HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO CHECK ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDVRULE' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 2000-REPORT-VIOLATIONS - first pass of the rules file: every
      * rule on an account posted tonight is checked, and each one
      * broken is printed with the booked and prior values.
      *****************************************************************
       2000-REPORT-VIOLATIONS.
           MOVE 'RULES BROKEN BY TONIGHT''S POSTING' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '---------------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           SET WS-PASS-VIOLATIONS TO TRUE.
           PERFORM 2100-OPEN-RULES THRU 2100-EXIT.
           PERFORM 2200-READ-RULE THRU 2200-EXIT.
           PERFORM 2300-CHECK-ONE-RULE THRU 2300-EXIT
               UNTIL WS-RULE-DONE.
           CLOSE GCD-RULE-FILE.
           IF WS-HIGH-COUNT + WS-LOW-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-OPEN-RULES - open the rules file for one pass.  No file
      * at all means no account carries a rule yet: nothing to check,
      * not an error.
      *****************************************************************
       2100-OPEN-RULES.
           MOVE 'N' TO WS-RULE-EOF-SWITCH.
           OPEN INPUT GCD-RULE-FILE.
           IF WS-RULE-NO-FILE
               IF WS-PASS-VIOLATIONS
                   DISPLAY 'GCDVRULE: NO GCDRULE FILE - NOTHING TO '
                       'CHECK'
               END-IF
               SET WS-RULE-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-RULE-OK
               DISPLAY 'GCDVRULE: UNABLE TO OPEN GCDRULE, STATUS '
                   WS-RULE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-RULE - read the next rule; the rules are only
      * counted on the first pass.
      *****************************************************************
       2200-READ-RULE.
           READ GCD-RULE-FILE.
           IF WS-RULE-EOF
               SET WS-RULE-DONE TO TRUE
           ELSE
               IF NOT WS-RULE-OK
                   DISPLAY 'GCDVRULE: GCDRULE READ ERROR, STATUS '
                       WS-RULE-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               IF WS-PASS-VIOLATIONS
                   ADD 1 TO WS-RULES-READ
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CHECK-ONE-RULE - one rule of the first pass, then the
      * next one.
      *****************************************************************
       2300-CHECK-ONE-RULE.
           PERFORM 2350-APPLY-RULE THRU 2350-EXIT.
           PERFORM 2200-READ-RULE THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-APPLY-RULE - one rule against the master.  A rule that
      * cannot be checked is left for the second section; an account
      * GCDMPOST did not post tonight is only counted.
      *****************************************************************
       2350-APPLY-RULE.
           PERFORM 2400-LOOKUP-MASTER THRU 2400-EXIT.
           IF WS-REASON-TEXT NOT = SPACES
               GO TO 2350-EXIT
           END-IF.
           IF GCD-MA-LAST-COMPUTED NOT = WS-RUN-DATE
               ADD 1 TO WS-RULES-NOT-POSTED
               GO TO 2350-EXIT
           END-IF.
           ADD 1 TO WS-RULES-CHECKED.
           MOVE 'N' TO WS-BROKEN-SWITCH.
           EVALUATE TRUE
               WHEN GCD-RU-DIVISIBLE-BY
                   DIVIDE GCD-MA-GCD-VALUE BY GCD-RU-OPERAND
                       GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER NOT = ZERO
                       SET WS-RULE-BROKEN TO TRUE
                   END-IF
               WHEN GCD-RU-FLOOR
                   IF GCD-MA-GCD-VALUE < GCD-RU-OPERAND
                       SET WS-RULE-BROKEN TO TRUE
                   END-IF
               WHEN GCD-RU-EXACT
                   IF GCD-MA-GCD-VALUE NOT = GCD-RU-OPERAND
                       SET WS-RULE-BROKEN TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-RULE-BROKEN
               PERFORM 2500-PRINT-VIOLATION THRU 2500-EXIT
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2400-LOOKUP-MASTER - validate the rule itself and read its
      * account off the master.  Any reason the rule cannot be
      * checked comes back in WS-REASON-TEXT; spaces means the
      * master record is in the record area and ready to check.
      *****************************************************************
       2400-LOOKUP-MASTER.
           MOVE SPACES TO WS-REASON-TEXT.
           IF NOT (GCD-RU-DIVISIBLE-BY OR GCD-RU-FLOOR
                   OR GCD-RU-EXACT)
               MOVE 'UNKNOWN RULE TYPE' TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           IF GCD-RU-OPERAND IS NOT NUMERIC
               MOVE 'OPERAND NOT NUMERIC' TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           IF GCD-RU-DIVISIBLE-BY AND GCD-RU-OPERAND = ZERO
               MOVE 'DIVISOR OF ZERO' TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           IF NOT (GCD-RU-HIGH OR GCD-RU-LOW)
               MOVE 'UNKNOWN SEVERITY' TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           MOVE GCD-RU-ACCOUNT-ID TO GCD-MA-ACCOUNT-ID.
           READ GCD-MASTER-FILE.
           IF WS-MASTER-NOT-FOUND
               MOVE 'ACCOUNT NOT ON GCDMAST' TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDVRULE: MASTER READ ERROR, STATUS '
                   WS-MASTER-STATUS ' KEY ' GCD-RU-ACCOUNT-ID
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PRINT-VIOLATION - one broken rule: account, rule and
      * operand, severity, the value booked tonight and the prior
      * value it replaced.
      *****************************************************************
       2500-PRINT-VIOLATION.
           PERFORM 2600-DESCRIBE-RULE THRU 2600-EXIT.
           IF GCD-RU-HIGH
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               ADD 1 TO WS-LOW-COUNT
           END-IF.
           MOVE GCD-MA-GCD-VALUE TO WS-BOOKED-DISPLAY.
           MOVE GCD-MA-PRIOR-VALUE TO WS-PRIOR-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  ACCOUNT ' GCD-RU-ACCOUNT-ID
               '  ' WS-RULE-TEXT ' ' WS-OPERAND-DISPLAY
               '  ' WS-SEVERITY-TEXT
               '  BOOKED ' WS-BOOKED-DISPLAY
               '  PRIOR ' WS-PRIOR-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-DESCRIBE-RULE - the printable rule, operand and
      * severity for a report line.
      *****************************************************************
       2600-DESCRIBE-RULE.
           EVALUATE TRUE
               WHEN GCD-RU-DIVISIBLE-BY
                   MOVE 'DIVISIBLE BY' TO WS-RULE-TEXT
               WHEN GCD-RU-FLOOR
                   MOVE 'FLOOR MINIMUM' TO WS-RULE-TEXT
               WHEN GCD-RU-EXACT
                   MOVE 'EXACT VALUE' TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-TEXT
                   STRING 'TYPE ' GCD-RU-RULE-TYPE
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
           END-EVALUATE.
           IF GCD-RU-OPERAND IS NUMERIC
               MOVE GCD-RU-OPERAND TO WS-OPERAND-DISPLAY
           ELSE
               MOVE ZERO TO WS-OPERAND-DISPLAY
           END-IF.
           EVALUATE TRUE
               WHEN GCD-RU-HIGH
                   MOVE 'HIGH' TO WS-SEVERITY-TEXT
               WHEN GCD-RU-LOW
                   MOVE 'LOW' TO WS-SEVERITY-TEXT
               WHEN OTHER
                   MOVE '????' TO WS-SEVERITY-TEXT
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 3000-REPORT-UNCHECKED - second pass of the rules file: every
      * rule that could not be checked at all, with the reason, so
      * the rules file owner can put it right.
      *****************************************************************
       3000-REPORT-UNCHECKED.
           MOVE 'RULES THAT COULD NOT BE CHECKED' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           SET WS-PASS-UNCHECKED TO TRUE.
           PERFORM 2100-OPEN-RULES THRU 2100-EXIT.
           PERFORM 2200-READ-RULE THRU 2200-EXIT.
           PERFORM 3100-LIST-ONE-UNCHECKED THRU 3100-EXIT
               UNTIL WS-RULE-DONE.
           CLOSE GCD-RULE-FILE.
           IF WS-RULES-UNCHECKED = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-LIST-ONE-UNCHECKED - one rule of the second pass.
      *****************************************************************
       3100-LIST-ONE-UNCHECKED.
           PERFORM 2400-LOOKUP-MASTER THRU 2400-EXIT.
           IF WS-REASON-TEXT NOT = SPACES
               ADD 1 TO WS-RULES-UNCHECKED
               PERFORM 2600-DESCRIBE-RULE THRU 2600-EXIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  ACCOUNT ' GCD-RU-ACCOUNT-ID
                   '  ' WS-RULE-TEXT ' ' WS-OPERAND-DISPLAY
                   '  ' WS-SEVERITY-TEXT
                   '  ' WS-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 2200-READ-RULE THRU 2200-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-SUMMARY - the counts in one place, and the return
      * code the scheduler acts on.
      *****************************************************************
       6000-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RULES-READ TO WS-COUNT-DISPLAY.
           STRING '  RULES ON FILE  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RULES-CHECKED TO WS-COUNT-DISPLAY.
           STRING '  CHECKED TONIGHT  . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RULES-NOT-POSTED TO WS-COUNT-DISPLAY.
           STRING '  ACCOUNT NOT POSTED . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RULES-UNCHECKED TO WS-COUNT-DISPLAY.
           STRING '  COULD NOT CHECK  . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY.
           STRING '  HIGH SEVERITY BROKEN . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-LOW-COUNT TO WS-COUNT-DISPLAY.
           STRING '  LOW SEVERITY BROKEN  . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-HIGH-COUNT > ZERO
               SET RC-HIGH-VIOLATIONS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           ELSE
               IF WS-LOW-COUNT > ZERO
                   SET RC-LOW-VIOLATIONS TO TRUE
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
               DISPLAY 'GCDVRULE: REPORT WRITE ERROR, STATUS '
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
           CLOSE GCD-MASTER-FILE GCD-REPORT-FILE.
           DISPLAY 'GCDVRULE: RULES READ      = ' WS-RULES-READ.
           DISPLAY 'GCDVRULE: RULES CHECKED   = ' WS-RULES-CHECKED.
           DISPLAY 'GCDVRULE: NOT POSTED      = ' WS-RULES-NOT-POSTED.
           DISPLAY 'GCDVRULE: COULD NOT CHECK = ' WS-RULES-UNCHECKED.
           DISPLAY 'GCDVRULE: HIGH BROKEN     = ' WS-HIGH-COUNT.
           DISPLAY 'GCDVRULE: LOW BROKEN      = ' WS-LOW-COUNT.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's check finished.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDVRULE' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDVRULE: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDVRULE.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
