      *****************************************************************
      * GCDCHGB.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Monthly usage and chargeback report for the GCD service, so
      * the data center can bill its consumers.  Three kinds of use
      * are brought together for the month named on the command
      * line:
      *
      *   - application calls to the GCDSRV callable service, one
      *     service-call record each on the GCDUSAGE log (GCDUSREC),
      *     billed to the calling program;
      *   - hand runs of the GCD driver, one line each on GCDAUDIT,
      *     billed to the user who ran them, the operands counted
      *     from the argument list the line records;
      *   - the nightly feeds from the lines of business, the
      *     records and operands GCDKBAT reduced for each source code
      *     (GCD-OR-SOURCE-CODE) as its batch-volume records on
      *     GCDUSAGE show them.  A night GCDKBAT was rerun counts
      *     once, at the volume of its latest run.
      *
      *   $ ./gcdchgb-cob 202610
      *
      * Each consumer is priced from the GCDCHRT rate table the data
      * center maintains (GCDCRREC), which also says which line of
      * business it is billed to: a per-unit rate - per call, per
      * run, or per feed record - and a per-operand rate.  A consumer
      * not named in the table takes the default entry for its type
      * if there is one.  The GCDCHGB report then shows:
      *
      *   - the volume and charge for every calling application,
      *     user and feed;
      *   - the totals for every line of business, and the month's
      *     grand total;
      *   - every consumer the rate table does not price, billed at
      *     zero until it is added;
      *   - a summary of what was read.
      *
      * Return codes: 0 every consumer priced, 4 bad or missing
      * month argument, 8 consumers not priced or rate-table records
      * rejected (the bill is incomplete), 16 file error or a table
      * full.
      *
      * Build:
      *   $ cobc -x gcdchgb.cob -I copybooks -o gcdchgb-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original usage and chargeback report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDCHGB.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the audit lines are taken
      * apart with UNSTRING and reference modification between
      * opens, which re-points the scratch descriptor word-form
      * assigns resolve through under this compiler and turns the
      * later opens into status 35.
       FILE-CONTROL.
           SELECT GCD-RATE-FILE ASSIGN TO 'GCDCHRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT GCD-USAGE-FILE ASSIGN TO 'GCDUSAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT GCD-AUDIT-FILE ASSIGN TO 'GCDAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDCHGB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-RATE-FILE.
           COPY GCDCRREC.
       FD  GCD-USAGE-FILE.
           COPY GCDUSREC.
       FD  GCD-AUDIT-FILE.
       01 GCD-AUDIT-LINE PIC X(250).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS          PIC X(02) VALUE SPACES.
           88 WS-RATE-OK                   VALUE '00'.
           88 WS-RATE-EOF                  VALUE '10'.
           88 WS-RATE-NO-FILE              VALUE '35'.
       01 WS-USAGE-STATUS         PIC X(02) VALUE SPACES.
           88 WS-USAGE-OK                  VALUE '00'.
           88 WS-USAGE-EOF                 VALUE '10'.
           88 WS-USAGE-NO-FILE             VALUE '35'.
       01 WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-AUDIT-OK                  VALUE '00'.
           88 WS-AUDIT-EOF                 VALUE '10'.
           88 WS-AUDIT-NO-FILE             VALUE '35'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-RATE-DONE                 VALUE 'Y'.
           05 WS-USAGE-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-USAGE-DONE                VALUE 'Y'.
           05 WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-AUDIT-DONE                VALUE 'Y'.

       01 WS-ARG-COUNT                PIC 9(03).
       01 WS-MONTH-RAW                PIC X(08) VALUE SPACES.
       01 WS-MONTH                    PIC 9(06) VALUE ZERO.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YEAR           PIC 9(04).
           05 WS-MONTH-MM             PIC 9(02).

      *****************************************************************
      * The rate table, held for the pass.  GCD-CR-CONSUMER-TYPE and
      * GCD-CR-CONSUMER-ID together are the key.
      *****************************************************************
       01 WS-RATE-AREA.
           05 WS-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-RT-KEY.
                   15 WS-RT-TYPE      PIC X(01).
                   15 WS-RT-ID        PIC X(08).
               10 WS-RT-LOB           PIC X(04).
               10 WS-RT-UNIT-RATE     PIC 9(05)V9(04).
               10 WS-RT-OPERAND-RATE  PIC 9(05)V9(04).

      *****************************************************************
      * One entry per consumer - service caller, driver user or feed
      * source code - kept in type and ID order as it is built, so
      * the report comes out sorted.  WS-CN-BASIS says how it was
      * priced: 'N' its own rate, 'D' the default for its type, 'U'
      * not priced.
      *****************************************************************
       01 WS-CONSUMER-AREA.
           05 WS-CONSUMER-COUNT       PIC S9(04) COMP VALUE ZERO.
           05 WS-CONSUMER-ENTRY OCCURS 501 TIMES.
               10 WS-CN-KEY.
                   15 WS-CN-TYPE      PIC X(01).
                   15 WS-CN-ID        PIC X(08).
               10 WS-CN-LOB           PIC X(04).
               10 WS-CN-UNITS         PIC 9(09) COMP.
               10 WS-CN-OPERANDS      PIC 9(11) COMP.
               10 WS-CN-FAILED        PIC 9(09) COMP.
               10 WS-CN-CHARGE        PIC 9(11)V99.
               10 WS-CN-BASIS         PIC X(01).

      *****************************************************************
      * One entry per feed source per night, so a night GCDKBAT was
      * rerun is counted once: a later run's volume replaces an
      * earlier one's.  A month of five sources is 155 entries.
      *****************************************************************
       01 WS-NIGHT-AREA.
           05 WS-NIGHT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-NIGHT-ENTRY OCCURS 1000 TIMES.
               10 WS-NT-DATE          PIC 9(08).
               10 WS-NT-SOURCE        PIC X(08).
               10 WS-NT-TIME          PIC 9(06).
               10 WS-NT-RECORDS       PIC 9(09).
               10 WS-NT-OPERANDS      PIC 9(09).
               10 WS-NT-STATUS        PIC 9(03).

      *****************************************************************
      * Totals by line of business, kept in code order.
      *****************************************************************
       01 WS-LOB-AREA.
           05 WS-LOB-COUNT            PIC S9(04) COMP VALUE ZERO.
           05 WS-LOB-ENTRY OCCURS 101 TIMES.
               10 WS-LB-CODE          PIC X(04).
               10 WS-LB-CALLS         PIC 9(09) COMP.
               10 WS-LB-RUNS          PIC 9(09) COMP.
               10 WS-LB-RECORDS       PIC 9(09) COMP.
               10 WS-LB-OPERANDS      PIC 9(11) COMP.
               10 WS-LB-CHARGE        PIC 9(11)V99.

       01 WS-WORK-AREA.
           05 WS-SUBSCRIPT            PIC S9(04) COMP.
           05 WS-SHIFT                PIC S9(04) COMP.
           05 WS-FOUND-INDEX          PIC S9(04) COMP.
           05 WS-CHAR-SUB             PIC S9(04) COMP.
           05 WS-LOOK-KEY.
               10 WS-LOOK-TYPE        PIC X(01).
               10 WS-LOOK-ID          PIC X(08).
           05 WS-LOOK-LOB             PIC X(04).
           05 WS-LOOK-UNITS           PIC 9(09).
           05 WS-LOOK-OPERANDS        PIC 9(09).
           05 WS-LOOK-FAILED          PIC 9(01).
           05 WS-RATES-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-RATES-REJECTED       PIC 9(09) COMP VALUE ZERO.
           05 WS-USAGE-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-USAGE-IN-MONTH       PIC 9(09) COMP VALUE ZERO.
           05 WS-USAGE-UNREADABLE     PIC 9(09) COMP VALUE ZERO.
           05 WS-NIGHTS-REPLACED      PIC 9(09) COMP VALUE ZERO.
           05 WS-AUDIT-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-AUDIT-IN-MONTH       PIC 9(09) COMP VALUE ZERO.
           05 WS-AUDIT-UNREADABLE     PIC 9(09) COMP VALUE ZERO.
           05 WS-UNPRICED             PIC 9(09) COMP VALUE ZERO.
           05 WS-TOTAL-CHARGE         PIC 9(11)V99 VALUE ZERO.

      *****************************************************************
      * A GCDAUDIT line, taken apart: the 21-character timestamp and
      * the user ahead of ' ARGS=(', the argument list up to
      * ') RESULT=', and the return code after ' RC='.
      *****************************************************************
       01 WS-AUDIT-PARTS.
           05 WS-AU-HEAD              PIC X(60).
           05 WS-AU-TAIL              PIC X(250).
           05 WS-AU-ARGS              PIC X(200).
           05 WS-AU-REST              PIC X(100).
           05 WS-AU-RESULT            PIC X(40).
           05 WS-AU-RC                PIC X(10).
           05 WS-AU-FIELDS            PIC 9(03) COMP.
           05 WS-AU-DATE              PIC X(08).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-UNITS-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-RUNS-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
           05 WS-RECORDS-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
           05 WS-OPERANDS-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-FAILED-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
           05 WS-CHARGE-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TYPE-TEXT            PIC X(08).
           05 WS-ID-TEXT              PIC X(08).
           05 WS-BASIS-TEXT           PIC X(12).

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-BAD-ARGUMENTS             VALUE 4.
           88 RC-BILL-INCOMPLETE           VALUE 8.
           88 RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RATES THRU 2000-EXIT.
           PERFORM 3000-READ-USAGE THRU 3000-EXIT.
           PERFORM 3500-FOLD-NIGHTS THRU 3500-EXIT.
           PERFORM 4000-READ-AUDIT THRU 4000-EXIT.
           PERFORM 5000-PRICE-CONSUMERS THRU 5000-EXIT.
           PERFORM 6000-REPORT-APPLICATIONS THRU 6000-EXIT.
           PERFORM 6200-REPORT-LINES-OF-BUSINESS THRU 6200-EXIT.
           PERFORM 6400-REPORT-UNPRICED THRU 6400-EXIT.
           PERFORM 6600-REPORT-SUMMARY THRU 6600-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - the billing month and the report heading.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-VALIDATE-ARGUMENTS THRU 1100-EXIT.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDCHGB: UNABLE TO OPEN GCDCHGB, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           STRING 'GCDCHGB  GCD SERVICE USAGE AND CHARGEBACK    MONTH '
               WS-MONTH
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VALIDATE-ARGUMENTS - one billing month, YYYYMM, nothing
      * else.
      *****************************************************************
       1100-VALIDATE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF WS-ARG-COUNT NOT = 1
               DISPLAY 'GCDCHGB: USAGE IS MONTH (YYYYMM)'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-MONTH-RAW FROM ARGUMENT-VALUE.
           IF WS-MONTH-RAW (1:6) IS NOT NUMERIC
                   OR WS-MONTH-RAW (7:2) NOT = SPACES
               DISPLAY 'GCDCHGB: MONTH MUST BE YYYYMM, NOT '
                   WS-MONTH-RAW
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-MONTH-RAW (1:6) TO WS-MONTH.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY 'GCDCHGB: ' WS-MONTH ' IS NOT A VALID MONTH'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LOAD-RATES - the rate table into memory.  Without it
      * nothing can be priced; the volumes are still reported and
      * every consumer shows as not priced.
      *****************************************************************
       2000-LOAD-RATES.
           OPEN INPUT GCD-RATE-FILE.
           IF WS-RATE-NO-FILE
               DISPLAY 'GCDCHGB: NO GCDCHRT RATE TABLE - NOTHING '
                   'CAN BE PRICED'
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-RATE-OK
               DISPLAY 'GCDCHGB: UNABLE TO OPEN GCDCHRT, STATUS '
                   WS-RATE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-RATE THRU 2100-EXIT
               UNTIL WS-RATE-DONE.
           CLOSE GCD-RATE-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LOAD-ONE-RATE - one rate-table record.  A record with an
      * unknown consumer type or rates that are not numbers is
      * rejected; a second record for the same consumer is rejected
      * and the first one stands.
      *****************************************************************
       2100-LOAD-ONE-RATE.
           READ GCD-RATE-FILE.
           IF WS-RATE-EOF
               SET WS-RATE-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-RATE-OK
               DISPLAY 'GCDCHGB: GCDCHRT READ ERROR, STATUS '
                   WS-RATE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-RATES-READ.
           IF NOT GCD-CR-SERVICE AND NOT GCD-CR-DRIVER
                   AND NOT GCD-CR-BATCH
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY 'GCDCHGB: GCDCHRT RECORD ' WS-RATES-READ
                   ' CONSUMER TYPE ' GCD-CR-CONSUMER-TYPE
                   ' NOT S, D OR B - REJECTED'
               GO TO 2100-EXIT
           END-IF.
           IF GCD-CR-UNIT-RATE IS NOT NUMERIC
                   OR GCD-CR-OPERAND-RATE IS NOT NUMERIC
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY 'GCDCHGB: GCDCHRT RECORD ' WS-RATES-READ
                   ' RATES NOT NUMERIC - REJECTED'
               GO TO 2100-EXIT
           END-IF.
           MOVE GCD-CR-CONSUMER-TYPE TO WS-LOOK-TYPE.
           MOVE GCD-CR-CONSUMER-ID TO WS-LOOK-ID.
           IF WS-LOOK-ID (1:1) = '*'
               MOVE '*' TO WS-LOOK-ID
           END-IF.
           PERFORM 7300-FIND-RATE THRU 7300-EXIT.
           IF WS-FOUND-INDEX > ZERO
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY 'GCDCHGB: GCDCHRT RECORD ' WS-RATES-READ
                   ' REPEATS ' WS-LOOK-TYPE ' ' WS-LOOK-ID
                   ' - REJECTED'
               GO TO 2100-EXIT
           END-IF.
           IF WS-RATE-COUNT >= 500
               DISPLAY 'GCDCHGB: GCDCHRT HOLDS MORE THAN 500 RATES - '
                   'RUN STOPPED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE WS-LOOK-KEY TO WS-RT-KEY (WS-RATE-COUNT).
           MOVE GCD-CR-LOB-CODE TO WS-RT-LOB (WS-RATE-COUNT).
           MOVE GCD-CR-UNIT-RATE TO WS-RT-UNIT-RATE (WS-RATE-COUNT).
           MOVE GCD-CR-OPERAND-RATE
               TO WS-RT-OPERAND-RATE (WS-RATE-COUNT).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-READ-USAGE - the usage log through.  Service calls in
      * the month go straight to their caller; feed volumes are held
      * per night and source until the log has been read, so a rerun
      * can replace the run before it.
      *****************************************************************
       3000-READ-USAGE.
           OPEN INPUT GCD-USAGE-FILE.
           IF WS-USAGE-NO-FILE
               DISPLAY 'GCDCHGB: NO GCDUSAGE LOG - NO SERVICE CALLS '
                   'OR FEED VOLUMES'
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-USAGE-OK
               DISPLAY 'GCDCHGB: UNABLE TO OPEN GCDUSAGE, STATUS '
                   WS-USAGE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-USAGE THRU 3100-EXIT
               UNTIL WS-USAGE-DONE.
           CLOSE GCD-USAGE-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-READ-ONE-USAGE - one usage record.
      *****************************************************************
       3100-READ-ONE-USAGE.
           READ GCD-USAGE-FILE.
           IF WS-USAGE-EOF
               SET WS-USAGE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-USAGE-OK
               DISPLAY 'GCDCHGB: GCDUSAGE READ ERROR, STATUS '
                   WS-USAGE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-USAGE-READ.
           IF GCD-US-DATE IS NOT NUMERIC
                   OR GCD-US-TIME IS NOT NUMERIC
                   OR GCD-US-RECORDS IS NOT NUMERIC
                   OR GCD-US-OPERANDS IS NOT NUMERIC
                   OR GCD-US-STATUS IS NOT NUMERIC
               ADD 1 TO WS-USAGE-UNREADABLE
               GO TO 3100-EXIT
           END-IF.
           IF GCD-US-DATE (1:6) NOT = WS-MONTH
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GCD-US-SERVICE-CALL
                   ADD 1 TO WS-USAGE-IN-MONTH
                   MOVE 'S' TO WS-LOOK-TYPE
                   MOVE GCD-US-CONSUMER TO WS-LOOK-ID
                   MOVE GCD-US-RECORDS TO WS-LOOK-UNITS
                   MOVE GCD-US-OPERANDS TO WS-LOOK-OPERANDS
                   MOVE ZERO TO WS-LOOK-FAILED
                   IF GCD-US-STATUS NOT = ZERO
                       MOVE 1 TO WS-LOOK-FAILED
                   END-IF
                   PERFORM 7100-ADD-TO-CONSUMER THRU 7100-EXIT
               WHEN GCD-US-BATCH-VOLUME
                   ADD 1 TO WS-USAGE-IN-MONTH
                   PERFORM 3200-HOLD-NIGHT THRU 3200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-USAGE-UNREADABLE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-HOLD-NIGHT - one feed volume record against its night
      * and source; a later run the same night replaces it.
      *****************************************************************
       3200-HOLD-NIGHT.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-NIGHT-COUNT
                       OR WS-FOUND-INDEX > ZERO
               IF WS-NT-DATE (WS-SUBSCRIPT) = GCD-US-DATE
                       AND WS-NT-SOURCE (WS-SUBSCRIPT)
                           = GCD-US-CONSUMER
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF WS-FOUND-INDEX > ZERO
               IF GCD-US-TIME < WS-NT-TIME (WS-FOUND-INDEX)
                   ADD 1 TO WS-NIGHTS-REPLACED
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-NIGHTS-REPLACED
           ELSE
               IF WS-NIGHT-COUNT >= 1000
                   DISPLAY 'GCDCHGB: MORE THAN 1000 FEED NIGHTS IN '
                       'THE MONTH - RUN STOPPED'
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-FOUND-INDEX
           END-IF.
           MOVE GCD-US-DATE TO WS-NT-DATE (WS-FOUND-INDEX).
           MOVE GCD-US-CONSUMER TO WS-NT-SOURCE (WS-FOUND-INDEX).
           MOVE GCD-US-TIME TO WS-NT-TIME (WS-FOUND-INDEX).
           MOVE GCD-US-RECORDS TO WS-NT-RECORDS (WS-FOUND-INDEX).
           MOVE GCD-US-OPERANDS TO WS-NT-OPERANDS (WS-FOUND-INDEX).
           MOVE GCD-US-STATUS TO WS-NT-STATUS (WS-FOUND-INDEX).
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3500-FOLD-NIGHTS - the night-by-night feed volumes into their
      * sources' totals.  A night whose run failed still used the
      * service and is billed, and counted as failed.
      *****************************************************************
       3500-FOLD-NIGHTS.
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > WS-NIGHT-COUNT
               MOVE 'B' TO WS-LOOK-TYPE
               MOVE WS-NT-SOURCE (WS-SHIFT) TO WS-LOOK-ID
               MOVE WS-NT-RECORDS (WS-SHIFT) TO WS-LOOK-UNITS
               MOVE WS-NT-OPERANDS (WS-SHIFT) TO WS-LOOK-OPERANDS
               MOVE ZERO TO WS-LOOK-FAILED
               IF WS-NT-STATUS (WS-SHIFT) >= 16
                   MOVE 1 TO WS-LOOK-FAILED
               END-IF
               PERFORM 7100-ADD-TO-CONSUMER THRU 7100-EXIT
           END-PERFORM.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-READ-AUDIT - the GCD driver's audit log through.
      *****************************************************************
       4000-READ-AUDIT.
           OPEN INPUT GCD-AUDIT-FILE.
           IF WS-AUDIT-NO-FILE
               DISPLAY 'GCDCHGB: NO GCDAUDIT LOG - NO DRIVER RUNS'
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-AUDIT-OK
               DISPLAY 'GCDCHGB: UNABLE TO OPEN GCDAUDIT, STATUS '
                   WS-AUDIT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 4100-READ-ONE-AUDIT THRU 4100-EXIT
               UNTIL WS-AUDIT-DONE.
           CLOSE GCD-AUDIT-FILE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-READ-ONE-AUDIT - one driver run: the date and user from
      * the front of the line, one operand per word of the argument
      * list, and a failure for any return code but zero.  A line
      * that does not have the shape the driver writes is counted
      * and passed over.
      *****************************************************************
       4100-READ-ONE-AUDIT.
           READ GCD-AUDIT-FILE.
           IF WS-AUDIT-EOF
               SET WS-AUDIT-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT WS-AUDIT-OK
               DISPLAY 'GCDCHGB: GCDAUDIT READ ERROR, STATUS '
                   WS-AUDIT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-READ.
           MOVE SPACES TO WS-AUDIT-PARTS.
           MOVE ZERO TO WS-AU-FIELDS.
           UNSTRING GCD-AUDIT-LINE DELIMITED BY ' ARGS=('
               INTO WS-AU-HEAD WS-AU-TAIL
               TALLYING IN WS-AU-FIELDS.
           MOVE WS-AU-HEAD (1:8) TO WS-AU-DATE.
           IF WS-AU-FIELDS < 2 OR WS-AU-DATE IS NOT NUMERIC
               ADD 1 TO WS-AUDIT-UNREADABLE
               GO TO 4100-EXIT
           END-IF.
           IF WS-AU-DATE (1:6) NOT = WS-MONTH
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-IN-MONTH.
           UNSTRING WS-AU-TAIL DELIMITED BY ') RESULT='
               INTO WS-AU-ARGS WS-AU-REST.
           UNSTRING WS-AU-REST DELIMITED BY ' RC='
               INTO WS-AU-RESULT WS-AU-RC.
           MOVE 'D' TO WS-LOOK-TYPE.
           MOVE WS-AU-HEAD (23:8) TO WS-LOOK-ID.
           IF WS-LOOK-ID = SPACES
               MOVE 'UNKNOWN' TO WS-LOOK-ID
           END-IF.
           MOVE 1 TO WS-LOOK-UNITS.
           MOVE ZERO TO WS-LOOK-OPERANDS.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 200
               IF WS-AU-ARGS (WS-CHAR-SUB:1) NOT = SPACE
                   IF WS-CHAR-SUB = 1
                       ADD 1 TO WS-LOOK-OPERANDS
                   ELSE
                       IF WS-AU-ARGS (WS-CHAR-SUB - 1:1) = SPACE
                           ADD 1 TO WS-LOOK-OPERANDS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-LOOK-FAILED.
           IF WS-AU-RC (1:3) NOT = '000'
               MOVE 1 TO WS-LOOK-FAILED
           END-IF.
           PERFORM 7100-ADD-TO-CONSUMER THRU 7100-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-PRICE-CONSUMERS - every consumer against the rate table,
      * its own rate first and its type's default after that, and
      * its volume and charge into its line of business.
      *****************************************************************
       5000-PRICE-CONSUMERS.
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > WS-CONSUMER-COUNT
               PERFORM 5100-PRICE-ONE-CONSUMER THRU 5100-EXIT
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-PRICE-ONE-CONSUMER - price the consumer at WS-SHIFT.
      *****************************************************************
       5100-PRICE-ONE-CONSUMER.
           MOVE WS-CN-KEY (WS-SHIFT) TO WS-LOOK-KEY.
           MOVE 'N' TO WS-CN-BASIS (WS-SHIFT).
           PERFORM 7300-FIND-RATE THRU 7300-EXIT.
           IF WS-FOUND-INDEX = ZERO
               MOVE '*' TO WS-LOOK-ID
               MOVE 'D' TO WS-CN-BASIS (WS-SHIFT)
               PERFORM 7300-FIND-RATE THRU 7300-EXIT
           END-IF.
           IF WS-FOUND-INDEX = ZERO
               MOVE 'U' TO WS-CN-BASIS (WS-SHIFT)
               MOVE '----' TO WS-CN-LOB (WS-SHIFT)
               MOVE ZERO TO WS-CN-CHARGE (WS-SHIFT)
               ADD 1 TO WS-UNPRICED
           ELSE
               MOVE WS-RT-LOB (WS-FOUND-INDEX) TO WS-CN-LOB (WS-SHIFT)
               COMPUTE WS-CN-CHARGE (WS-SHIFT) ROUNDED =
                   WS-CN-UNITS (WS-SHIFT)
                       * WS-RT-UNIT-RATE (WS-FOUND-INDEX)
                   + WS-CN-OPERANDS (WS-SHIFT)
                       * WS-RT-OPERAND-RATE (WS-FOUND-INDEX)
           END-IF.
           ADD WS-CN-CHARGE (WS-SHIFT) TO WS-TOTAL-CHARGE.
           MOVE WS-CN-LOB (WS-SHIFT) TO WS-LOOK-LOB.
           PERFORM 7400-FIND-LOB THRU 7400-EXIT.
           EVALUATE WS-CN-TYPE (WS-SHIFT)
               WHEN 'S'
                   ADD WS-CN-UNITS (WS-SHIFT)
                       TO WS-LB-CALLS (WS-FOUND-INDEX)
               WHEN 'D'
                   ADD WS-CN-UNITS (WS-SHIFT)
                       TO WS-LB-RUNS (WS-FOUND-INDEX)
               WHEN OTHER
                   ADD WS-CN-UNITS (WS-SHIFT)
                       TO WS-LB-RECORDS (WS-FOUND-INDEX)
           END-EVALUATE.
           ADD WS-CN-OPERANDS (WS-SHIFT)
               TO WS-LB-OPERANDS (WS-FOUND-INDEX).
           ADD WS-CN-CHARGE (WS-SHIFT) TO WS-LB-CHARGE (WS-FOUND-INDEX).
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-APPLICATIONS - one line per consumer, in type and
      * ID order.
      *****************************************************************
       6000-REPORT-APPLICATIONS.
           MOVE 'CHARGEBACK BY CALLING APPLICATION, USER AND FEED'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '------------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           STRING '  TYPE      CONSUMER  LOB         UNITS       '
               'OPERANDS       FAILED             CHARGE'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > WS-CONSUMER-COUNT
               PERFORM 6100-LIST-CONSUMER THRU 6100-EXIT
           END-PERFORM.
           IF WS-CONSUMER-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-LIST-CONSUMER - the consumer at WS-SHIFT: units are
      * calls for a service caller, runs for a driver user and
      * records for a feed.
      *****************************************************************
       6100-LIST-CONSUMER.
           PERFORM 7500-CONSUMER-TEXT THRU 7500-EXIT.
           EVALUATE WS-CN-BASIS (WS-SHIFT)
               WHEN 'D'
                   MOVE 'DEFAULT RATE' TO WS-BASIS-TEXT
               WHEN 'U'
                   MOVE 'NOT PRICED' TO WS-BASIS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-BASIS-TEXT
           END-EVALUATE.
           MOVE WS-CN-UNITS (WS-SHIFT) TO WS-UNITS-DISPLAY.
           MOVE WS-CN-OPERANDS (WS-SHIFT) TO WS-OPERANDS-DISPLAY.
           MOVE WS-CN-FAILED (WS-SHIFT) TO WS-FAILED-DISPLAY.
           MOVE WS-CN-CHARGE (WS-SHIFT) TO WS-CHARGE-DISPLAY.
           STRING '  ' WS-TYPE-TEXT
               '  ' WS-ID-TEXT
               '  ' WS-CN-LOB (WS-SHIFT)
               ' ' WS-UNITS-DISPLAY
               ' ' WS-OPERANDS-DISPLAY
               ' ' WS-FAILED-DISPLAY
               ' ' WS-CHARGE-DISPLAY
               '  ' WS-BASIS-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 6200-REPORT-LINES-OF-BUSINESS - the totals for each line of
      * business, in code order, and the month's grand total.
      * Consumers the rate table does not price are grouped under
      * '----'.
      *****************************************************************
       6200-REPORT-LINES-OF-BUSINESS.
           MOVE 'CHARGEBACK BY LINE OF BUSINESS' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '------------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           STRING '  LOB   SERVICE CALLS DRIVER RUNS  FEED RECORDS'
               '        OPERANDS             CHARGE'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > WS-LOB-COUNT
               PERFORM 6300-LIST-LOB THRU 6300-EXIT
           END-PERFORM.
           IF WS-LOB-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-DISPLAY.
           STRING '  TOTAL CHARGE FOR THE MONTH  . . . . . . . . . '
               '. . . . . .  ' WS-CHARGE-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * 6300-LIST-LOB - the line of business at WS-SHIFT.
      *****************************************************************
       6300-LIST-LOB.
           MOVE WS-LB-CALLS (WS-SHIFT) TO WS-UNITS-DISPLAY.
           MOVE WS-LB-RUNS (WS-SHIFT) TO WS-RUNS-DISPLAY.
           MOVE WS-LB-RECORDS (WS-SHIFT) TO WS-RECORDS-DISPLAY.
           MOVE WS-LB-OPERANDS (WS-SHIFT) TO WS-OPERANDS-DISPLAY.
           MOVE WS-LB-CHARGE (WS-SHIFT) TO WS-CHARGE-DISPLAY.
           STRING '  ' WS-LB-CODE (WS-SHIFT)
               ' ' WS-UNITS-DISPLAY
               ' ' WS-RUNS-DISPLAY
               ' ' WS-RECORDS-DISPLAY
               ' ' WS-OPERANDS-DISPLAY
               ' ' WS-CHARGE-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

      *****************************************************************
      * 6400-REPORT-UNPRICED - every consumer the rate table has no
      * rate for, named or default; billed at zero until it is
      * added.
      *****************************************************************
       6400-REPORT-UNPRICED.
           MOVE 'CONSUMERS NOT IN THE RATE TABLE' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > WS-CONSUMER-COUNT
               IF WS-CN-BASIS (WS-SHIFT) = 'U'
                   PERFORM 7500-CONSUMER-TEXT THRU 7500-EXIT
                   MOVE WS-CN-UNITS (WS-SHIFT) TO WS-UNITS-DISPLAY
                   MOVE WS-CN-OPERANDS (WS-SHIFT)
                       TO WS-OPERANDS-DISPLAY
                   STRING '  ' WS-TYPE-TEXT
                       '  ' WS-ID-TEXT
                       '  UNITS ' WS-UNITS-DISPLAY
                       '  OPERANDS ' WS-OPERANDS-DISPLAY
                       '  ADD A RATE FOR ' WS-CN-TYPE (WS-SHIFT)
                       ' ' WS-CN-ID (WS-SHIFT)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               END-IF
           END-PERFORM.
           IF WS-UNPRICED = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6400-EXIT.
           EXIT.

      *****************************************************************
      * 6600-REPORT-SUMMARY - the counts in one place, and the return
      * code: a bill with unpriced consumers or rejected rates is
      * incomplete.
      *****************************************************************
       6600-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RATE-COUNT TO WS-COUNT-DISPLAY.
           STRING '  RATES LOADED . . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RATES-REJECTED TO WS-COUNT-DISPLAY.
           STRING '  RATE RECORDS REJECTED  . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-USAGE-READ TO WS-COUNT-DISPLAY.
           STRING '  USAGE RECORDS READ . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-USAGE-IN-MONTH TO WS-COUNT-DISPLAY.
           STRING '    IN THE MONTH . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NIGHTS-REPLACED TO WS-COUNT-DISPLAY.
           STRING '    FEED RERUNS COUNTED ONCE . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-USAGE-UNREADABLE > ZERO
               MOVE WS-USAGE-UNREADABLE TO WS-COUNT-DISPLAY
               STRING '    UNREADABLE . . . . . . . . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-AUDIT-READ TO WS-COUNT-DISPLAY.
           STRING '  GCDAUDIT LINES READ  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-AUDIT-IN-MONTH TO WS-COUNT-DISPLAY.
           STRING '    IN THE MONTH . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-AUDIT-UNREADABLE > ZERO
               MOVE WS-AUDIT-UNREADABLE TO WS-COUNT-DISPLAY
               STRING '    UNREADABLE . . . . . . . . . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-CONSUMER-COUNT TO WS-COUNT-DISPLAY.
           STRING '  CONSUMERS  . . . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-UNPRICED TO WS-COUNT-DISPLAY.
           STRING '    NOT PRICED . . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-LOB-COUNT TO WS-COUNT-DISPLAY.
           STRING '  LINES OF BUSINESS BILLED . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-UNPRICED > ZERO OR WS-RATES-REJECTED > ZERO
               SET RC-BILL-INCOMPLETE TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           END-IF.
       6600-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write one report line.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDCHGB: REPORT WRITE ERROR, STATUS '
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
      * 7100-ADD-TO-CONSUMER - add WS-LOOK-UNITS, WS-LOOK-OPERANDS and
      * WS-LOOK-FAILED to the consumer WS-LOOK-KEY names, making room
      * for it in key order the first time it is seen.
      *****************************************************************
       7100-ADD-TO-CONSUMER.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-CONSUMER-COUNT
                       OR WS-FOUND-INDEX > ZERO
               IF WS-CN-KEY (WS-SUBSCRIPT) NOT < WS-LOOK-KEY
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF WS-FOUND-INDEX > ZERO
               IF WS-CN-KEY (WS-FOUND-INDEX) = WS-LOOK-KEY
                   GO TO 7100-ADD
               END-IF
           END-IF.
           IF WS-CONSUMER-COUNT >= 500
               DISPLAY 'GCDCHGB: MORE THAN 500 CONSUMERS - RUN '
                   'STOPPED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF WS-FOUND-INDEX = ZERO
               COMPUTE WS-FOUND-INDEX = WS-CONSUMER-COUNT + 1
           ELSE
               PERFORM VARYING WS-SUBSCRIPT FROM WS-CONSUMER-COUNT
                       BY -1 UNTIL WS-SUBSCRIPT < WS-FOUND-INDEX
                   MOVE WS-CONSUMER-ENTRY (WS-SUBSCRIPT)
                       TO WS-CONSUMER-ENTRY (WS-SUBSCRIPT + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-CONSUMER-COUNT.
           MOVE WS-LOOK-KEY TO WS-CN-KEY (WS-FOUND-INDEX).
           MOVE SPACES TO WS-CN-LOB (WS-FOUND-INDEX).
           MOVE ZERO TO WS-CN-UNITS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-CN-OPERANDS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-CN-FAILED (WS-FOUND-INDEX).
           MOVE ZERO TO WS-CN-CHARGE (WS-FOUND-INDEX).
           MOVE SPACES TO WS-CN-BASIS (WS-FOUND-INDEX).
       7100-ADD.
           ADD WS-LOOK-UNITS TO WS-CN-UNITS (WS-FOUND-INDEX).
           ADD WS-LOOK-OPERANDS TO WS-CN-OPERANDS (WS-FOUND-INDEX).
           ADD WS-LOOK-FAILED TO WS-CN-FAILED (WS-FOUND-INDEX).
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7300-FIND-RATE - the rate-table entry for WS-LOOK-KEY; zero
      * when there is none.
      *****************************************************************
       7300-FIND-RATE.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-RATE-COUNT
                       OR WS-FOUND-INDEX > ZERO
               IF WS-RT-KEY (WS-SUBSCRIPT) = WS-LOOK-KEY
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
       7300-EXIT.
           EXIT.

      *****************************************************************
      * 7400-FIND-LOB - the totals entry for WS-LOOK-LOB, made in
      * code order the first time the line of business is seen.
      *****************************************************************
       7400-FIND-LOB.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-LOB-COUNT
                       OR WS-FOUND-INDEX > ZERO
               IF WS-LB-CODE (WS-SUBSCRIPT) NOT < WS-LOOK-LOB
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF WS-FOUND-INDEX > ZERO
               IF WS-LB-CODE (WS-FOUND-INDEX) = WS-LOOK-LOB
                   GO TO 7400-EXIT
               END-IF
           END-IF.
           IF WS-LOB-COUNT >= 100
               DISPLAY 'GCDCHGB: MORE THAN 100 LINES OF BUSINESS - '
                   'RUN STOPPED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF WS-FOUND-INDEX = ZERO
               COMPUTE WS-FOUND-INDEX = WS-LOB-COUNT + 1
           ELSE
               PERFORM VARYING WS-SUBSCRIPT FROM WS-LOB-COUNT
                       BY -1 UNTIL WS-SUBSCRIPT < WS-FOUND-INDEX
                   MOVE WS-LOB-ENTRY (WS-SUBSCRIPT)
                       TO WS-LOB-ENTRY (WS-SUBSCRIPT + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-LOB-COUNT.
           MOVE WS-LOOK-LOB TO WS-LB-CODE (WS-FOUND-INDEX).
           MOVE ZERO TO WS-LB-CALLS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-LB-RUNS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-LB-RECORDS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-LB-OPERANDS (WS-FOUND-INDEX).
           MOVE ZERO TO WS-LB-CHARGE (WS-FOUND-INDEX).
       7400-EXIT.
           EXIT.

      *****************************************************************
      * 7500-CONSUMER-TEXT - the printed type and ID of the consumer
      * at WS-SHIFT; a feed run against a plain, unsourced GCDKIN has
      * no source code.
      *****************************************************************
       7500-CONSUMER-TEXT.
           EVALUATE WS-CN-TYPE (WS-SHIFT)
               WHEN 'S'
                   MOVE 'SERVICE' TO WS-TYPE-TEXT
               WHEN 'D'
                   MOVE 'DRIVER' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'FEED' TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE WS-CN-ID (WS-SHIFT) TO WS-ID-TEXT.
           IF WS-ID-TEXT = SPACES
               MOVE '(NONE)' TO WS-ID-TEXT
           END-IF.
       7500-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up and echo the totals for the job
      * log.
      *****************************************************************
       9000-TERMINATE.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDCHGB: MONTH            = ' WS-MONTH.
           MOVE WS-CONSUMER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY 'GCDCHGB: CONSUMERS        = ' WS-COUNT-DISPLAY.
           DISPLAY 'GCDCHGB: NOT PRICED       = ' WS-UNPRICED.
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-DISPLAY.
           DISPLAY 'GCDCHGB: TOTAL CHARGE     = ' WS-CHARGE-DISPLAY.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDCHGB.
