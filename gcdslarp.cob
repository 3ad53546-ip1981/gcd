      *****************************************************************
      * GCDSLARP.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Batch-window timing and SLA report.  Every nightly program
      * stamps the shared GCDRUNC run-control file at start and end;
      * until now nothing read those stamps except the next step's
      * go/no-go check.  This program turns one night's stamps into
      * the timeline the scheduling group reviews each morning:
      *
      *   - every step's start, end, elapsed time and the return
      *     code its end stamp carried, in the order the steps
      *     started, with the gap (or overlap) between each step and
      *     the one before it;
      *   - every step measured against the target duration and
      *     must-finish-by time maintained on the GCDSLAT targets
      *     file, with the steps that breached, the steps that
      *     started but never stamped an end, and the targeted steps
      *     that never ran at all in a section of their own;
      *   - a rolling 30-night trend per step (nights run, average,
      *     shortest and longest elapsed, the last 7 nights' average
      *     and the breaches in the period) so a window that is
      *     creeping shows up before it actually breaks.
      *
      * The trend is kept on the GCDSLAH history file, one line per
      * step per night, rewritten each run with tonight's lines in
      * place of any from an earlier run for the same night and
      * with nights older than the trend period dropped.
      *
      * A rerun of a step overlays the earlier attempt: the timeline
      * shows the latest start and the end stamped after it.  The
      * night reported is today's run date unless GCDW-REPORT-DATE
      * (parameter file, then environment) names an earlier one.
      *
      * Return codes: 0 every targeted step met its targets, 4 the
      * breach section is not empty, 16 file error.
      *
      * Build:
      *   $ cobc -x gcdslarp.cob -I copybooks -o gcdslarp-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original batch-window timing and SLA
      *                    report over the GCDRUNC stamps.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDSLARP.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the trend history is opened
      * again to be rewritten after the step table has been
      * subscripted, which re-points the scratch descriptor word-form
      * assigns resolve through under this compiler and turns that
      * open into status 35.
       FILE-CONTROL.
           SELECT GCD-STAMP-FILE ASSIGN TO 'GCDRUNC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT GCD-TARGET-FILE ASSIGN TO 'GCDSLAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT GCD-TREND-FILE ASSIGN TO 'GCDSLAH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDSLA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The shared run-control file, read directly - the same layout
      * the GCDRUNC service writes.
      *****************************************************************
       FD  GCD-STAMP-FILE.
       01 GCD-STAMP-REC.
           05 GCD-RN-PROGRAM      PIC X(08).
           05 GCD-RN-RUN-DATE     PIC 9(08).
           05 GCD-RN-STAMP-TYPE   PIC X(01).
               88 GCD-RN-START-STAMP           VALUE 'S'.
               88 GCD-RN-END-STAMP             VALUE 'E'.
           05 GCD-RN-TIMESTAMP    PIC X(14).
           05 GCD-RN-RETURN-CODE  PIC 9(03).
      *****************************************************************
      * One maintained target per step: the elapsed minutes it is
      * expected to finish within, and the time it must have ended
      * by - HHMM on the run date, or on the day after when the
      * finish-by day is 1 for a step that runs past midnight.
      *****************************************************************
       FD  GCD-TARGET-FILE.
       01 GCD-TARGET-REC.
           05 GCD-ST-PROGRAM      PIC X(08).
           05 GCD-ST-TARGET-MINS  PIC 9(04).
           05 GCD-ST-FINISH-DAY   PIC 9(01).
           05 GCD-ST-FINISH-BY    PIC 9(04).
      *****************************************************************
      * One line per step per night for the rolling trend: the
      * elapsed seconds, the return code, and the outcome - 'M' met
      * its targets, 'B' breached, 'E' never stamped an end, 'N'
      * targeted but never ran, 'U' ran with no target on file.
      *****************************************************************
       FD  GCD-TREND-FILE.
       01 GCD-TREND-REC.
           05 GCD-SH-RUN-DATE     PIC 9(08).
           05 GCD-SH-PROGRAM      PIC X(08).
           05 GCD-SH-ELAPSED      PIC 9(07).
           05 GCD-SH-RETURN-CODE  PIC 9(03).
           05 GCD-SH-OUTCOME      PIC X(01).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STAMP-STATUS         PIC X(02) VALUE SPACES.
           88 WS-STAMP-OK                  VALUE '00'.
           88 WS-STAMP-EOF                 VALUE '10'.
           88 WS-STAMP-NO-FILE             VALUE '35'.
       01 WS-TARGET-STATUS        PIC X(02) VALUE SPACES.
           88 WS-TARGET-OK                 VALUE '00'.
           88 WS-TARGET-EOF                VALUE '10'.
           88 WS-TARGET-NO-FILE            VALUE '35'.
       01 WS-TREND-STATUS         PIC X(02) VALUE SPACES.
           88 WS-TREND-OK                  VALUE '00'.
           88 WS-TREND-EOF                 VALUE '10'.
           88 WS-TREND-NO-FILE             VALUE '35'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-TARGET-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-TARGET-DONE               VALUE 'Y'.
           05 WS-STAMP-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-STAMP-DONE                VALUE 'Y'.
           05 WS-TREND-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-TREND-DONE                VALUE 'Y'.
           05 WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88 WS-ENTRY-FOUND               VALUE 'Y'.

      *****************************************************************
      * Tonight's steps: every step on the targets file plus every
      * program that stamped for the night, with the latest attempt's
      * stamps, the outcome against target, and the trend
      * accumulators filled from the history file.
      *****************************************************************
       01 WS-STEP-AREA.
           05 WS-STEP-COUNT           PIC 9(05) COMP VALUE ZERO.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STP-PROGRAM      PIC X(08).
               10 WS-STP-TARGETED     PIC X(01).
               10 WS-STP-TARGET-MINS  PIC 9(04).
               10 WS-STP-FINISH-DAY   PIC 9(01).
               10 WS-STP-FINISH-BY    PIC 9(04).
               10 WS-STP-START-TS     PIC X(14).
               10 WS-STP-END-TS       PIC X(14).
               10 WS-STP-RC           PIC 9(03).
               10 WS-STP-ATTEMPTS     PIC 9(03) COMP.
               10 WS-STP-ELAPSED      PIC S9(09) COMP.
               10 WS-STP-OUTCOME      PIC X(01).
               10 WS-STP-REASON       PIC X(30).
               10 WS-STP-TR-NIGHTS    PIC 9(05) COMP.
               10 WS-STP-TR-TOTAL     PIC 9(11) COMP.
               10 WS-STP-TR-MIN       PIC 9(07) COMP.
               10 WS-STP-TR-MAX       PIC 9(07) COMP.
               10 WS-STP-TR-7-NIGHTS  PIC 9(05) COMP.
               10 WS-STP-TR-7-TOTAL   PIC 9(11) COMP.
               10 WS-STP-TR-BREACHES  PIC 9(05) COMP.
       01 WS-STEP-HOLD                PIC X(200).

      *****************************************************************
      * The history carried forward from earlier nights, held while
      * tonight's lines are merged in and the file is rewritten.
      *****************************************************************
       01 WS-TREND-AREA.
           05 WS-TREND-COUNT          PIC 9(05) COMP VALUE ZERO.
           05 WS-TREND-ENTRY OCCURS 2000 TIMES.
               10 WS-TRN-RUN-DATE     PIC 9(08).
               10 WS-TRN-PROGRAM      PIC X(08).
               10 WS-TRN-ELAPSED      PIC 9(07).
               10 WS-TRN-RETURN-CODE  PIC 9(03).
               10 WS-TRN-OUTCOME      PIC X(01).

       01 WS-WORK-AREA.
           05 WS-SUBSCRIPT            PIC S9(04) COMP.
           05 WS-INNER                PIC S9(04) COMP.
           05 WS-FOUND-INDEX          PIC S9(04) COMP.
           05 WS-PREVIOUS             PIC S9(04) COMP.
           05 WS-STAMPS-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-STAMPS-TONIGHT       PIC 9(09) COMP VALUE ZERO.
           05 WS-BREACH-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-TREND-DROPPED        PIC 9(05) COMP VALUE ZERO.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-REPORT-DATE          PIC 9(08).
           05 WS-REPORT-DAY           PIC S9(09) COMP.
           05 WS-TREND-FIRST-DATE     PIC 9(08).
           05 WS-LAST-7-FIRST-DATE    PIC 9(08).
           05 WS-TREND-NIGHTS         PIC 9(03) COMP VALUE 30.
           05 WS-START-SECONDS        PIC S9(13) COMP.
           05 WS-END-SECONDS          PIC S9(13) COMP.
           05 WS-GAP-SECONDS          PIC S9(13) COMP.
           05 WS-DEADLINE-TS          PIC X(14).
           05 WS-DEADLINE-DATE        PIC 9(08).
           05 WS-AVERAGE              PIC 9(07) COMP.
           05 WS-AVERAGE-7            PIC 9(07) COMP.
           05 WS-TARGET-SECONDS       PIC 9(07) COMP.
           05 WS-TREND-TEXT           PIC X(12).

      *****************************************************************
      * Timestamp arithmetic: one YYYYMMDDHHMMSS stamp in, seconds
      * since the start of the integer-date epoch out.
      *****************************************************************
       01 WS-TS-WORK                  PIC X(14).
       01 WS-TS-PARTS REDEFINES WS-TS-WORK.
           05 WS-TS-DATE              PIC 9(08).
           05 WS-TS-HH                PIC 9(02).
           05 WS-TS-MM                PIC 9(02).
           05 WS-TS-SS                PIC 9(02).
       01 WS-TS-SECONDS               PIC S9(13) COMP.

      *****************************************************************
      * Elapsed seconds in, HH:MM:SS out.
      *****************************************************************
       01 WS-HMS-SECONDS              PIC S9(13) COMP.
       01 WS-HMS-REST                 PIC S9(13) COMP.
       01 WS-HMS-DISPLAY.
           05 WS-HMS-HH               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-HMS-MM               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-HMS-SS               PIC 9(02).

      *****************************************************************
      * A stamp printed as YYYY-MM-DD HH:MM:SS.
      *****************************************************************
       01 WS-TS-DISPLAY.
           05 WS-TSD-YYYY             PIC X(04).
           05 FILLER                  PIC X(01) VALUE '-'.
           05 WS-TSD-MO               PIC X(02).
           05 FILLER                  PIC X(01) VALUE '-'.
           05 WS-TSD-DD               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-TSD-HH               PIC X(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-TSD-MI               PIC X(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-TSD-SS               PIC X(02).

       01 WS-DATE-RAW                 PIC X(08) VALUE SPACES.

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-NIGHTS-DISPLAY       PIC ZZ9.
           05 WS-RC-DISPLAY           PIC ZZ9.
           05 WS-START-DISPLAY        PIC X(19).
           05 WS-END-DISPLAY          PIC X(19).
           05 WS-ELAPSED-DISPLAY      PIC X(09).
           05 WS-GAP-DISPLAY          PIC X(17).
           05 WS-TARGET-DISPLAY       PIC X(09).
           05 WS-AVG-DISPLAY          PIC X(09).
           05 WS-MIN-DISPLAY          PIC X(09).
           05 WS-MAX-DISPLAY          PIC X(09).
           05 WS-AVG7-DISPLAY         PIC X(09).

      *****************************************************************
      * Return-code conditions - 4 tells the scheduler the breach
      * section is not empty.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-BREACHES                  VALUE 4.
           88 RC-FILE-ERROR                VALUE 16.

           COPY GCDRUNCL.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-TARGETS THRU 2000-EXIT.
           PERFORM 3000-LOAD-STAMPS THRU 3000-EXIT.
           PERFORM 3500-EVALUATE-STEPS THRU 3500-EXIT.
           PERFORM 4000-UPDATE-TREND THRU 4000-EXIT.
           PERFORM 5000-REPORT-TIMELINE THRU 5000-EXIT.
           PERFORM 5500-REPORT-BREACHES THRU 5500-EXIT.
           PERFORM 6000-REPORT-TREND THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - pick the night to report, stamp the start,
      * open the report and write its heading.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           COMPUTE WS-REPORT-DAY =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-TREND-FIRST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REPORT-DAY - WS-TREND-NIGHTS + 1).
           COMPUTE WS-LAST-7-FIRST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REPORT-DAY - 6).
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDSLARP: UNABLE TO OPEN GCDSLA, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'GCDSLARP  BATCH WINDOW TIMING AND SLA    NIGHT OF '
               WS-REPORT-DATE '    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - load the parameter file, settle the
      * night being reported, and stamp the start.  There is no
      * predecessor to wait for: a step that has not finished is
      * exactly what this report is for.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDSLARP: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDW-REPORT-DATE' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-REPORT-DATE
           END-IF.
           ACCEPT WS-DATE-RAW FROM ENVIRONMENT 'GCDW-REPORT-DATE'.
           IF WS-DATE-RAW IS NUMERIC
               MOVE WS-DATE-RAW TO WS-REPORT-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-REPORT-DATE) NOT = ZERO
                   OR WS-REPORT-DATE > WS-RUN-DATE
               DISPLAY 'GCDSLARP: GCDW-REPORT-DATE ' WS-REPORT-DATE
                   ' IS NOT A VALID PAST DATE - RUN REFUSED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'GCDSLARP: EFFECTIVE GCDW-REPORT-DATE = '
               WS-REPORT-DATE.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDSLARP' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LOAD-TARGETS - one step entry per maintained target, in
      * the order the targets file lists them.  No targets file just
      * means nothing is measured yet; the timeline still prints.
      *****************************************************************
       2000-LOAD-TARGETS.
           OPEN INPUT GCD-TARGET-FILE.
           IF WS-TARGET-NO-FILE
               DISPLAY 'GCDSLARP: NO GCDSLAT TARGETS FILE - TIMELINE '
                   'ONLY'
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TARGET-OK
               DISPLAY 'GCDSLARP: UNABLE TO OPEN GCDSLAT, STATUS '
                   WS-TARGET-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-TARGET THRU 2100-EXIT
               UNTIL WS-TARGET-DONE.
           CLOSE GCD-TARGET-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LOAD-ONE-TARGET - one target into the step table.  A
      * line that does not carry numeric targets is refused rather
      * than measured against garbage.
      *****************************************************************
       2100-LOAD-ONE-TARGET.
           READ GCD-TARGET-FILE.
           IF WS-TARGET-EOF
               SET WS-TARGET-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-TARGET-OK
               DISPLAY 'GCDSLARP: GCDSLAT READ ERROR, STATUS '
                   WS-TARGET-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-ST-TARGET-MINS IS NOT NUMERIC
                   OR GCD-ST-FINISH-DAY IS NOT NUMERIC
                   OR GCD-ST-FINISH-BY IS NOT NUMERIC
               DISPLAY 'GCDSLARP: GCDSLAT TARGET FOR '
                   GCD-ST-PROGRAM ' IS NOT NUMERIC - RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-ST-PROGRAM TO GCD-RN-PROGRAM.
           PERFORM 3300-FIND-STEP THRU 3300-EXIT.
           MOVE 'Y' TO WS-STP-TARGETED (WS-FOUND-INDEX).
           MOVE GCD-ST-TARGET-MINS
               TO WS-STP-TARGET-MINS (WS-FOUND-INDEX).
           MOVE GCD-ST-FINISH-DAY
               TO WS-STP-FINISH-DAY (WS-FOUND-INDEX).
           MOVE GCD-ST-FINISH-BY TO WS-STP-FINISH-BY (WS-FOUND-INDEX).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LOAD-STAMPS - every stamp for the night being reported.
      * This program's own stamps are left out: its end has not been
      * written yet and would only ever show as missing.
      *****************************************************************
       3000-LOAD-STAMPS.
           OPEN INPUT GCD-STAMP-FILE.
           IF WS-STAMP-NO-FILE
               DISPLAY 'GCDSLARP: NO GCDRUNC FILE - NO STEP HAS '
                   'STAMPED'
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-STAMP-OK
               DISPLAY 'GCDSLARP: UNABLE TO OPEN GCDRUNC, STATUS '
                   WS-STAMP-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-STAMP THRU 3100-EXIT
               UNTIL WS-STAMP-DONE.
           CLOSE GCD-STAMP-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-LOAD-ONE-STAMP - a start opens a fresh attempt for the
      * step (a rerun overlays the earlier one); an end closes the
      * latest attempt with its return code.
      *****************************************************************
       3100-LOAD-ONE-STAMP.
           READ GCD-STAMP-FILE.
           IF WS-STAMP-EOF
               SET WS-STAMP-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-STAMP-OK
               DISPLAY 'GCDSLARP: GCDRUNC READ ERROR, STATUS '
                   WS-STAMP-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-STAMPS-READ.
           IF GCD-RN-RUN-DATE NOT = WS-REPORT-DATE
                   OR GCD-RN-PROGRAM = 'GCDSLARP'
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-STAMPS-TONIGHT.
           PERFORM 3300-FIND-STEP THRU 3300-EXIT.
           IF GCD-RN-START-STAMP
               ADD 1 TO WS-STP-ATTEMPTS (WS-FOUND-INDEX)
               MOVE GCD-RN-TIMESTAMP
                   TO WS-STP-START-TS (WS-FOUND-INDEX)
               MOVE SPACES TO WS-STP-END-TS (WS-FOUND-INDEX)
               MOVE ZERO TO WS-STP-RC (WS-FOUND-INDEX)
           ELSE
               MOVE GCD-RN-TIMESTAMP TO WS-STP-END-TS (WS-FOUND-INDEX)
               MOVE GCD-RN-RETURN-CODE TO WS-STP-RC (WS-FOUND-INDEX)
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3300-FIND-STEP - the step entry for GCD-RN-PROGRAM, added to
      * the table the first time the step is seen.
      *****************************************************************
       3300-FIND-STEP.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-STP-PROGRAM (WS-SUBSCRIPT) = GCD-RN-PROGRAM
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF WS-STEP-COUNT >= 50
               DISPLAY 'GCDSLARP: MORE THAN 50 STEPS - RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-FOUND-INDEX.
           INITIALIZE WS-STEP-ENTRY (WS-FOUND-INDEX).
           MOVE GCD-RN-PROGRAM TO WS-STP-PROGRAM (WS-FOUND-INDEX).
           MOVE 'N' TO WS-STP-TARGETED (WS-FOUND-INDEX).
           MOVE SPACES TO WS-STP-START-TS (WS-FOUND-INDEX)
               WS-STP-END-TS (WS-FOUND-INDEX).
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3500-EVALUATE-STEPS - put the steps in the order they started
      * (steps that never started go last, in targets-file order),
      * then work out each one's elapsed time and outcome.
      *****************************************************************
       3500-EVALUATE-STEPS.
           PERFORM VARYING WS-SUBSCRIPT FROM 2 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 3600-ORDER-ONE-STEP THRU 3600-EXIT
           END-PERFORM.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 3700-MEASURE-ONE-STEP THRU 3700-EXIT
           END-PERFORM.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3600-ORDER-ONE-STEP - insertion sort by start stamp: slide
      * the entry at WS-SUBSCRIPT back past every entry that started
      * later than it did.  Spaces stay behind any real stamp.
      *****************************************************************
       3600-ORDER-ONE-STEP.
           IF WS-STP-START-TS (WS-SUBSCRIPT) = SPACES
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-SUBSCRIPT TO WS-INNER.
           PERFORM UNTIL WS-INNER < 2
               IF WS-STP-START-TS (WS-INNER - 1) NOT = SPACES
                       AND WS-STP-START-TS (WS-INNER - 1)
                           <= WS-STP-START-TS (WS-INNER)
                   MOVE 1 TO WS-INNER
               ELSE
                   MOVE WS-STEP-ENTRY (WS-INNER - 1) TO WS-STEP-HOLD
                   MOVE WS-STEP-ENTRY (WS-INNER)
                       TO WS-STEP-ENTRY (WS-INNER - 1)
                   MOVE WS-STEP-HOLD TO WS-STEP-ENTRY (WS-INNER)
                   SUBTRACT 1 FROM WS-INNER
               END-IF
           END-PERFORM.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * 3700-MEASURE-ONE-STEP - elapsed seconds for a finished step,
      * and its outcome against the maintained targets.
      *****************************************************************
       3700-MEASURE-ONE-STEP.
           MOVE ZERO TO WS-STP-ELAPSED (WS-SUBSCRIPT).
           MOVE SPACES TO WS-STP-REASON (WS-SUBSCRIPT).
           IF WS-STP-START-TS (WS-SUBSCRIPT) = SPACES
                   AND WS-STP-END-TS (WS-SUBSCRIPT) = SPACES
               MOVE 'N' TO WS-STP-OUTCOME (WS-SUBSCRIPT)
               MOVE 'NEVER STARTED' TO WS-STP-REASON (WS-SUBSCRIPT)
               GO TO 3700-EXIT
           END-IF.
           IF WS-STP-END-TS (WS-SUBSCRIPT) = SPACES
               MOVE 'E' TO WS-STP-OUTCOME (WS-SUBSCRIPT)
               MOVE 'STARTED, NO END STAMP'
                   TO WS-STP-REASON (WS-SUBSCRIPT)
               GO TO 3700-EXIT
           END-IF.
           IF WS-STP-START-TS (WS-SUBSCRIPT) NOT = SPACES
               MOVE WS-STP-START-TS (WS-SUBSCRIPT) TO WS-TS-WORK
               PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
               MOVE WS-TS-SECONDS TO WS-START-SECONDS
               MOVE WS-STP-END-TS (WS-SUBSCRIPT) TO WS-TS-WORK
               PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
               MOVE WS-TS-SECONDS TO WS-END-SECONDS
               COMPUTE WS-STP-ELAPSED (WS-SUBSCRIPT) =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF.
           IF WS-STP-TARGETED (WS-SUBSCRIPT) NOT = 'Y'
               MOVE 'U' TO WS-STP-OUTCOME (WS-SUBSCRIPT)
               GO TO 3700-EXIT
           END-IF.
           MOVE 'M' TO WS-STP-OUTCOME (WS-SUBSCRIPT).
           COMPUTE WS-TARGET-SECONDS =
               WS-STP-TARGET-MINS (WS-SUBSCRIPT) * 60.
           IF WS-STP-ELAPSED (WS-SUBSCRIPT) > WS-TARGET-SECONDS
               MOVE 'B' TO WS-STP-OUTCOME (WS-SUBSCRIPT)
               MOVE 'OVER TARGET DURATION'
                   TO WS-STP-REASON (WS-SUBSCRIPT)
           END-IF.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REPORT-DAY + WS-STP-FINISH-DAY (WS-SUBSCRIPT)).
           MOVE WS-DEADLINE-DATE TO WS-DEADLINE-TS (1:8).
           MOVE WS-STP-FINISH-BY (WS-SUBSCRIPT)
               TO WS-DEADLINE-TS (9:4).
           MOVE '00' TO WS-DEADLINE-TS (13:2).
           IF WS-STP-END-TS (WS-SUBSCRIPT) > WS-DEADLINE-TS
               MOVE 'B' TO WS-STP-OUTCOME (WS-SUBSCRIPT)
               IF WS-STP-REASON (WS-SUBSCRIPT) = SPACES
                   MOVE 'ENDED AFTER MUST-FINISH-BY'
                       TO WS-STP-REASON (WS-SUBSCRIPT)
               ELSE
                   MOVE 'OVER DURATION AND FINISH-BY'
                       TO WS-STP-REASON (WS-SUBSCRIPT)
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * 4000-UPDATE-TREND - carry the history forward: drop nights
      * older than the trend period and any lines from an earlier
      * run for the night being reported, add tonight's lines, and
      * rewrite the file.  The trend accumulators are filled from
      * the same table on the way through.
      *****************************************************************
       4000-UPDATE-TREND.
           OPEN INPUT GCD-TREND-FILE.
           IF WS-TREND-NO-FILE
               SET WS-TREND-DONE TO TRUE
           ELSE
               IF NOT WS-TREND-OK
                   DISPLAY 'GCDSLARP: UNABLE TO OPEN GCDSLAH, STATUS '
                       WS-TREND-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 4100-LOAD-ONE-TREND THRU 4100-EXIT
                   UNTIL WS-TREND-DONE
               CLOSE GCD-TREND-FILE
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 4200-ADD-TONIGHT THRU 4200-EXIT
           END-PERFORM.
           OPEN OUTPUT GCD-TREND-FILE.
           IF NOT WS-TREND-OK
               DISPLAY 'GCDSLARP: UNABLE TO REWRITE GCDSLAH, STATUS '
                   WS-TREND-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-TREND-COUNT
               PERFORM 4300-WRITE-ONE-TREND THRU 4300-EXIT
           END-PERFORM.
           CLOSE GCD-TREND-FILE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-LOAD-ONE-TREND - one history line into the table, unless
      * it has aged out or is about to be replaced by tonight's.
      *****************************************************************
       4100-LOAD-ONE-TREND.
           READ GCD-TREND-FILE.
           IF WS-TREND-EOF
               SET WS-TREND-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT WS-TREND-OK
               DISPLAY 'GCDSLARP: GCDSLAH READ ERROR, STATUS '
                   WS-TREND-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-SH-RUN-DATE < WS-TREND-FIRST-DATE
                   OR GCD-SH-RUN-DATE = WS-REPORT-DATE
               ADD 1 TO WS-TREND-DROPPED
               GO TO 4100-EXIT
           END-IF.
           IF WS-TREND-COUNT >= 2000
               DISPLAY 'GCDSLARP: MORE THAN 2000 TREND LINES - '
                   'RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-TREND-COUNT.
           MOVE GCD-SH-RUN-DATE TO WS-TRN-RUN-DATE (WS-TREND-COUNT).
           MOVE GCD-SH-PROGRAM TO WS-TRN-PROGRAM (WS-TREND-COUNT).
           MOVE GCD-SH-ELAPSED TO WS-TRN-ELAPSED (WS-TREND-COUNT).
           MOVE GCD-SH-RETURN-CODE
               TO WS-TRN-RETURN-CODE (WS-TREND-COUNT).
           MOVE GCD-SH-OUTCOME TO WS-TRN-OUTCOME (WS-TREND-COUNT).
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-ADD-TONIGHT - tonight's line for one step.
      *****************************************************************
       4200-ADD-TONIGHT.
           IF WS-TREND-COUNT >= 2000
               DISPLAY 'GCDSLARP: MORE THAN 2000 TREND LINES - '
                   'RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-TREND-COUNT.
           MOVE WS-REPORT-DATE TO WS-TRN-RUN-DATE (WS-TREND-COUNT).
           MOVE WS-STP-PROGRAM (WS-SUBSCRIPT)
               TO WS-TRN-PROGRAM (WS-TREND-COUNT).
           IF WS-STP-ELAPSED (WS-SUBSCRIPT) > ZERO
               MOVE WS-STP-ELAPSED (WS-SUBSCRIPT)
                   TO WS-TRN-ELAPSED (WS-TREND-COUNT)
           ELSE
               MOVE ZERO TO WS-TRN-ELAPSED (WS-TREND-COUNT)
           END-IF.
           MOVE WS-STP-RC (WS-SUBSCRIPT)
               TO WS-TRN-RETURN-CODE (WS-TREND-COUNT).
           MOVE WS-STP-OUTCOME (WS-SUBSCRIPT)
               TO WS-TRN-OUTCOME (WS-TREND-COUNT).
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-WRITE-ONE-TREND - write one history line back, and fold
      * it into its step's trend if the step is on tonight's table.
      * Only finished attempts count toward the elapsed figures; a
      * breach, a missing end, or a step that never ran counts as a
      * breach of the period.
      *****************************************************************
       4300-WRITE-ONE-TREND.
           MOVE WS-TRN-RUN-DATE (WS-SUBSCRIPT) TO GCD-SH-RUN-DATE.
           MOVE WS-TRN-PROGRAM (WS-SUBSCRIPT) TO GCD-SH-PROGRAM.
           MOVE WS-TRN-ELAPSED (WS-SUBSCRIPT) TO GCD-SH-ELAPSED.
           MOVE WS-TRN-RETURN-CODE (WS-SUBSCRIPT)
               TO GCD-SH-RETURN-CODE.
           MOVE WS-TRN-OUTCOME (WS-SUBSCRIPT) TO GCD-SH-OUTCOME.
           WRITE GCD-TREND-REC.
           IF NOT WS-TREND-OK
               DISPLAY 'GCDSLARP: GCDSLAH WRITE ERROR, STATUS '
                   WS-TREND-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-SH-RUN-DATE > WS-REPORT-DATE
               GO TO 4300-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-INNER FROM 1 BY 1
                   UNTIL WS-INNER > WS-STEP-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-STP-PROGRAM (WS-INNER) = GCD-SH-PROGRAM
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-INNER TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               GO TO 4300-EXIT
           END-IF.
           IF GCD-SH-OUTCOME = 'B' OR 'E' OR 'N'
               ADD 1 TO WS-STP-TR-BREACHES (WS-FOUND-INDEX)
           END-IF.
           IF GCD-SH-OUTCOME = 'E' OR 'N'
               GO TO 4300-EXIT
           END-IF.
           IF WS-STP-TR-NIGHTS (WS-FOUND-INDEX) = ZERO
                   OR GCD-SH-ELAPSED < WS-STP-TR-MIN (WS-FOUND-INDEX)
               MOVE GCD-SH-ELAPSED TO WS-STP-TR-MIN (WS-FOUND-INDEX)
           END-IF.
           IF GCD-SH-ELAPSED > WS-STP-TR-MAX (WS-FOUND-INDEX)
               MOVE GCD-SH-ELAPSED TO WS-STP-TR-MAX (WS-FOUND-INDEX)
           END-IF.
           ADD 1 TO WS-STP-TR-NIGHTS (WS-FOUND-INDEX).
           ADD GCD-SH-ELAPSED TO WS-STP-TR-TOTAL (WS-FOUND-INDEX).
           IF GCD-SH-RUN-DATE >= WS-LAST-7-FIRST-DATE
               ADD 1 TO WS-STP-TR-7-NIGHTS (WS-FOUND-INDEX)
               ADD GCD-SH-ELAPSED TO WS-STP-TR-7-TOTAL (WS-FOUND-INDEX)
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-TIMELINE - the night in start order: start, end,
      * elapsed, return code, and the gap since the step before.
      *****************************************************************
       5000-REPORT-TIMELINE.
           MOVE 'TIMELINE' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '--------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  STEP      STARTED              ENDED        '
               '        ELAPSED     RC GAP BEFORE       ATTEMPTS'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE ZERO TO WS-PREVIOUS.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 5100-TIMELINE-ONE-STEP THRU 5100-EXIT
           END-PERFORM.
           IF WS-STAMPS-TONIGHT = ZERO
               MOVE '  (NO STAMPS FOR THIS NIGHT)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-TIMELINE-ONE-STEP - one timeline line.  Steps that never
      * stamped at all belong to the breach section only.
      *****************************************************************
       5100-TIMELINE-ONE-STEP.
           IF WS-STP-OUTCOME (WS-SUBSCRIPT) = 'N'
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-START-DISPLAY WS-END-DISPLAY
               WS-ELAPSED-DISPLAY WS-GAP-DISPLAY.
           IF WS-STP-START-TS (WS-SUBSCRIPT) = SPACES
               MOVE '(NO START STAMP)' TO WS-START-DISPLAY
           ELSE
               MOVE WS-STP-START-TS (WS-SUBSCRIPT) TO WS-TS-WORK
               PERFORM 8200-FORMAT-STAMP THRU 8200-EXIT
               MOVE WS-TS-DISPLAY TO WS-START-DISPLAY
           END-IF.
           IF WS-STP-END-TS (WS-SUBSCRIPT) = SPACES
               MOVE '(NO END STAMP)' TO WS-END-DISPLAY
           ELSE
               MOVE WS-STP-END-TS (WS-SUBSCRIPT) TO WS-TS-WORK
               PERFORM 8200-FORMAT-STAMP THRU 8200-EXIT
               MOVE WS-TS-DISPLAY TO WS-END-DISPLAY
               IF WS-STP-START-TS (WS-SUBSCRIPT) NOT = SPACES
                   MOVE WS-STP-ELAPSED (WS-SUBSCRIPT)
                       TO WS-HMS-SECONDS
                   PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
                   MOVE WS-HMS-DISPLAY TO WS-ELAPSED-DISPLAY
               END-IF
           END-IF.
           IF WS-PREVIOUS > ZERO
                   AND WS-STP-END-TS (WS-PREVIOUS) NOT = SPACES
                   AND WS-STP-START-TS (WS-SUBSCRIPT) NOT = SPACES
               MOVE WS-STP-END-TS (WS-PREVIOUS) TO WS-TS-WORK
               PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
               MOVE WS-TS-SECONDS TO WS-END-SECONDS
               MOVE WS-STP-START-TS (WS-SUBSCRIPT) TO WS-TS-WORK
               PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
               COMPUTE WS-GAP-SECONDS = WS-TS-SECONDS - WS-END-SECONDS
               IF WS-GAP-SECONDS < ZERO
                   COMPUTE WS-HMS-SECONDS = ZERO - WS-GAP-SECONDS
                   PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
                   STRING 'OVERLAP ' WS-HMS-DISPLAY
                       DELIMITED BY SIZE INTO WS-GAP-DISPLAY
               ELSE
                   MOVE WS-GAP-SECONDS TO WS-HMS-SECONDS
                   PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
                   MOVE WS-HMS-DISPLAY TO WS-GAP-DISPLAY
               END-IF
           END-IF.
           MOVE WS-STP-RC (WS-SUBSCRIPT) TO WS-RC-DISPLAY.
           MOVE WS-STP-ATTEMPTS (WS-SUBSCRIPT) TO WS-NIGHTS-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  ' WS-STP-PROGRAM (WS-SUBSCRIPT)
               '  ' WS-START-DISPLAY
               '  ' WS-END-DISPLAY
               '  ' WS-ELAPSED-DISPLAY
               '  ' WS-RC-DISPLAY
               '  ' WS-GAP-DISPLAY
               '  ' WS-NIGHTS-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-SUBSCRIPT TO WS-PREVIOUS.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5500-REPORT-BREACHES - every step that breached a target,
      * started and never stamped an end, or was targeted and never
      * ran at all.
      *****************************************************************
       5500-REPORT-BREACHES.
           MOVE 'BREACHED OR INCOMPLETE STEPS' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 5600-BREACH-ONE-STEP THRU 5600-EXIT
           END-PERFORM.
           IF WS-BREACH-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 5600-BREACH-ONE-STEP - one breach line, with the targets the
      * step was held to.
      *****************************************************************
       5600-BREACH-ONE-STEP.
           IF NOT (WS-STP-OUTCOME (WS-SUBSCRIPT) = 'B' OR 'E' OR 'N')
               GO TO 5600-EXIT
           END-IF.
           ADD 1 TO WS-BREACH-COUNT.
           MOVE SPACES TO WS-ELAPSED-DISPLAY WS-TARGET-DISPLAY.
           IF WS-STP-OUTCOME (WS-SUBSCRIPT) = 'B'
               MOVE WS-STP-ELAPSED (WS-SUBSCRIPT) TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-ELAPSED-DISPLAY
           END-IF.
           IF WS-STP-TARGETED (WS-SUBSCRIPT) = 'Y'
               COMPUTE WS-HMS-SECONDS =
                   WS-STP-TARGET-MINS (WS-SUBSCRIPT) * 60
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-TARGET-DISPLAY
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-STP-TARGETED (WS-SUBSCRIPT) = 'Y'
               STRING '  ' WS-STP-PROGRAM (WS-SUBSCRIPT)
                   '  ' WS-STP-REASON (WS-SUBSCRIPT)
                   '  ELAPSED ' WS-ELAPSED-DISPLAY
                   '  TARGET ' WS-TARGET-DISPLAY
                   '  FINISH BY ' WS-STP-FINISH-BY (WS-SUBSCRIPT)
                   ' DAY+' WS-STP-FINISH-DAY (WS-SUBSCRIPT)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING '  ' WS-STP-PROGRAM (WS-SUBSCRIPT)
                   '  ' WS-STP-REASON (WS-SUBSCRIPT)
                   '  NO TARGET ON GCDSLAT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-TREND - the rolling trend per step.  A step whose
      * last 7 nights average more than a tenth over its period
      * average is marked RISING; one whose last 7 nights already
      * average over its target is marked OVER TARGET.
      *****************************************************************
       6000-REPORT-TREND.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TREND-NIGHTS TO WS-NIGHTS-DISPLAY.
           STRING 'ROLLING' WS-NIGHTS-DISPLAY '-NIGHT TREND FROM '
               WS-TREND-FIRST-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  STEP    NIGHTS    AVERAGE    SHORTEST   LONGEST '
               '   LAST 7 AVG TARGET  BREACHES     TREND'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STEP-COUNT
               PERFORM 6100-TREND-ONE-STEP THRU 6100-EXIT
           END-PERFORM.
           IF WS-STEP-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-TREND-ONE-STEP - one step's line of the trend.
      *****************************************************************
       6100-TREND-ONE-STEP.
           MOVE SPACES TO WS-AVG-DISPLAY WS-MIN-DISPLAY
               WS-MAX-DISPLAY WS-AVG7-DISPLAY WS-TARGET-DISPLAY
               WS-TREND-TEXT.
           MOVE ZERO TO WS-AVERAGE WS-AVERAGE-7.
           IF WS-STP-TR-NIGHTS (WS-SUBSCRIPT) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-STP-TR-TOTAL (WS-SUBSCRIPT)
                   / WS-STP-TR-NIGHTS (WS-SUBSCRIPT)
               MOVE WS-AVERAGE TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-AVG-DISPLAY
               MOVE WS-STP-TR-MIN (WS-SUBSCRIPT) TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-MIN-DISPLAY
               MOVE WS-STP-TR-MAX (WS-SUBSCRIPT) TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-MAX-DISPLAY
           END-IF.
           IF WS-STP-TR-7-NIGHTS (WS-SUBSCRIPT) > ZERO
               COMPUTE WS-AVERAGE-7 ROUNDED =
                   WS-STP-TR-7-TOTAL (WS-SUBSCRIPT)
                   / WS-STP-TR-7-NIGHTS (WS-SUBSCRIPT)
               MOVE WS-AVERAGE-7 TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-AVG7-DISPLAY
               IF WS-STP-TR-NIGHTS (WS-SUBSCRIPT)
                       > WS-STP-TR-7-NIGHTS (WS-SUBSCRIPT)
                       AND WS-AVERAGE-7 * 10 > WS-AVERAGE * 11
                   MOVE 'RISING' TO WS-TREND-TEXT
               END-IF
           END-IF.
           IF WS-STP-TARGETED (WS-SUBSCRIPT) = 'Y'
               COMPUTE WS-TARGET-SECONDS =
                   WS-STP-TARGET-MINS (WS-SUBSCRIPT) * 60
               MOVE WS-TARGET-SECONDS TO WS-HMS-SECONDS
               PERFORM 8100-SECONDS-TO-HMS THRU 8100-EXIT
               MOVE WS-HMS-DISPLAY TO WS-TARGET-DISPLAY
               IF WS-STP-TR-7-NIGHTS (WS-SUBSCRIPT) > ZERO
                       AND WS-AVERAGE-7 > WS-TARGET-SECONDS
                   MOVE 'OVER TARGET' TO WS-TREND-TEXT
               END-IF
           END-IF.
           MOVE WS-STP-TR-NIGHTS (WS-SUBSCRIPT) TO WS-NIGHTS-DISPLAY.
           MOVE WS-STP-TR-BREACHES (WS-SUBSCRIPT) TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  ' WS-STP-PROGRAM (WS-SUBSCRIPT)
               '  ' WS-NIGHTS-DISPLAY
               '     ' WS-AVG-DISPLAY
               '  ' WS-MIN-DISPLAY
               '  ' WS-MAX-DISPLAY
               '  ' WS-AVG7-DISPLAY
               '  ' WS-TARGET-DISPLAY
               '  ' WS-RC-DISPLAY
               '       ' WS-TREND-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write one report line.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDSLARP: REPORT WRITE ERROR, STATUS '
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
      * 8000-STAMP-TO-SECONDS - WS-TS-WORK as seconds in
      * WS-TS-SECONDS, so stamps either side of midnight subtract
      * correctly.
      *****************************************************************
       8000-STAMP-TO-SECONDS.
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-SECONDS-TO-HMS - WS-HMS-SECONDS as HHH:MM:SS in
      * WS-HMS-DISPLAY.
      *****************************************************************
       8100-SECONDS-TO-HMS.
           DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REST.
           DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-FORMAT-STAMP - WS-TS-WORK printed as YYYY-MM-DD
      * HH:MM:SS in WS-TS-DISPLAY.
      *****************************************************************
       8200-FORMAT-STAMP.
           MOVE WS-TS-WORK (1:4) TO WS-TSD-YYYY.
           MOVE WS-TS-WORK (5:2) TO WS-TSD-MO.
           MOVE WS-TS-WORK (7:2) TO WS-TSD-DD.
           MOVE WS-TS-WORK (9:2) TO WS-TSD-HH.
           MOVE WS-TS-WORK (11:2) TO WS-TSD-MI.
           MOVE WS-TS-WORK (13:2) TO WS-TSD-SS.
       8200-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up, echo the counts, and set the
      * breach return code the scheduler watches for.
      *****************************************************************
       9000-TERMINATE.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDSLARP: STAMPS READ     = ' WS-STAMPS-READ.
           DISPLAY 'GCDSLARP: STAMPS TONIGHT  = ' WS-STAMPS-TONIGHT.
           DISPLAY 'GCDSLARP: STEPS           = ' WS-STEP-COUNT.
           DISPLAY 'GCDSLARP: BREACHED/MISSING= ' WS-BREACH-COUNT.
           DISPLAY 'GCDSLARP: TREND LINES     = ' WS-TREND-COUNT.
           IF WS-BREACH-COUNT > ZERO
                   AND NOT RC-FILE-ERROR
               SET RC-BREACHES TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           END-IF.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's report finished.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDSLARP' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDSLARP: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDSLARP.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
