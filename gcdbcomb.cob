      *****************************************************************
      * GCDBCOMB.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Combine-and-balance step for a partitioned GCDBATCH night.
      * GCDBSPLT split GCDBIN into GCDBIN.P01 ... GCDBIN.Pnn by group-
      * key range and each partition ran as its own GCDBATCH job
      * (GCDB-PARTITION=nn); this step puts the partitions' GCDBOUT,
      * GCDBVER, GCDBRAT and GCDBREJ back together as the single
      * files the downstream jobs read, and it is the step that
      * stamps GCDBATCH on GCDRUNC - so GCDRPT, GCDDELTA and GCDOXTR
      * wait for it exactly as they waited for a single run:
      *
      *   $ ./gcdbcomb-cob
      *
      * Nothing is combined until every partition job has a clean end
      * stamp (GCDBPnn, return code below 12) for tonight.  The night
      * is then proved partition by partition before it is stamped
      * clean:
      *
      *   - GCDBIN.Pnn is re-read and its data records recounted and
      *     re-hashed; they must agree with the partition's own
      *     trailer and with what GCDBSPLT recorded on GCDBPCTL, and
      *     its header must carry the original file date;
      *   - every group the partition read must have come out either
      *     on GCDBOUT.Pnn or on GCDBREJ.Pnn, and every key on the
      *     partition's output files must fall in its key range;
      *   - the partition counts and hash totals must add back to the
      *     record count and hash total on the original
      *     transmission's trailer.
      *
      * GCDBRAT is only combined when GCDB-RATIO says the partitions
      * wrote it, the same parameter and environment override
      * GCDBATCH reads.  The combined files come out in group-key
      * order, partition after partition.
      *
      * Return codes: 0 combined and balanced - GCDBATCH stamped
      * clean, 12 the partitions do not balance, 16 file error, 24
      * GCDBSPLT or a partition job has not completed tonight -
      * nothing combined.  Anything but 0 is stamped on GCDBATCH's
      * end record, so the downstream jobs refuse the night.
      *
      * Build:
      *   $ cobc -x gcdbcomb.cob -I copybooks -o gcdbcomb-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original combine-and-balance step for
      *                    partitioned GCDBATCH runs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDBCOMB.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The fixed assign names are literals: the partition names are
      * built with STRING between opens, which re-points the scratch
      * descriptor word-form assigns resolve through under this
      * compiler and sends later opens to a file named from leftover
      * storage.
       FILE-CONTROL.
           SELECT GCD-CONTROL-FILE ASSIGN TO 'GCDBPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GCD-PIN-FILE ASSIGN TO WS-PIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT GCD-POUT-FILE ASSIGN TO WS-POUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POUT-STATUS.
           SELECT GCD-PVER-FILE ASSIGN TO WS-PVER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVER-STATUS.
           SELECT GCD-PRAT-FILE ASSIGN TO WS-PRAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRAT-STATUS.
           SELECT GCD-PREJ-FILE ASSIGN TO WS-PREJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT GCD-OUTPUT-FILE ASSIGN TO 'GCDBOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT GCD-VERIFY-FILE ASSIGN TO 'GCDBVER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT GCD-RATIO-FILE ASSIGN TO 'GCDBRAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATIO-STATUS.
           SELECT GCD-REJECT-FILE ASSIGN TO 'GCDBREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-CONTROL-FILE.
           COPY GCDBPREC.
       FD  GCD-PIN-FILE.
           COPY GCDREC REPLACING GCD-BATCH-INPUT-RECORD
               BY GCD-PIN-REC.
           COPY GCDCTL REPLACING GCD-CONTROL-RECORD
               BY GCD-PIN-CONTROL-REC.
      *****************************************************************
      * The partition output files are carried through byte-for-byte;
      * only the group key at the front of each is looked at.  The
      * lengths are GCDBATCH's GCDBOUT, GCDBVER, GCDBRAT and GCDBREJ
      * records.
      *****************************************************************
       FD  GCD-POUT-FILE.
       01 GCD-POUT-REC.
           05 GCD-PO-GROUP-KEY        PIC X(10).
           05 FILLER                  PIC X(21).
       FD  GCD-PVER-FILE.
       01 GCD-PVER-REC.
           05 GCD-PV-GROUP-KEY        PIC X(10).
           05 FILLER                  PIC X(105).
       FD  GCD-PRAT-FILE.
       01 GCD-PRAT-REC.
           05 GCD-PT-GROUP-KEY        PIC X(10).
           05 FILLER                  PIC X(43).
       FD  GCD-PREJ-FILE.
       01 GCD-PREJ-REC.
           05 GCD-PJ-GROUP-KEY        PIC X(10).
           05 FILLER                  PIC X(1003).
       FD  GCD-OUTPUT-FILE.
       01 GCD-OUTPUT-REC PIC X(31).
       FD  GCD-VERIFY-FILE.
       01 GCD-VERIFY-REC PIC X(115).
       FD  GCD-RATIO-FILE.
       01 GCD-RATIO-REC PIC X(53).
       FD  GCD-REJECT-FILE.
       01 GCD-REJECT-REC PIC X(1013).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE SPACES.
           88 WS-CONTROL-OK                VALUE '00'.
           88 WS-CONTROL-EOF               VALUE '10'.
       01 WS-PIN-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PIN-OK                    VALUE '00'.
           88 WS-PIN-EOF                   VALUE '10'.
           88 WS-PIN-NO-FILE               VALUE '35'.
       01 WS-POUT-STATUS          PIC X(02) VALUE SPACES.
           88 WS-POUT-OK                   VALUE '00'.
           88 WS-POUT-EOF                  VALUE '10'.
           88 WS-POUT-NO-FILE              VALUE '35'.
       01 WS-PVER-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PVER-OK                   VALUE '00'.
           88 WS-PVER-EOF                  VALUE '10'.
           88 WS-PVER-NO-FILE              VALUE '35'.
       01 WS-PRAT-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PRAT-OK                   VALUE '00'.
           88 WS-PRAT-EOF                  VALUE '10'.
           88 WS-PRAT-NO-FILE              VALUE '35'.
       01 WS-PREJ-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PREJ-OK                   VALUE '00'.
           88 WS-PREJ-EOF                  VALUE '10'.
           88 WS-PREJ-NO-FILE              VALUE '35'.
       01 WS-OUTPUT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-OUTPUT-OK                 VALUE '00'.
       01 WS-VERIFY-STATUS        PIC X(02) VALUE SPACES.
           88 WS-VERIFY-OK                 VALUE '00'.
       01 WS-RATIO-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RATIO-OK                  VALUE '00'.
       01 WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REJECT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-CONTROL-DONE              VALUE 'Y'.
           05 WS-COPY-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-COPY-DONE                 VALUE 'Y'.
           05 WS-OUTPUTS-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-OUTPUTS-OPEN              VALUE 'Y'.
           05 WS-BALANCE-FAIL-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-BALANCE-FAILED            VALUE 'Y'.
           05 WS-PART-FAIL-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-PART-FAILED               VALUE 'Y'.
           05 WS-INCOMPLETE-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-PARTS-INCOMPLETE          VALUE 'Y'.

       01 WS-RATIO-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-RATIO-REQUESTED              VALUE 'Y'.
       01 WS-RATIO-RAW                PIC X(01) VALUE SPACES.
       01 WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      *****************************************************************
      * The original transmission as GCDBSPLT recorded it, and each
      * partition's entry - key range, count and hash - from
      * GCDBPCTL.
      *****************************************************************
       01 WS-ORIGINAL-AREA.
           05 WS-OR-PARTITIONS        PIC 9(02) VALUE ZERO.
           05 WS-OR-FILE-DATE         PIC 9(08) VALUE ZERO.
           05 WS-OR-SOURCE-SYSTEM     PIC X(10) VALUE SPACES.
           05 WS-OR-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-OR-HASH-TOTAL        PIC 9(20) VALUE ZERO.
       01 WS-PARTITION-TABLE.
           05 WS-PT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 99 TIMES.
               10 WS-PT-LOW-KEY       PIC X(10).
               10 WS-PT-HIGH-KEY      PIC X(10).
               10 WS-PT-RECORD-COUNT  PIC 9(09).
               10 WS-PT-HASH-TOTAL    PIC 9(20).

      *****************************************************************
      * The partition being combined: its number and file names, and
      * what its files were found to hold.
      *****************************************************************
       01 WS-CURRENT-AREA.
           05 WS-PART-SUB             PIC S9(04) COMP.
           05 WS-PART-NUMBER          PIC 9(02).
           05 WS-CUR-HEADER-SWITCH    PIC X(01).
               88 WS-CUR-HEADER-SEEN           VALUE 'Y'.
           05 WS-CUR-TRAILER-SWITCH   PIC X(01).
               88 WS-CUR-TRAILER-SEEN          VALUE 'Y'.
           05 WS-CUR-FILE-DATE        PIC 9(08).
           05 WS-CUR-TRAILER-COUNT    PIC 9(09).
           05 WS-CUR-TRAILER-HASH     PIC 9(20).
           05 WS-CUR-DATA-COUNT       PIC 9(09) COMP.
           05 WS-CUR-HASH             PIC 9(20).
           05 WS-CUR-OUT-COUNT        PIC 9(09) COMP.
           05 WS-CUR-VER-COUNT        PIC 9(09) COMP.
           05 WS-CUR-RAT-COUNT        PIC 9(09) COMP.
           05 WS-CUR-REJ-COUNT        PIC 9(09) COMP.
           05 WS-CUR-RANGE-ERRORS     PIC 9(09) COMP.
           05 WS-CHECK-KEY            PIC X(10).
       01 WS-STAMP-NAME               PIC X(08) VALUE SPACES.
       01 WS-PIN-NAME                 PIC X(30) VALUE SPACES.
       01 WS-POUT-NAME                PIC X(30) VALUE SPACES.
       01 WS-PVER-NAME                PIC X(30) VALUE SPACES.
       01 WS-PRAT-NAME                PIC X(30) VALUE SPACES.
       01 WS-PREJ-NAME                PIC X(30) VALUE SPACES.

       01 WS-TOTALS-AREA.
           05 WS-SUBSCRIPT            PIC S9(04) COMP.
           05 WS-TOTAL-DATA-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-TOTAL-HASH           PIC 9(20) VALUE ZERO.
           05 WS-TOTAL-OUT-COUNT      PIC 9(09) COMP VALUE ZERO.
           05 WS-TOTAL-VER-COUNT      PIC 9(09) COMP VALUE ZERO.
           05 WS-TOTAL-RAT-COUNT      PIC 9(09) COMP VALUE ZERO.
           05 WS-TOTAL-REJ-COUNT      PIC 9(09) COMP VALUE ZERO.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-OUT-OF-BALANCE            VALUE 12.
           88 RC-FILE-ERROR                VALUE 16.
           88 RC-SEQUENCE-ERROR            VALUE 24.

           COPY GCDRUNCL.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-PARTITION-RUNS THRU 2000-EXIT.
           PERFORM 3000-COMBINE-PARTITIONS THRU 3000-EXIT.
           PERFORM 4000-BALANCE-TO-ORIGINAL THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - run control, the ratio switch, and the
      * partition control file.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-RATIO-SWITCH THRU 1100-EXIT.
           PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - GCDBSPLT must have split tonight's
      * GCDBIN cleanly; without its control file there is nothing to
      * balance to, so there is no override.  The start is stamped
      * as GCDBATCH: this step finishes the night's GCDBATCH work.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDBCOMB: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDBSPLT' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDBCOMB: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 12
               DISPLAY 'GCDBCOMB: GCDBSPLT HAS NOT SPLIT GCDBIN FOR '
                   WS-RUN-DATE ' - RUN REFUSED'
               SET RC-SEQUENCE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDBATCH' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-RATIO-SWITCH - GCDB-RATIO=Y says the partitions wrote
      * GCDBRAT and it is to be combined too; the parameter file sets
      * it, the environment overrides it either way, as in GCDBATCH.
      *****************************************************************
       1100-GET-RATIO-SWITCH.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDB-RATIO' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND AND GCD-PA-VALUE = 'Y'
               SET WS-RATIO-REQUESTED TO TRUE
           END-IF.
           ACCEPT WS-RATIO-RAW FROM ENVIRONMENT 'GCDB-RATIO'.
           IF WS-RATIO-RAW = 'Y' OR WS-RATIO-RAW = 'y'
               SET WS-RATIO-REQUESTED TO TRUE
           END-IF.
           IF WS-RATIO-RAW = 'N' OR WS-RATIO-RAW = 'n'
               MOVE 'N' TO WS-RATIO-SWITCH
           END-IF.
           DISPLAY 'GCDBCOMB: EFFECTIVE GCDB-RATIO = '
               WS-RATIO-SWITCH.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-LOAD-CONTROL - the original transmission's controls and
      * the partition entries from GCDBPCTL.  The 'O' record comes
      * first and the partitions follow numbered from 01; a file
      * that says otherwise cannot be balanced against.
      *****************************************************************
       1200-LOAD-CONTROL.
           OPEN INPUT GCD-CONTROL-FILE.
           IF NOT WS-CONTROL-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN GCDBPCTL, STATUS '
                   WS-CONTROL-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1250-LOAD-ONE-CONTROL THRU 1250-EXIT
               UNTIL WS-CONTROL-DONE.
           CLOSE GCD-CONTROL-FILE.
           IF WS-OR-PARTITIONS = ZERO
                   OR WS-PT-COUNT NOT = WS-OR-PARTITIONS
               DISPLAY 'GCDBCOMB: *** GCDBPCTL IS INCOMPLETE - '
                   WS-OR-PARTITIONS ' PARTITIONS EXPECTED, '
                   WS-PT-COUNT ' FOUND ***'
               SET WS-BALANCE-FAILED TO TRUE
               SET RC-OUT-OF-BALANCE TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'GCDBCOMB: ORIGINAL GCDBIN FILE DATE '
               WS-OR-FILE-DATE ' FROM ' WS-OR-SOURCE-SYSTEM
               ' RECORDS ' WS-OR-RECORD-COUNT
               ' IN ' WS-OR-PARTITIONS ' PARTITIONS'.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1250-LOAD-ONE-CONTROL - one GCDBPCTL record.
      *****************************************************************
       1250-LOAD-ONE-CONTROL.
           READ GCD-CONTROL-FILE.
           IF WS-CONTROL-EOF
               SET WS-CONTROL-DONE TO TRUE
               GO TO 1250-EXIT
           END-IF.
           IF NOT WS-CONTROL-OK
               DISPLAY 'GCDBCOMB: GCDBPCTL READ ERROR, STATUS '
                   WS-CONTROL-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GCD-BP-ORIGINAL AND WS-OR-PARTITIONS = ZERO
                       AND WS-PT-COUNT = ZERO
                   MOVE GCD-BP-PARTITION TO WS-OR-PARTITIONS
                   MOVE GCD-BP-FILE-DATE TO WS-OR-FILE-DATE
                   MOVE GCD-BP-SOURCE-SYSTEM TO WS-OR-SOURCE-SYSTEM
                   MOVE GCD-BP-RECORD-COUNT TO WS-OR-RECORD-COUNT
                   MOVE GCD-BP-HASH-TOTAL TO WS-OR-HASH-TOTAL
               WHEN GCD-BP-PARTITION-ENTRY
                       AND WS-OR-PARTITIONS NOT = ZERO
                       AND WS-PT-COUNT < WS-OR-PARTITIONS
                       AND GCD-BP-PARTITION = WS-PT-COUNT + 1
                   ADD 1 TO WS-PT-COUNT
                   MOVE GCD-BP-LOW-KEY TO WS-PT-LOW-KEY (WS-PT-COUNT)
                   MOVE GCD-BP-HIGH-KEY
                       TO WS-PT-HIGH-KEY (WS-PT-COUNT)
                   MOVE GCD-BP-RECORD-COUNT
                       TO WS-PT-RECORD-COUNT (WS-PT-COUNT)
                   MOVE GCD-BP-HASH-TOTAL
                       TO WS-PT-HASH-TOTAL (WS-PT-COUNT)
               WHEN OTHER
                   DISPLAY 'GCDBCOMB: *** GCDBPCTL RECORD OUT OF '
                       'SEQUENCE - ' GCD-BP-RECORD-TYPE
                       GCD-BP-PARTITION ' ***'
                   SET WS-BALANCE-FAILED TO TRUE
                   SET RC-OUT-OF-BALANCE TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
                   GO TO 9999-EXIT
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CHECK-PARTITION-RUNS - every partition job must have a
      * clean end stamp for tonight before any file is touched.
      * All are checked so the operator sees every one outstanding.
      *****************************************************************
       2000-CHECK-PARTITION-RUNS.
           PERFORM 2100-CHECK-ONE-RUN THRU 2100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PT-COUNT.
           IF WS-PARTS-INCOMPLETE
               DISPLAY 'GCDBCOMB: PARTITION RUNS NOT COMPLETE - '
                   'NOTHING COMBINED'
               SET RC-SEQUENCE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-CHECK-ONE-RUN - the GCDBPnn end stamp for one partition.
      *****************************************************************
       2100-CHECK-ONE-RUN.
           MOVE WS-PART-SUB TO WS-PART-NUMBER.
           MOVE SPACES TO WS-STAMP-NAME.
           STRING 'GCDBP' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-STAMP-NAME.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE WS-STAMP-NAME TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDBCOMB: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND
               DISPLAY 'GCDBCOMB: PARTITION ' WS-PART-NUMBER
                   ' (' WS-STAMP-NAME ') HAS NOT COMPLETED FOR '
                   WS-RUN-DATE
               SET WS-PARTS-INCOMPLETE TO TRUE
           ELSE
               IF GCD-RC-FOUND-RC >= 12
                   DISPLAY 'GCDBCOMB: PARTITION ' WS-PART-NUMBER
                       ' (' WS-STAMP-NAME ') ENDED WITH RETURN CODE '
                       GCD-RC-FOUND-RC
                   SET WS-PARTS-INCOMPLETE TO TRUE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-COMBINE-PARTITIONS - open the single output files and
      * take the partitions in turn.
      *****************************************************************
       3000-COMBINE-PARTITIONS.
           OPEN OUTPUT GCD-OUTPUT-FILE GCD-VERIFY-FILE
               GCD-REJECT-FILE.
           IF WS-RATIO-REQUESTED
               OPEN OUTPUT GCD-RATIO-FILE
           END-IF.
           SET WS-OUTPUTS-OPEN TO TRUE.
           IF NOT WS-OUTPUT-OK OR NOT WS-VERIFY-OK
                   OR NOT WS-REJECT-OK
                   OR (WS-RATIO-REQUESTED AND NOT WS-RATIO-OK)
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN THE COMBINED FILES, '
                   'STATUS ' WS-OUTPUT-STATUS ' ' WS-VERIFY-STATUS
                   ' ' WS-RATIO-STATUS ' ' WS-REJECT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3100-COMBINE-ONE THRU 3100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PT-COUNT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-COMBINE-ONE - prove one partition's input, carry its
      * outputs into the combined files, and balance it.
      *****************************************************************
       3100-COMBINE-ONE.
           MOVE WS-PART-SUB TO WS-PART-NUMBER.
           MOVE 'N' TO WS-PART-FAIL-SWITCH.
           MOVE ZERO TO WS-CUR-DATA-COUNT WS-CUR-HASH
               WS-CUR-OUT-COUNT WS-CUR-VER-COUNT WS-CUR-RAT-COUNT
               WS-CUR-REJ-COUNT WS-CUR-RANGE-ERRORS.
           MOVE SPACES TO WS-PIN-NAME WS-POUT-NAME WS-PVER-NAME
               WS-PRAT-NAME WS-PREJ-NAME.
           STRING 'GCDBIN.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-PIN-NAME.
           STRING 'GCDBOUT.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-POUT-NAME.
           STRING 'GCDBVER.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-PVER-NAME.
           STRING 'GCDBRAT.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-PRAT-NAME.
           STRING 'GCDBREJ.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-PREJ-NAME.
           PERFORM 3200-PROVE-INPUT THRU 3200-EXIT.
           PERFORM 3300-COPY-OUTPUT THRU 3300-EXIT.
           PERFORM 3400-COPY-VERIFY THRU 3400-EXIT.
           IF WS-RATIO-REQUESTED
               PERFORM 3500-COPY-RATIO THRU 3500-EXIT
           END-IF.
           PERFORM 3600-COPY-REJECT THRU 3600-EXIT.
           PERFORM 3700-BALANCE-PARTITION THRU 3700-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-PROVE-INPUT - re-read GCDBIN.Pnn: recount and re-hash
      * its data records the way GCDBATCH does, and note what its
      * header and trailer say.
      *****************************************************************
       3200-PROVE-INPUT.
           MOVE 'N' TO WS-CUR-HEADER-SWITCH WS-CUR-TRAILER-SWITCH.
           MOVE ZERO TO WS-CUR-FILE-DATE WS-CUR-TRAILER-COUNT
               WS-CUR-TRAILER-HASH.
           OPEN INPUT GCD-PIN-FILE.
           IF WS-PIN-NO-FILE
               DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME ' IS MISSING ***'
               SET WS-PART-FAILED TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF NOT WS-PIN-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN ' WS-PIN-NAME
                   ' STATUS ' WS-PIN-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3210-PROVE-ONE THRU 3210-EXIT
               UNTIL WS-COPY-DONE.
           CLOSE GCD-PIN-FILE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3210-PROVE-ONE - one partition input record.
      *****************************************************************
       3210-PROVE-ONE.
           READ GCD-PIN-FILE.
           IF WS-PIN-EOF
               SET WS-COPY-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF NOT WS-PIN-OK
               DISPLAY 'GCDBCOMB: ' WS-PIN-NAME ' READ ERROR, STATUS '
                   WS-PIN-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-CT-RECORD-TYPE (1:1) = '*'
               EVALUATE TRUE
                   WHEN GCD-CT-HEADER AND NOT WS-CUR-HEADER-SEEN
                       SET WS-CUR-HEADER-SEEN TO TRUE
                       MOVE GCD-CT-FILE-DATE TO WS-CUR-FILE-DATE
                   WHEN GCD-CT-TRAILER AND NOT WS-CUR-TRAILER-SEEN
                       SET WS-CUR-TRAILER-SEEN TO TRUE
                       MOVE GCD-CT-RECORD-COUNT
                           TO WS-CUR-TRAILER-COUNT
                       MOVE GCD-CT-HASH-TOTAL TO WS-CUR-TRAILER-HASH
                   WHEN OTHER
                       DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME
                           ' HAS AN EXTRA OR UNKNOWN CONTROL RECORD '
                           GCD-CT-RECORD-TYPE ' ***'
                       SET WS-PART-FAILED TO TRUE
               END-EVALUATE
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-CUR-DATA-COUNT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 50
               IF GCD-BI-VALUES (WS-SUBSCRIPT) IS NUMERIC
                   COMPUTE WS-CUR-HASH = FUNCTION MOD
                       (WS-CUR-HASH + GCD-BI-VALUES (WS-SUBSCRIPT),
                       100000000000000000000)
               END-IF
           END-PERFORM.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * 3300-COPY-OUTPUT - GCDBOUT.Pnn into GCDBOUT.
      *****************************************************************
       3300-COPY-OUTPUT.
           OPEN INPUT GCD-POUT-FILE.
           IF WS-POUT-NO-FILE
               DISPLAY 'GCDBCOMB: *** ' WS-POUT-NAME ' IS MISSING ***'
               SET WS-PART-FAILED TO TRUE
               GO TO 3300-EXIT
           END-IF.
           IF NOT WS-POUT-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN ' WS-POUT-NAME
                   ' STATUS ' WS-POUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3310-COPY-ONE-OUTPUT THRU 3310-EXIT
               UNTIL WS-COPY-DONE.
           CLOSE GCD-POUT-FILE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3310-COPY-ONE-OUTPUT - one GCDBOUT record.
      *****************************************************************
       3310-COPY-ONE-OUTPUT.
           READ GCD-POUT-FILE.
           IF WS-POUT-EOF
               SET WS-COPY-DONE TO TRUE
               GO TO 3310-EXIT
           END-IF.
           IF NOT WS-POUT-OK
               DISPLAY 'GCDBCOMB: ' WS-POUT-NAME ' READ ERROR, STATUS '
                   WS-POUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-PO-GROUP-KEY TO WS-CHECK-KEY.
           PERFORM 3800-CHECK-KEY-RANGE THRU 3800-EXIT.
           WRITE GCD-OUTPUT-REC FROM GCD-POUT-REC.
           IF NOT WS-OUTPUT-OK
               DISPLAY 'GCDBCOMB: GCDBOUT WRITE ERROR, STATUS '
                   WS-OUTPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-CUR-OUT-COUNT.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 3400-COPY-VERIFY - GCDBVER.Pnn into GCDBVER.
      *****************************************************************
       3400-COPY-VERIFY.
           OPEN INPUT GCD-PVER-FILE.
           IF WS-PVER-NO-FILE
               DISPLAY 'GCDBCOMB: *** ' WS-PVER-NAME ' IS MISSING ***'
               SET WS-PART-FAILED TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF NOT WS-PVER-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN ' WS-PVER-NAME
                   ' STATUS ' WS-PVER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3410-COPY-ONE-VERIFY THRU 3410-EXIT
               UNTIL WS-COPY-DONE.
           CLOSE GCD-PVER-FILE.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3410-COPY-ONE-VERIFY - one GCDBVER proof record.
      *****************************************************************
       3410-COPY-ONE-VERIFY.
           READ GCD-PVER-FILE.
           IF WS-PVER-EOF
               SET WS-COPY-DONE TO TRUE
               GO TO 3410-EXIT
           END-IF.
           IF NOT WS-PVER-OK
               DISPLAY 'GCDBCOMB: ' WS-PVER-NAME ' READ ERROR, STATUS '
                   WS-PVER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-PV-GROUP-KEY TO WS-CHECK-KEY.
           PERFORM 3800-CHECK-KEY-RANGE THRU 3800-EXIT.
           WRITE GCD-VERIFY-REC FROM GCD-PVER-REC.
           IF NOT WS-VERIFY-OK
               DISPLAY 'GCDBCOMB: GCDBVER WRITE ERROR, STATUS '
                   WS-VERIFY-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-CUR-VER-COUNT.
       3410-EXIT.
           EXIT.

      *****************************************************************
      * 3500-COPY-RATIO - GCDBRAT.Pnn into GCDBRAT.
      *****************************************************************
       3500-COPY-RATIO.
           OPEN INPUT GCD-PRAT-FILE.
           IF WS-PRAT-NO-FILE
               DISPLAY 'GCDBCOMB: *** ' WS-PRAT-NAME ' IS MISSING ***'
               SET WS-PART-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF.
           IF NOT WS-PRAT-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN ' WS-PRAT-NAME
                   ' STATUS ' WS-PRAT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3510-COPY-ONE-RATIO THRU 3510-EXIT
               UNTIL WS-COPY-DONE.
           CLOSE GCD-PRAT-FILE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3510-COPY-ONE-RATIO - one GCDBRAT record.
      *****************************************************************
       3510-COPY-ONE-RATIO.
           READ GCD-PRAT-FILE.
           IF WS-PRAT-EOF
               SET WS-COPY-DONE TO TRUE
               GO TO 3510-EXIT
           END-IF.
           IF NOT WS-PRAT-OK
               DISPLAY 'GCDBCOMB: ' WS-PRAT-NAME ' READ ERROR, STATUS '
                   WS-PRAT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-PT-GROUP-KEY TO WS-CHECK-KEY.
           PERFORM 3800-CHECK-KEY-RANGE THRU 3800-EXIT.
           WRITE GCD-RATIO-REC FROM GCD-PRAT-REC.
           IF NOT WS-RATIO-OK
               DISPLAY 'GCDBCOMB: GCDBRAT WRITE ERROR, STATUS '
                   WS-RATIO-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-CUR-RAT-COUNT.
       3510-EXIT.
           EXIT.

      *****************************************************************
      * 3600-COPY-REJECT - GCDBREJ.Pnn into GCDBREJ.
      *****************************************************************
       3600-COPY-REJECT.
           OPEN INPUT GCD-PREJ-FILE.
           IF WS-PREJ-NO-FILE
               DISPLAY 'GCDBCOMB: *** ' WS-PREJ-NAME ' IS MISSING ***'
               SET WS-PART-FAILED TO TRUE
               GO TO 3600-EXIT
           END-IF.
           IF NOT WS-PREJ-OK
               DISPLAY 'GCDBCOMB: UNABLE TO OPEN ' WS-PREJ-NAME
                   ' STATUS ' WS-PREJ-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3610-COPY-ONE-REJECT THRU 3610-EXIT
               UNTIL WS-COPY-DONE.
           CLOSE GCD-PREJ-FILE.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * 3610-COPY-ONE-REJECT - one rejected group.
      *****************************************************************
       3610-COPY-ONE-REJECT.
           READ GCD-PREJ-FILE.
           IF WS-PREJ-EOF
               SET WS-COPY-DONE TO TRUE
               GO TO 3610-EXIT
           END-IF.
           IF NOT WS-PREJ-OK
               DISPLAY 'GCDBCOMB: ' WS-PREJ-NAME ' READ ERROR, STATUS '
                   WS-PREJ-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-PJ-GROUP-KEY TO WS-CHECK-KEY.
           PERFORM 3800-CHECK-KEY-RANGE THRU 3800-EXIT.
           WRITE GCD-REJECT-REC FROM GCD-PREJ-REC.
           IF NOT WS-REJECT-OK
               DISPLAY 'GCDBCOMB: GCDBREJ WRITE ERROR, STATUS '
                   WS-REJECT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-CUR-REJ-COUNT.
       3610-EXIT.
           EXIT.

      *****************************************************************
      * 3700-BALANCE-PARTITION - the partition balances when its
      * input agrees with its own trailer and with GCDBPCTL, carries
      * the original file date, and every group it read came out on
      * GCDBOUT or GCDBREJ within its key range.
      *****************************************************************
       3700-BALANCE-PARTITION.
           IF NOT WS-CUR-HEADER-SEEN OR NOT WS-CUR-TRAILER-SEEN
               DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME
                   ' HAS NO HEADER OR NO TRAILER ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-CUR-HEADER-SEEN AND WS-CUR-FILE-DATE NOT =
                   WS-OR-FILE-DATE
               DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME ' FILE DATE '
                   WS-CUR-FILE-DATE ', ORIGINAL ' WS-OR-FILE-DATE
                   ' ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-CUR-DATA-COUNT NOT = WS-CUR-TRAILER-COUNT
                   OR WS-CUR-DATA-COUNT NOT =
                       WS-PT-RECORD-COUNT (WS-PART-SUB)
               DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME ' HOLDS '
                   WS-CUR-DATA-COUNT ' RECORDS, TRAILER SAYS '
                   WS-CUR-TRAILER-COUNT ', GCDBPCTL SAYS '
                   WS-PT-RECORD-COUNT (WS-PART-SUB) ' ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-CUR-HASH NOT = WS-CUR-TRAILER-HASH
                   OR WS-CUR-HASH NOT = WS-PT-HASH-TOTAL (WS-PART-SUB)
               DISPLAY 'GCDBCOMB: *** ' WS-PIN-NAME ' HASH '
                   WS-CUR-HASH ', TRAILER SAYS ' WS-CUR-TRAILER-HASH
                   ', GCDBPCTL SAYS ' WS-PT-HASH-TOTAL (WS-PART-SUB)
                   ' ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-CUR-OUT-COUNT + WS-CUR-REJ-COUNT NOT =
                   WS-CUR-DATA-COUNT
               DISPLAY 'GCDBCOMB: *** PARTITION ' WS-PART-NUMBER
                   ' READ ' WS-CUR-DATA-COUNT ' GROUPS, WROTE '
                   WS-CUR-OUT-COUNT ' AND REJECTED '
                   WS-CUR-REJ-COUNT ' ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-CUR-RANGE-ERRORS > ZERO
               DISPLAY 'GCDBCOMB: *** PARTITION ' WS-PART-NUMBER
                   ' OUTPUT CARRIES ' WS-CUR-RANGE-ERRORS
                   ' KEYS OUTSIDE ' WS-PT-LOW-KEY (WS-PART-SUB)
                   ' TO ' WS-PT-HIGH-KEY (WS-PART-SUB) ' ***'
               SET WS-PART-FAILED TO TRUE
           END-IF.
           IF WS-PART-FAILED
               SET WS-BALANCE-FAILED TO TRUE
               DISPLAY 'GCDBCOMB: PARTITION ' WS-PART-NUMBER
                   ' DOES NOT BALANCE'
           ELSE
               DISPLAY 'GCDBCOMB: PARTITION ' WS-PART-NUMBER
                   ' BALANCED - ' WS-CUR-DATA-COUNT ' IN, '
                   WS-CUR-OUT-COUNT ' OUT, ' WS-CUR-REJ-COUNT
                   ' REJECTED'
           END-IF.
           ADD WS-CUR-DATA-COUNT TO WS-TOTAL-DATA-COUNT.
           COMPUTE WS-TOTAL-HASH = FUNCTION MOD
               (WS-TOTAL-HASH + WS-CUR-HASH, 100000000000000000000).
           ADD WS-CUR-OUT-COUNT TO WS-TOTAL-OUT-COUNT.
           ADD WS-CUR-VER-COUNT TO WS-TOTAL-VER-COUNT.
           ADD WS-CUR-RAT-COUNT TO WS-TOTAL-RAT-COUNT.
           ADD WS-CUR-REJ-COUNT TO WS-TOTAL-REJ-COUNT.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * 3800-CHECK-KEY-RANGE - an output key outside the partition's
      * range means the partition job ran against the wrong input.
      *****************************************************************
       3800-CHECK-KEY-RANGE.
           IF WS-PT-LOW-KEY (WS-PART-SUB) = SPACES
                   OR WS-CHECK-KEY < WS-PT-LOW-KEY (WS-PART-SUB)
                   OR WS-CHECK-KEY > WS-PT-HIGH-KEY (WS-PART-SUB)
               ADD 1 TO WS-CUR-RANGE-ERRORS
           END-IF.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * 4000-BALANCE-TO-ORIGINAL - the partitions together must hold
      * exactly the original transmission: their counts and hash
      * totals add back to the original trailer.  Only then, and
      * only if every partition balanced, is the night clean.
      *****************************************************************
       4000-BALANCE-TO-ORIGINAL.
           IF WS-TOTAL-DATA-COUNT NOT = WS-OR-RECORD-COUNT
               DISPLAY 'GCDBCOMB: *** PARTITIONS HOLD '
                   WS-TOTAL-DATA-COUNT ' RECORDS, ORIGINAL TRAILER '
                   'SAYS ' WS-OR-RECORD-COUNT ' ***'
               SET WS-BALANCE-FAILED TO TRUE
           END-IF.
           IF WS-TOTAL-HASH NOT = WS-OR-HASH-TOTAL
               DISPLAY 'GCDBCOMB: *** PARTITION HASH TOTALS ADD TO '
                   WS-TOTAL-HASH ', ORIGINAL TRAILER SAYS '
                   WS-OR-HASH-TOTAL ' ***'
               SET WS-BALANCE-FAILED TO TRUE
           END-IF.
           IF WS-BALANCE-FAILED
               DISPLAY 'GCDBCOMB: PARTITIONS DO NOT BALANCE - '
                   'GCDBATCH NOT MARKED SUCCESSFUL'
               SET RC-OUT-OF-BALANCE TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
           ELSE
               DISPLAY 'GCDBCOMB: PARTITIONS BALANCE TO THE ORIGINAL '
                   'TRAILER - ' WS-TOTAL-DATA-COUNT ' RECORDS, HASH '
                   WS-TOTAL-HASH
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up, report the combined counts, and
      * stamp the end.
      *****************************************************************
       9000-TERMINATE.
           IF WS-OUTPUTS-OPEN
               CLOSE GCD-OUTPUT-FILE GCD-VERIFY-FILE GCD-REJECT-FILE
               IF WS-RATIO-REQUESTED
                   CLOSE GCD-RATIO-FILE
               END-IF
           END-IF.
           DISPLAY 'GCDBCOMB: PARTITIONS       = ' WS-PT-COUNT.
           DISPLAY 'GCDBCOMB: RECORDS READ     = ' WS-TOTAL-DATA-COUNT.
           DISPLAY 'GCDBCOMB: RECORDS WRITTEN  = ' WS-TOTAL-OUT-COUNT.
           DISPLAY 'GCDBCOMB: PROOF RECORDS    = ' WS-TOTAL-VER-COUNT.
           DISPLAY 'GCDBCOMB: RECORDS REJECTED = ' WS-TOTAL-REJ-COUNT.
           IF WS-RATIO-REQUESTED
               DISPLAY 'GCDBCOMB: RATIO RECORDS    = '
                   WS-TOTAL-RAT-COUNT
           END-IF.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp GCDBATCH with the return code
      * this run settled on; only a balanced night is clean.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDBATCH' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDBCOMB: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDBCOMB.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
