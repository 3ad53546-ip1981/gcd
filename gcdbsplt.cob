      *****************************************************************
      * GCDBSPLT.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Splits the night's GCDBIN transmission into partitions by
      * GCD-BI-GROUP-KEY range so GCDBATCH can run as several
      * independent jobs side by side instead of one long pass:
      *
      *   $ ./gcdbsplt-cob
      *   $ GCDB-PARTITION=01 ./gcdbatch-cob     (one job per
      *   $ GCDB-PARTITION=02 ./gcdbatch-cob      partition, run
      *     ...                                   in parallel)
      *   $ ./gcdbcomb-cob
      *
      * GCDBIN is proved whole first - header and trailer present,
      * file date tonight, record count and hash total balancing -
      * exactly as GCDBATCH itself would prove it; a transmission
      * that fails is not split at all.  The data records are then
      * sorted into group-key order and dealt out in contiguous key
      * ranges of as near equal size as the keys allow: every record
      * for one group key lands in the same partition.  Partition nn
      * is written to GCDBIN.Pnn carrying the original header and a
      * trailer of its own - its record count and hash total - so it
      * passes GCDBATCH's transmission-control verification as a
      * complete file.  The number of partitions comes from the
      * GCDB-PARTITIONS parameter (default 4, at most 99); that many
      * files are always written, a partition with no data records
      * being a header and a zero trailer, so the schedule can run a
      * fixed set of partition jobs every night.
      *
      * GCDBPCTL records the original header and trailer and each
      * partition's key range, count and hash (GCDBPREC.cpy) for
      * GCDBCOMB, which combines the partition outputs and balances
      * them back to the original trailer before GCDBATCH is stamped
      * complete.  A corrected reject file going back through with
      * GCDB-RESUBMIT=Y carries no controls and is run whole, not
      * split.
      *
      * Return codes: 0 split, 12 transmission controls failed -
      * nothing split, 16 file error or bad parameter.
      *
      * Build:
      *   $ cobc -x gcdbsplt.cob -I copybooks -o gcdbsplt-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original group-key range split of GCDBIN
      *                    for partitioned GCDBATCH runs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDBSPLT.
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
           SELECT GCD-INPUT-FILE ASSIGN TO 'GCDBIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT GCD-SORT-FILE ASSIGN TO 'GCDBSWK'.
           SELECT GCD-SORTED-FILE ASSIGN TO 'GCDBSRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT GCD-PART-FILE ASSIGN TO WS-PART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT GCD-CONTROL-FILE ASSIGN TO 'GCDBPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-INPUT-FILE.
           COPY GCDREC REPLACING GCD-BATCH-INPUT-RECORD
               BY GCD-INPUT-REC.
           COPY GCDCTL REPLACING GCD-CONTROL-RECORD
               BY GCD-CONTROL-REC.
      *****************************************************************
      * The sort record: the data record whole, its group key in
      * front as text, its position on GCDBIN so a group's records
      * keep their order, and its own share of the hash total so a
      * partition's hash is the sum of its records' shares.
      *****************************************************************
       SD  GCD-SORT-FILE.
       01 GCD-SORT-REC.
           05 GCD-SO-GROUP-KEY        PIC X(10).
           05 GCD-SO-SEQUENCE         PIC 9(09).
           05 GCD-SO-RECORD-HASH      PIC 9(20).
           05 GCD-SO-RECORD           PIC X(1013).
       FD  GCD-SORTED-FILE.
       01 GCD-SORTED-REC.
           05 GCD-SD-GROUP-KEY        PIC X(10).
           05 GCD-SD-SEQUENCE         PIC 9(09).
           05 GCD-SD-RECORD-HASH      PIC 9(20).
           05 GCD-SD-RECORD           PIC X(1013).
      *****************************************************************
      * A partition file is a GCDBIN in its own right: the original
      * header, the partition's data records in the GCDREC layout,
      * and a trailer in the GCDCTL layout.
      *****************************************************************
       FD  GCD-PART-FILE.
       01 GCD-PART-REC PIC X(1013).
       FD  GCD-CONTROL-FILE.
           COPY GCDBPREC.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-INPUT-OK                  VALUE '00'.
           88 WS-INPUT-EOF                 VALUE '10'.
       01 WS-SORTED-STATUS        PIC X(02) VALUE SPACES.
           88 WS-SORTED-OK                 VALUE '00'.
           88 WS-SORTED-EOF                VALUE '10'.
       01 WS-PART-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PART-OK                   VALUE '00'.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE SPACES.
           88 WS-CONTROL-OK                VALUE '00'.

       01 WS-SWITCHES.
           05 WS-INPUT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-INPUT-DONE                VALUE 'Y'.
           05 WS-SORTED-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-SORTED-DONE               VALUE 'Y'.
           05 WS-PART-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-PART-OPEN                 VALUE 'Y'.
           05 WS-CONTROL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-CONTROL-OPEN              VALUE 'Y'.

      *****************************************************************
      * Transmission control verification, as GCDBATCH does it: what
      * the header and trailer said against what was actually read.
      *****************************************************************
       01 WS-CONTROL-AREA.
           05 WS-HEADER-SWITCH        PIC X(01) VALUE 'N'.
               88 WS-HEADER-SEEN               VALUE 'Y'.
           05 WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
               88 WS-TRAILER-SEEN              VALUE 'Y'.
           05 WS-CONTROL-FAIL-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-CONTROL-FAILED            VALUE 'Y'.
           05 WS-HEADER-SAVE          PIC X(31) VALUE SPACES.
           05 WS-CT-FILE-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CT-SOURCE-SYSTEM     PIC X(10) VALUE SPACES.
           05 WS-CT-EXPECTED-COUNT    PIC 9(09) VALUE ZERO.
           05 WS-CT-EXPECTED-HASH     PIC 9(20) VALUE ZERO.
           05 WS-DATA-RECORD-COUNT    PIC 9(09) COMP VALUE ZERO.
           05 WS-HASH-ACCUM           PIC 9(20) VALUE ZERO.
           05 WS-RECORD-HASH          PIC 9(20) VALUE ZERO.
           05 WS-RUN-DATE             PIC 9(08) VALUE ZERO.

      *****************************************************************
      * A partition trailer, in the GCDCTL trailer layout.
      *****************************************************************
       01 WS-PART-TRAILER.
           05 WS-PT-RECORD-TYPE       PIC X(02) VALUE '*T'.
           05 WS-PT-RECORD-COUNT      PIC 9(09).
           05 WS-PT-HASH-TOTAL        PIC 9(20).

      *****************************************************************
      * The partition being written: its number and file name, its
      * key range, count and hash, and the size each partition is
      * filled to before the next group key starts the next one.
      *****************************************************************
       01 WS-PARTITION-AREA.
           05 WS-PARTITIONS           PIC 9(09) COMP VALUE 4.
           05 WS-PARTITIONS-RAW       PIC X(05) VALUE SPACES.
           05 WS-PART-NUMBER          PIC 9(02) VALUE ZERO.
           05 WS-PART-TARGET          PIC 9(09) COMP VALUE ZERO.
           05 WS-PART-COUNT           PIC 9(09) COMP VALUE ZERO.
           05 WS-PART-HASH            PIC 9(20) VALUE ZERO.
           05 WS-PART-LOW-KEY         PIC X(10) VALUE SPACES.
           05 WS-PART-HIGH-KEY        PIC X(10) VALUE SPACES.
           05 WS-FILE-LOW-KEY         PIC X(10) VALUE SPACES.
           05 WS-FILE-HIGH-KEY        PIC X(10) VALUE SPACES.
           05 WS-RECORDS-SPLIT        PIC 9(09) COMP VALUE ZERO.
       01 WS-PART-NAME                PIC X(30) VALUE SPACES.

       01 WS-WORK-AREA.
           05 WS-SUBSCRIPT            PIC S9(04) COMP.
           05 WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-CONTROLS-FAILED           VALUE 12.
           88 RC-FILE-ERROR                VALUE 16.

           COPY GCDRUNCL.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-SORT-INPUT THRU 1500-EXIT.
           PERFORM 2000-VERIFY-CONTROLS THRU 2000-EXIT.
           PERFORM 3000-WRITE-PARTITIONS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - run control, and the number of partitions.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-PARTITIONS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - load the run parameters and stamp
      * tonight's start.  The split is the first step of the night's
      * GCDBATCH work, so there is no predecessor to wait for.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDBSPLT: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDBSPLT' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDBSPLT: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-PARTITIONS - how many partitions to split the night
      * into; the GCDB-PARTITIONS parameter overrides the default of
      * 4 and the environment variable overrides both.  The partition
      * number is two digits in every file name, so 99 is the most.
      *****************************************************************
       1100-GET-PARTITIONS.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDB-PARTITIONS' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-PARTITIONS
           END-IF.
           ACCEPT WS-PARTITIONS-RAW FROM ENVIRONMENT
               'GCDB-PARTITIONS'.
           IF WS-PARTITIONS-RAW IS NUMERIC
                   AND WS-PARTITIONS-RAW NOT = SPACES
               MOVE WS-PARTITIONS-RAW TO WS-PARTITIONS
           END-IF.
           DISPLAY 'GCDBSPLT: EFFECTIVE GCDB-PARTITIONS = '
               WS-PARTITIONS.
           IF WS-PARTITIONS < 1 OR WS-PARTITIONS > 99
               DISPLAY 'GCDBSPLT: GCDB-PARTITIONS MUST BE 1 TO 99'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SORT-INPUT - every data record of GCDBIN to the sort in
      * group-key order; the header and trailer are noted on the way
      * through for the verification.
      *****************************************************************
       1500-SORT-INPUT.
           SORT GCD-SORT-FILE
               ON ASCENDING KEY GCD-SO-GROUP-KEY
               ON ASCENDING KEY GCD-SO-SEQUENCE
               INPUT PROCEDURE IS 1600-RELEASE-INPUT
                   THRU 1600-EXIT
               GIVING GCD-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO OR RC-FILE-ERROR
               DISPLAY 'GCDBSPLT: GCDBIN SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1600-RELEASE-INPUT - the sort's input procedure.
      *****************************************************************
       1600-RELEASE-INPUT.
           OPEN INPUT GCD-INPUT-FILE.
           IF NOT WS-INPUT-OK
               DISPLAY 'GCDBSPLT: UNABLE TO OPEN GCDBIN, STATUS '
                   WS-INPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1700-RELEASE-ONE THRU 1700-EXIT
               UNTIL WS-INPUT-DONE.
           CLOSE GCD-INPUT-FILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 1700-RELEASE-ONE - read one GCDBIN record.  A control record
      * ('*' in position one) is noted; a data record is counted,
      * hashed, and released with its own share of the hash.
      *****************************************************************
       1700-RELEASE-ONE.
           READ GCD-INPUT-FILE.
           IF WS-INPUT-EOF
               SET WS-INPUT-DONE TO TRUE
               GO TO 1700-EXIT
           END-IF.
           IF NOT WS-INPUT-OK
               DISPLAY 'GCDBSPLT: GCDBIN READ ERROR, STATUS '
                   WS-INPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               SET WS-INPUT-DONE TO TRUE
               GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
           IF GCD-CT-RECORD-TYPE (1:1) = '*'
               PERFORM 1800-PROCESS-CONTROL THRU 1800-EXIT
               GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-DATA-RECORD-COUNT.
           PERFORM 1850-HASH-RECORD THRU 1850-EXIT.
           COMPUTE WS-HASH-ACCUM = FUNCTION MOD
               (WS-HASH-ACCUM + WS-RECORD-HASH,
               100000000000000000000).
           MOVE GCD-BI-GROUP-KEY TO GCD-SO-GROUP-KEY.
           MOVE WS-RECORDS-READ TO GCD-SO-SEQUENCE.
           MOVE WS-RECORD-HASH TO GCD-SO-RECORD-HASH.
           MOVE GCD-INPUT-REC TO GCD-SO-RECORD.
           RELEASE GCD-SORT-REC.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * 1800-PROCESS-CONTROL - capture what the header and trailer
      * claim about the transmission; anything else starting with '*'
      * is a malformed control record and fails the split.
      *****************************************************************
       1800-PROCESS-CONTROL.
           EVALUATE TRUE
               WHEN GCD-CT-HEADER
                   IF WS-HEADER-SEEN
                       DISPLAY 'GCDBSPLT: DUPLICATE HEADER RECORD'
                       SET WS-CONTROL-FAILED TO TRUE
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE GCD-CONTROL-REC TO WS-HEADER-SAVE
                       MOVE GCD-CT-FILE-DATE TO WS-CT-FILE-DATE
                       MOVE GCD-CT-SOURCE-SYSTEM
                           TO WS-CT-SOURCE-SYSTEM
                   END-IF
               WHEN GCD-CT-TRAILER
                   IF WS-TRAILER-SEEN
                       DISPLAY 'GCDBSPLT: DUPLICATE TRAILER RECORD'
                       SET WS-CONTROL-FAILED TO TRUE
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE GCD-CT-RECORD-COUNT
                           TO WS-CT-EXPECTED-COUNT
                       MOVE GCD-CT-HASH-TOTAL TO WS-CT-EXPECTED-HASH
                   END-IF
               WHEN OTHER
                   DISPLAY 'GCDBSPLT: UNRECOGNIZED CONTROL RECORD '
                       GCD-CT-RECORD-TYPE
                   SET WS-CONTROL-FAILED TO TRUE
           END-EVALUATE.
       1800-EXIT.
           EXIT.

      *****************************************************************
      * 1850-HASH-RECORD - this data record's share of the hash
      * total: the low-order 20 digits of the sum of its 50 operand
      * slots, a corrupted slot contributing nothing, exactly as
      * GCDBATCH folds them.
      *****************************************************************
       1850-HASH-RECORD.
           MOVE ZERO TO WS-RECORD-HASH.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 50
               IF GCD-BI-VALUES (WS-SUBSCRIPT) IS NUMERIC
                   COMPUTE WS-RECORD-HASH = FUNCTION MOD
                       (WS-RECORD-HASH + GCD-BI-VALUES (WS-SUBSCRIPT),
                       100000000000000000000)
               END-IF
           END-PERFORM.
       1850-EXIT.
           EXIT.

      *****************************************************************
      * 2000-VERIFY-CONTROLS - the transmission must prove whole
      * before it is split: partitions cut from a truncated file
      * would each balance on their own and hide the loss.
      *****************************************************************
       2000-VERIFY-CONTROLS.
           IF NOT WS-HEADER-SEEN
               DISPLAY 'GCDBSPLT: *** NO HEADER RECORD ON GCDBIN ***'
               SET WS-CONTROL-FAILED TO TRUE
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'GCDBSPLT: *** NO TRAILER RECORD - '
                   'TRANSMISSION TRUNCATED? ***'
               SET WS-CONTROL-FAILED TO TRUE
           ELSE
               IF WS-CT-EXPECTED-COUNT NOT = WS-DATA-RECORD-COUNT
                   DISPLAY 'GCDBSPLT: *** RECORD COUNT MISMATCH - '
                       'TRAILER SAYS ' WS-CT-EXPECTED-COUNT
                       ', READ ' WS-DATA-RECORD-COUNT ' ***'
                   SET WS-CONTROL-FAILED TO TRUE
               END-IF
               IF WS-CT-EXPECTED-HASH NOT = WS-HASH-ACCUM
                   DISPLAY 'GCDBSPLT: *** HASH TOTAL MISMATCH - '
                       'TRAILER SAYS ' WS-CT-EXPECTED-HASH
                       ', COMPUTED ' WS-HASH-ACCUM ' ***'
                   SET WS-CONTROL-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-HEADER-SEEN AND WS-CT-FILE-DATE NOT = WS-RUN-DATE
               DISPLAY 'GCDBSPLT: *** STALE FILE DATE '
                   WS-CT-FILE-DATE ', RUN DATE ' WS-RUN-DATE ' ***'
               SET WS-CONTROL-FAILED TO TRUE
           END-IF.
           IF WS-CONTROL-FAILED
               DISPLAY 'GCDBSPLT: TRANSMISSION CONTROLS FAILED - '
                   'GCDBIN NOT SPLIT'
               SET RC-CONTROLS-FAILED TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'GCDBSPLT: TRANSMISSION CONTROLS VERIFIED - '
               'FILE DATE ' WS-CT-FILE-DATE
               ' FROM ' WS-CT-SOURCE-SYSTEM.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-SORTED - the next data record in group-key order.
      *****************************************************************
       2100-READ-SORTED.
           READ GCD-SORTED-FILE.
           IF WS-SORTED-EOF
               SET WS-SORTED-DONE TO TRUE
           ELSE
               IF NOT WS-SORTED-OK
                   DISPLAY 'GCDBSPLT: GCDBSRT READ ERROR, STATUS '
                       WS-SORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-PARTITIONS - deal the sorted records out.  Each
      * partition is filled to its share of the file; once it has
      * that many, the next new group key starts the next partition,
      * so a group is never split.  The last partition takes whatever
      * is left, and partitions the keys ran out before are written
      * empty.  The original controls go to GCDBPCTL first, each
      * partition's as it is closed.
      *****************************************************************
       3000-WRITE-PARTITIONS.
           OPEN OUTPUT GCD-CONTROL-FILE.
           IF NOT WS-CONTROL-OK
               DISPLAY 'GCDBSPLT: UNABLE TO OPEN GCDBPCTL, STATUS '
                   WS-CONTROL-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-CONTROL-OPEN TO TRUE.
           OPEN INPUT GCD-SORTED-FILE.
           IF NOT WS-SORTED-OK
               DISPLAY 'GCDBSPLT: UNABLE TO OPEN GCDBSRT, STATUS '
                   WS-SORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-PART-TARGET =
               (WS-DATA-RECORD-COUNT + WS-PARTITIONS - 1)
                   / WS-PARTITIONS.
           IF WS-PART-TARGET = ZERO
               MOVE 1 TO WS-PART-TARGET
           END-IF.
           PERFORM 3050-WRITE-ORIGINAL THRU 3050-EXIT.
           MOVE 1 TO WS-PART-NUMBER.
           PERFORM 3100-OPEN-PARTITION THRU 3100-EXIT.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
           PERFORM 3200-SPLIT-ONE THRU 3200-EXIT
               UNTIL WS-SORTED-DONE.
           CLOSE GCD-SORTED-FILE.
           PERFORM 3300-CLOSE-PARTITION THRU 3300-EXIT.
           PERFORM UNTIL WS-PART-NUMBER >= WS-PARTITIONS
               ADD 1 TO WS-PART-NUMBER
               PERFORM 3100-OPEN-PARTITION THRU 3100-EXIT
               PERFORM 3300-CLOSE-PARTITION THRU 3300-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3050-WRITE-ORIGINAL - the original transmission's header and
      * trailer to GCDBPCTL, for GCDBCOMB to balance back to.  The
      * key range is the whole file's; the sorted work file is read
      * once ahead to find it.
      *****************************************************************
       3050-WRITE-ORIGINAL.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
           PERFORM 3060-FIND-KEY-RANGE THRU 3060-EXIT
               UNTIL WS-SORTED-DONE.
           CLOSE GCD-SORTED-FILE.
           OPEN INPUT GCD-SORTED-FILE.
           MOVE 'N' TO WS-SORTED-EOF-SWITCH.
           MOVE SPACES TO GCD-PARTITION-RECORD.
           SET GCD-BP-ORIGINAL TO TRUE.
           MOVE WS-PARTITIONS TO GCD-BP-PARTITION.
           MOVE WS-CT-FILE-DATE TO GCD-BP-FILE-DATE.
           MOVE WS-CT-SOURCE-SYSTEM TO GCD-BP-SOURCE-SYSTEM.
           MOVE WS-FILE-LOW-KEY TO GCD-BP-LOW-KEY.
           MOVE WS-FILE-HIGH-KEY TO GCD-BP-HIGH-KEY.
           MOVE WS-CT-EXPECTED-COUNT TO GCD-BP-RECORD-COUNT.
           MOVE WS-CT-EXPECTED-HASH TO GCD-BP-HASH-TOTAL.
           PERFORM 3400-WRITE-CONTROL THRU 3400-EXIT.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3060-FIND-KEY-RANGE - the first sorted key is the lowest, the
      * last the highest.
      *****************************************************************
       3060-FIND-KEY-RANGE.
           IF WS-FILE-LOW-KEY = SPACES
               MOVE GCD-SD-GROUP-KEY TO WS-FILE-LOW-KEY
           END-IF.
           MOVE GCD-SD-GROUP-KEY TO WS-FILE-HIGH-KEY.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
       3060-EXIT.
           EXIT.

      *****************************************************************
      * 3100-OPEN-PARTITION - start GCDBIN.Pnn with the original
      * header.
      *****************************************************************
       3100-OPEN-PARTITION.
           MOVE SPACES TO WS-PART-NAME.
           STRING 'GCDBIN.P' WS-PART-NUMBER
               DELIMITED BY SIZE INTO WS-PART-NAME.
           OPEN OUTPUT GCD-PART-FILE.
           IF NOT WS-PART-OK
               DISPLAY 'GCDBSPLT: UNABLE TO OPEN ' WS-PART-NAME
                   ' STATUS ' WS-PART-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-PART-OPEN TO TRUE.
           MOVE ZERO TO WS-PART-COUNT WS-PART-HASH.
           MOVE SPACES TO WS-PART-LOW-KEY WS-PART-HIGH-KEY.
           MOVE WS-HEADER-SAVE TO GCD-PART-REC.
           PERFORM 3500-WRITE-PART-REC THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-SPLIT-ONE - one sorted record into the current partition,
      * or into the next one when the current one is full and this
      * record starts a new group key.
      *****************************************************************
       3200-SPLIT-ONE.
           IF WS-PART-COUNT >= WS-PART-TARGET
                   AND GCD-SD-GROUP-KEY NOT = WS-PART-HIGH-KEY
                   AND WS-PART-NUMBER < WS-PARTITIONS
               PERFORM 3300-CLOSE-PARTITION THRU 3300-EXIT
               ADD 1 TO WS-PART-NUMBER
               PERFORM 3100-OPEN-PARTITION THRU 3100-EXIT
           END-IF.
           MOVE GCD-SD-RECORD TO GCD-PART-REC.
           PERFORM 3500-WRITE-PART-REC THRU 3500-EXIT.
           ADD 1 TO WS-PART-COUNT.
           ADD 1 TO WS-RECORDS-SPLIT.
           COMPUTE WS-PART-HASH = FUNCTION MOD
               (WS-PART-HASH + GCD-SD-RECORD-HASH,
               100000000000000000000).
           IF WS-PART-LOW-KEY = SPACES
               MOVE GCD-SD-GROUP-KEY TO WS-PART-LOW-KEY
           END-IF.
           MOVE GCD-SD-GROUP-KEY TO WS-PART-HIGH-KEY.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-CLOSE-PARTITION - the partition's own trailer, then its
      * entry on GCDBPCTL.
      *****************************************************************
       3300-CLOSE-PARTITION.
           MOVE SPACES TO GCD-PART-REC.
           MOVE WS-PART-COUNT TO WS-PT-RECORD-COUNT.
           MOVE WS-PART-HASH TO WS-PT-HASH-TOTAL.
           MOVE WS-PART-TRAILER TO GCD-PART-REC.
           PERFORM 3500-WRITE-PART-REC THRU 3500-EXIT.
           CLOSE GCD-PART-FILE.
           MOVE 'N' TO WS-PART-OPEN-SWITCH.
           MOVE SPACES TO GCD-PARTITION-RECORD.
           SET GCD-BP-PARTITION-ENTRY TO TRUE.
           MOVE WS-PART-NUMBER TO GCD-BP-PARTITION.
           MOVE WS-CT-FILE-DATE TO GCD-BP-FILE-DATE.
           MOVE WS-CT-SOURCE-SYSTEM TO GCD-BP-SOURCE-SYSTEM.
           MOVE WS-PART-LOW-KEY TO GCD-BP-LOW-KEY.
           MOVE WS-PART-HIGH-KEY TO GCD-BP-HIGH-KEY.
           MOVE WS-PART-COUNT TO GCD-BP-RECORD-COUNT.
           MOVE WS-PART-HASH TO GCD-BP-HASH-TOTAL.
           PERFORM 3400-WRITE-CONTROL THRU 3400-EXIT.
           DISPLAY 'GCDBSPLT: ' WS-PART-NAME ' KEYS '
               WS-PART-LOW-KEY ' TO ' WS-PART-HIGH-KEY
               ' RECORDS ' GCD-BP-RECORD-COUNT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-WRITE-CONTROL - one record to GCDBPCTL.
      *****************************************************************
       3400-WRITE-CONTROL.
           WRITE GCD-PARTITION-RECORD.
           IF NOT WS-CONTROL-OK
               DISPLAY 'GCDBSPLT: GCDBPCTL WRITE ERROR, STATUS '
                   WS-CONTROL-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3500-WRITE-PART-REC - one record to the open partition file.
      *****************************************************************
       3500-WRITE-PART-REC.
           WRITE GCD-PART-REC.
           IF NOT WS-PART-OK
               DISPLAY 'GCDBSPLT: ' WS-PART-NAME ' WRITE ERROR, '
                   'STATUS ' WS-PART-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up, report the counts, and stamp the
      * end.
      *****************************************************************
       9000-TERMINATE.
           IF WS-PART-OPEN
               CLOSE GCD-PART-FILE
           END-IF.
           IF WS-CONTROL-OPEN
               CLOSE GCD-CONTROL-FILE
           END-IF.
           DISPLAY 'GCDBSPLT: RECORDS READ    = ' WS-RECORDS-READ.
           DISPLAY 'GCDBSPLT: DATA RECORDS    = ' WS-DATA-RECORD-COUNT.
           DISPLAY 'GCDBSPLT: RECORDS SPLIT   = ' WS-RECORDS-SPLIT.
           DISPLAY 'GCDBSPLT: PARTITIONS      = ' WS-PART-NUMBER.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp the return code this run settled
      * on.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDBSPLT' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDBSPLT: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDBSPLT.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
