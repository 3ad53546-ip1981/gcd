      *                    the environment variables stay as
      *                    overrides and the effective settings are
      *                    echoed to the job log.
      *   2026-10-15  DLM  Meter the night's volume: at the end of
      *                    the run one batch-volume record per
      *                    source code, with the records reduced and
      *                    the operands they carried, is appended to
      *                    the GCDUSAGE log for the GCDCHGB monthly
      *                    chargeback.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDKBAT.
           SELECT GCD-OUTPUT-FILE ASSIGN TO GCDKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      * The usage log is opened at the end of the run, after the
      * operand and source tables have been subscripted, which
      * re-points the scratch descriptor word-form assigns resolve
      * through under this compiler; its assign name is a literal
      * so that open does not fail with status 35.
           SELECT GCD-USAGE-FILE ASSIGN TO 'GCDUSAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-INPUT-FILE.
           05 GCD-OR-GCD-VALUE    PIC 9(20).
           05 GCD-OR-STATUS       PIC X(01).
           05 GCD-OR-SOURCE-CODE  PIC X(02).
       FD  GCD-USAGE-FILE.
           COPY GCDUSREC.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-INPUT-EOF                 VALUE '10'.
       01 WS-OUTPUT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-OUTPUT-OK                  VALUE '00'.
       01 WS-USAGE-STATUS         PIC X(02) VALUE SPACES.
           88 WS-USAGE-OK                   VALUE '00'.
           88 WS-USAGE-NO-FILE              VALUE '35'.

       01 WS-SWITCHES.
           05 WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
       01 WS-CURRENT-SOURCE           PIC X(02) VALUE SPACES.
       01 WS-KEYED-HOLD               PIC X(1013).

      *****************************************************************
      * Volume by source code for the usage log.  GCDMERGE tags at
      * most five sources a night, so 20 entries is ample; a source
      * beyond that is reported and not metered.
      *****************************************************************
       01 WS-VOLUME-AREA.
           05 WS-VOLUME-COUNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-VOLUME-ENTRY OCCURS 20 TIMES.
               10 WS-VL-SOURCE        PIC X(02).
               10 WS-VL-RECORDS       PIC 9(09) COMP.
               10 WS-VL-OPERANDS      PIC 9(09) COMP.
       01 WS-VOLUME-INDEX             PIC 9(03) COMP.
       01 WS-VOLUME-SUB               PIC 9(03) COMP.
       01 WS-VOLUME-FULL-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-VOLUME-FULL                  VALUE 'Y'.
       01 WS-TIMESTAMP                PIC X(21).

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OVERRIDE-REQUESTED           VALUE 'Y'.
                       MOVE GCD-KS-KEYED-RECORD TO WS-KEYED-HOLD
                       MOVE WS-KEYED-HOLD TO GCD-INPUT-REC
                   END-IF
                   PERFORM 2150-COUNT-VOLUME THRU 2150-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2150-COUNT-VOLUME - add this record and its operands to its
      * source code's volume for the usage log.
      *****************************************************************
       2150-COUNT-VOLUME.
           MOVE ZERO TO WS-VOLUME-INDEX.
           PERFORM VARYING WS-VOLUME-SUB FROM 1 BY 1
                   UNTIL WS-VOLUME-SUB > WS-VOLUME-COUNT
                       OR WS-VOLUME-INDEX > ZERO
               IF WS-VL-SOURCE (WS-VOLUME-SUB) = WS-CURRENT-SOURCE
                   MOVE WS-VOLUME-SUB TO WS-VOLUME-INDEX
               END-IF
           END-PERFORM.
           IF WS-VOLUME-INDEX = ZERO
               IF WS-VOLUME-COUNT >= 20
                   IF NOT WS-VOLUME-FULL
                       DISPLAY 'GCDKBAT: MORE THAN 20 SOURCE CODES - '
                           'SOURCE ' WS-CURRENT-SOURCE ' NOT METERED'
                       SET WS-VOLUME-FULL TO TRUE
                   END-IF
                   GO TO 2150-EXIT
               END-IF
               ADD 1 TO WS-VOLUME-COUNT
               MOVE WS-VOLUME-COUNT TO WS-VOLUME-INDEX
               MOVE WS-CURRENT-SOURCE
                   TO WS-VL-SOURCE (WS-VOLUME-INDEX)
               MOVE ZERO TO WS-VL-RECORDS (WS-VOLUME-INDEX)
               MOVE ZERO TO WS-VL-OPERANDS (WS-VOLUME-INDEX)
           END-IF.
           ADD 1 TO WS-VL-RECORDS (WS-VOLUME-INDEX).
           IF GCD-KI-COUNT IS NUMERIC
               ADD GCD-KI-COUNT TO WS-VL-OPERANDS (WS-VOLUME-INDEX)
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2200-REDUCE-GROUP - run this record's operands through the
      * existing GCD2 remainder loop, one CALL per operand after the
           CLOSE GCD-INPUT-FILE GCD-OUTPUT-FILE.
           DISPLAY 'GCDKBAT: RECORDS READ    = ' WS-RECORDS-READ.
           DISPLAY 'GCDKBAT: RECORDS WRITTEN = ' WS-RECORDS-WRITTEN.
           PERFORM 9050-METER-VOLUME THRU 9050-EXIT.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9050-METER-VOLUME - one batch-volume record per source code
      * to the usage log.  The chargeback is not worth failing the
      * night's results for, so a log that cannot be written is
      * reported and the run goes on.
      *****************************************************************
       9050-METER-VOLUME.
           IF WS-VOLUME-COUNT = ZERO
               GO TO 9050-EXIT
           END-IF.
           OPEN EXTEND GCD-USAGE-FILE.
           IF WS-USAGE-NO-FILE
               OPEN OUTPUT GCD-USAGE-FILE
           END-IF.
           IF NOT WS-USAGE-OK
               DISPLAY 'GCDKBAT: UNABLE TO OPEN GCDUSAGE, STATUS '
                   WS-USAGE-STATUS ' - VOLUME NOT METERED'
               GO TO 9050-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM VARYING WS-VOLUME-SUB FROM 1 BY 1
                   UNTIL WS-VOLUME-SUB > WS-VOLUME-COUNT
               SET GCD-US-BATCH-VOLUME TO TRUE
               MOVE WS-RUN-DATE TO GCD-US-DATE
               MOVE WS-TIMESTAMP (9:6) TO GCD-US-TIME
               MOVE WS-VL-SOURCE (WS-VOLUME-SUB) TO GCD-US-CONSUMER
               MOVE WS-VL-RECORDS (WS-VOLUME-SUB) TO GCD-US-RECORDS
               MOVE WS-VL-OPERANDS (WS-VOLUME-SUB) TO GCD-US-OPERANDS
               MOVE RETURN-CODE TO GCD-US-STATUS
               WRITE GCD-USAGE-RECORD
               IF NOT WS-USAGE-OK
                   DISPLAY 'GCDKBAT: GCDUSAGE WRITE ERROR, STATUS '
                       WS-USAGE-STATUS ' - VOLUME NOT METERED'
               END-IF
           END-PERFORM.
           CLOSE GCD-USAGE-FILE.
       9050-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's run finished.
      *****************************************************************
