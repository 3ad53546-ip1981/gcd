      *                    effective settings are echoed to the job
      *                    log so a run is reproducible from one
      *                    artifact.
      *   2026-10-15  DLM  GCDB-PARTITION=nn runs this job as
      *                    partition nn of a night GCDBSPLT has split
      *                    by group-key range: every file it reads
      *                    and writes takes a .Pnn suffix (GCDBIN.P03,
      *                    GCDBOUT.P03, ...) and the run is stamped
      *                    on GCDRUNC as GCDBPnn, so the partitions
      *                    run side by side and GCDBATCH is only
      *                    stamped once GCDBCOMB has combined them and
      *                    proved they balance.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDBATCH.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The file names are data items so a partition run can point
      * every file at its own .Pnn copy before the first open; they
      * hold the plain names otherwise.
       FILE-CONTROL.
           SELECT GCD-INPUT-FILE ASSIGN TO WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT GCD-OUTPUT-FILE ASSIGN TO WS-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT GCD-CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GCD-VERIFY-FILE ASSIGN TO WS-VERIFY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT GCD-RATIO-FILE ASSIGN TO WS-RATIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATIO-STATUS.
           SELECT GCD-REJECT-FILE ASSIGN TO WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       01 WS-CKPT-INTERVAL-RAW        PIC X(05) VALUE SPACES.
       01 WS-CKPT-INTERVAL            PIC 9(05) COMP VALUE 100.

      *****************************************************************
      * Partition run: GCDB-PARTITION=nn names the .Pnn files and the
      * GCDBPnn run-control stamp; unset, the run is the whole night
      * under the plain names and stamps as GCDBATCH.
      *****************************************************************
       01 WS-PARTITION-RAW            PIC X(02) VALUE SPACES.
       01 WS-RC-PROGRAM-NAME          PIC X(08) VALUE 'GCDBATCH'.
       01 WS-INPUT-NAME               PIC X(30) VALUE 'GCDBIN'.
       01 WS-OUTPUT-NAME              PIC X(30) VALUE 'GCDBOUT'.
       01 WS-CHECKPOINT-NAME          PIC X(30) VALUE 'GCDCKPT'.
       01 WS-VERIFY-NAME              PIC X(30) VALUE 'GCDBVER'.
       01 WS-RATIO-NAME               PIC X(30) VALUE 'GCDBRAT'.
       01 WS-REJECT-NAME              PIC X(30) VALUE 'GCDBREJ'.

           COPY GCDRUNCL.

           COPY GCDPARML.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1003-GET-PARTITION THRU 1003-EXIT.
           PERFORM 1005-RUN-CONTROL-START THRU 1005-EXIT.
           PERFORM 1007-LOAD-PARAMETERS THRU 1007-EXIT.
           PERFORM 1010-GET-CKPT-INTERVAL THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1003-GET-PARTITION - GCDB-PARTITION=nn (two digits, 01-99)
      * makes this run partition nn of a split night: its files are
      * the .Pnn copies GCDBSPLT wrote and GCDBCOMB collects, and it
      * stamps GCDRUNC as GCDBPnn so nothing downstream mistakes one
      * partition for the whole night.  It is an environment setting
      * only - every partition job of the night shares one GCDPARM.
      *****************************************************************
       1003-GET-PARTITION.
           ACCEPT WS-PARTITION-RAW FROM ENVIRONMENT 'GCDB-PARTITION'.
           IF WS-PARTITION-RAW = SPACES
               GO TO 1003-EXIT
           END-IF.
           IF WS-PARTITION-RAW IS NOT NUMERIC
                   OR WS-PARTITION-RAW = '00'
               DISPLAY 'GCDBATCH: GCDB-PARTITION ' WS-PARTITION-RAW
                   ' IS NOT A PARTITION NUMBER 01-99'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-RC-PROGRAM-NAME WS-INPUT-NAME
               WS-OUTPUT-NAME WS-CHECKPOINT-NAME WS-VERIFY-NAME
               WS-RATIO-NAME WS-REJECT-NAME.
           STRING 'GCDBP' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-RC-PROGRAM-NAME.
           STRING 'GCDBIN.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-INPUT-NAME.
           STRING 'GCDBOUT.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-OUTPUT-NAME.
           STRING 'GCDCKPT.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME.
           STRING 'GCDBVER.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-VERIFY-NAME.
           STRING 'GCDBRAT.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-RATIO-NAME.
           STRING 'GCDBREJ.P' WS-PARTITION-RAW
               DELIMITED BY SIZE INTO WS-REJECT-NAME.
           DISPLAY 'GCDBATCH: PARTITION RUN ' WS-PARTITION-RAW
               ' - INPUT ' WS-INPUT-NAME.
       1003-EXIT.
           EXIT.

      *****************************************************************
      * 1005-RUN-CONTROL-START - stamp tonight's start on the shared
      * run-control file so the downstream consumers of GCDBOUT can
      *****************************************************************
       1005-RUN-CONTROL-START.
           SET GCD-RC-FN-START TO TRUE.
           MOVE WS-RC-PROGRAM-NAME TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
      *****************************************************************
       9400-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE WS-RC-PROGRAM-NAME TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
