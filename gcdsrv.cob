      * table.  Nothing is computed for a rejected call; the result
      * fields come back zero with the rejected status.
      *
      * Every call, accepted or rejected, is metered: one service-
      * call record (GCDUSREC.cpy) is appended to the GCDUSAGE log
      * with the calling program, the operand count and the status
      * returned, for the monthly chargeback GCDCHGB prints.  The
      * caller names itself through the optional GCDSRVC.cpy area
      * passed as a second parameter; a caller that passes only
      * GCD-SERVICE-AREA, as every caller written before metering
      * does, is logged under the job's GCDSRV-CALLER environment
      * variable, or as UNKNOWN.  A usage log that cannot be written
      * is reported once on the job log and never fails the call.
      *
      * Build (as a callable module; the module file must carry the
      * PROGRAM-ID's name for the dynamic CALL to resolve):
      *   $ cobc -m gcdsrv.cob -I copybooks -o GCDSRV.so
      * Modification history:
      *   2026-08-21  DLM  Original callable service around the GCD2
      *                    and GCDLCM folds.
      *   2026-10-15  DLM  Meter every call to the GCDUSAGE log, with
      *                    the caller named by the optional GCDSRVC
      *                    area or the GCDSRV-CALLER environment
      *                    variable.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDSRV.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-08-21.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign name is a literal: the operand loops subscript the
      * caller's table before the log is opened, which re-points the
      * scratch descriptor a word-form assign resolves through under
      * this compiler and turns the open into status 35.
       FILE-CONTROL.
           SELECT GCD-USAGE-FILE ASSIGN TO 'GCDUSAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-USAGE-FILE.
           COPY GCDUSREC.
       WORKING-STORAGE SECTION.
       01 WS-SUBSCRIPT            PIC S9(04) COMP.
       01 WS-RUNNING-GCD          PIC Z(20).
       01 WS-LCM-OVERFLOW-FLAG    PIC X(01) VALUE 'N'.
       01 WS-VALID-SWITCH         PIC X(01) VALUE 'Y'.
           88 WS-INPUT-VALID              VALUE 'Y'.
       01 WS-USAGE-STATUS         PIC X(02) VALUE SPACES.
           88 WS-USAGE-OK                 VALUE '00'.
           88 WS-USAGE-NO-FILE            VALUE '35'.
       01 WS-USAGE-WARNED-SWITCH  PIC X(01) VALUE 'N'.
           88 WS-USAGE-WARNED             VALUE 'Y'.
       01 WS-PARM-COUNT           PIC 9(03).
       01 WS-CALLER               PIC X(08).
       01 WS-TIMESTAMP            PIC X(21).

       LINKAGE SECTION.
           COPY GCDSRVL.

           COPY GCDSRVC.

       PROCEDURE DIVISION USING GCD-SERVICE-AREA GCD-SERVICE-CALLER.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
           ELSE
               MOVE 8 TO GCD-SV-STATUS
           END-IF.
           PERFORM 3000-METER-CALL THRU 3000-EXIT.
           GOBACK.

      *****************************************************************
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-METER-CALL - append this call's usage record.  The
      * caller area is only looked at when the caller passed it;
      * the log is opened and closed around each record, as the
      * GCD driver does with GCDAUDIT, so nothing is lost if the
      * calling job ends abruptly.
      *****************************************************************
       3000-METER-CALL.
           CALL 'C$NARG' USING WS-PARM-COUNT.
           MOVE SPACES TO WS-CALLER.
           IF WS-PARM-COUNT > 1
               MOVE GCD-SC-PROGRAM TO WS-CALLER
           ELSE
               ACCEPT WS-CALLER FROM ENVIRONMENT 'GCDSRV-CALLER'
           END-IF.
           IF WS-CALLER = SPACES OR WS-CALLER = LOW-VALUES
               MOVE 'UNKNOWN' TO WS-CALLER
           END-IF.
           OPEN EXTEND GCD-USAGE-FILE.
           IF WS-USAGE-NO-FILE
               OPEN OUTPUT GCD-USAGE-FILE
           END-IF.
           IF NOT WS-USAGE-OK
               IF NOT WS-USAGE-WARNED
                   DISPLAY 'GCDSRV: UNABLE TO OPEN GCDUSAGE, STATUS '
                       WS-USAGE-STATUS ' - CALLS NOT METERED'
                   SET WS-USAGE-WARNED TO TRUE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           SET GCD-US-SERVICE-CALL TO TRUE.
           MOVE WS-TIMESTAMP (1:8) TO GCD-US-DATE.
           MOVE WS-TIMESTAMP (9:6) TO GCD-US-TIME.
           MOVE WS-CALLER TO GCD-US-CONSUMER.
           MOVE 1 TO GCD-US-RECORDS.
           IF GCD-SV-COUNT IS NUMERIC
               MOVE GCD-SV-COUNT TO GCD-US-OPERANDS
           ELSE
               MOVE ZERO TO GCD-US-OPERANDS
           END-IF.
           MOVE GCD-SV-STATUS TO GCD-US-STATUS.
           WRITE GCD-USAGE-RECORD.
           IF NOT WS-USAGE-OK AND NOT WS-USAGE-WARNED
               DISPLAY 'GCDSRV: GCDUSAGE WRITE ERROR, STATUS '
                   WS-USAGE-STATUS ' - CALLS NOT METERED'
               SET WS-USAGE-WARNED TO TRUE
           END-IF.
           CLOSE GCD-USAGE-FILE.
       3000-EXIT.
           EXIT.

       END PROGRAM GCDSRV.

       COPY GCD2PGM.
