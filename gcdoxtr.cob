      *****************************************************************
      * GCDOXTR.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Outbound allocation interface extract.  The allocation system
      * used to pick up GCDBRAT and GCDKOUT straight off disk, with no
      * control record and no proof it loaded what we sent.  This
      * step builds one dated transmission file for it instead:
      *
      *   GCDOXMT-D<run date>-S<sequence>
      *
      * laid out in GCDOXREC.CPY - a header, one 'MA' detail for
      * every active GCDMAST account GCDMPOST posted tonight (last
      * computed on the run date), one 'RA' detail for every GCDBRAT
      * reduced ratio, and a trailer with the detail record count
      * and hash total.  Each transmission takes the next sequence
      * number and is booked in the GCDOREG outbound register
      * (GCDOGREC.CPY) as sent and awaiting acknowledgment; GCDOREC
      * matches the allocation system's acknowledgment back to it.
      *
      * GCDBRAT is only written when GCDBATCH runs with GCDB-RATIO=Y,
      * and is left untouched otherwise, so the ratios are taken only
      * under the same switch; without it, or without the file, the
      * transmission carries the account details alone and the run
      * ends with a warning.
      *
      * Runs after GCDMPOST and GCDBATCH.  A second transmission for
      * the same night would be loaded twice by the allocation
      * system, so a rerun is refused once tonight's extract has
      * stamped a good end.
      *
      * Return codes: 0 transmission written and registered, 4
      * written without the ratios, 16 file error, 24 run out of
      * sequence (GCDMPOST or GCDBATCH not complete, or tonight's
      * transmission already sent) - GCDRC-OVERRIDE=Y runs anyway.
      *
      * Build:
      *   $ cobc -x gcdoxtr.cob -I copybooks -o gcdoxtr-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original outbound allocation extract.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDOXTR.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The fixed assign names are literals: the transmission name is
      * built with a STRING between opens, which re-points the
      * scratch descriptor word-form assigns resolve through under
      * this compiler and turns the register open into status 35.
       FILE-CONTROL.
           SELECT GCD-MASTER-FILE ASSIGN TO 'GCDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GCD-MA-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GCD-RATIO-FILE ASSIGN TO 'GCDBRAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATIO-STATUS.
           SELECT GCD-XMIT-FILE ASSIGN TO WS-XMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT GCD-REGISTER-FILE ASSIGN TO 'GCDOREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-MASTER-FILE.
           COPY GCDMREC.
       FD  GCD-RATIO-FILE.
       01 GCD-RATIO-REC.
           05 GCD-RA-GROUP-KEY     PIC 9(10).
           05 GCD-RA-POSITION      PIC 9(03).
           05 GCD-RA-VALUE         PIC 9(20).
           05 GCD-RA-REDUCED       PIC 9(20).
       FD  GCD-XMIT-FILE.
           COPY GCDOXREC.
       FD  GCD-REGISTER-FILE.
           COPY GCDOGREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-EOF                VALUE '10'.
           88 WS-MASTER-NO-FILE            VALUE '35'.
       01 WS-RATIO-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RATIO-OK                  VALUE '00'.
           88 WS-RATIO-EOF                 VALUE '10'.
           88 WS-RATIO-NO-FILE             VALUE '35'.
       01 WS-XMIT-STATUS          PIC X(02) VALUE SPACES.
           88 WS-XMIT-OK                   VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
           88 WS-REGISTER-OK               VALUE '00'.
           88 WS-REGISTER-EOF              VALUE '10'.
           88 WS-REGISTER-NO-FILE          VALUE '35'.

       01 WS-XMIT-NAME            PIC X(30) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-MASTER-DONE               VALUE 'Y'.
           05 WS-RATIO-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-RATIO-DONE                VALUE 'Y'.
           05 WS-REGISTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88 WS-REGISTER-DONE             VALUE 'Y'.
           05 WS-XMIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-XMIT-OPEN                 VALUE 'Y'.

       01 WS-WORK-AREA.
           05 WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-ACCOUNTS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
           05 WS-RATIOS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
           05 WS-HASH-ACCUM           PIC 9(20) VALUE ZERO.
           05 WS-SEQUENCE             PIC 9(06) VALUE ZERO.
           05 WS-RUN-DATE             PIC 9(08).

       01 WS-RATIO-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-RATIO-REQUESTED              VALUE 'Y'.
       01 WS-RATIO-RAW                PIC X(01) VALUE SPACES.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-NO-RATIOS                 VALUE 4.
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
           PERFORM 2000-EXTRACT-ACCOUNTS THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-RATIOS THRU 3000-EXIT.
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
           PERFORM 5000-REGISTER-TRANSMISSION THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - sequencing checks, the ratio switch, the
      * next sequence number, and the transmission header.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-RATIO-SWITCH THRU 1100-EXIT.
           PERFORM 1200-NEXT-SEQUENCE THRU 1200-EXIT.
           MOVE SPACES TO WS-XMIT-NAME.
           STRING 'GCDOXMT-D' WS-RUN-DATE '-S' WS-SEQUENCE
               DELIMITED BY SIZE INTO WS-XMIT-NAME.
           OPEN OUTPUT GCD-XMIT-FILE.
           IF NOT WS-XMIT-OK
               DISPLAY 'GCDOXTR: UNABLE TO OPEN ' WS-XMIT-NAME
                   ', STATUS ' WS-XMIT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-XMIT-OPEN TO TRUE.
           MOVE SPACES TO GCD-XMIT-RECORD.
           SET GCD-XM-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO GCD-XM-FILE-DATE.
           MOVE WS-SEQUENCE TO GCD-XM-HDR-SEQUENCE.
           MOVE 'GCD' TO GCD-XM-SOURCE-SYSTEM.
           PERFORM 7000-WRITE-XMIT THRU 7000-EXIT.
           DISPLAY 'GCDOXTR: WRITING ' WS-XMIT-NAME.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - GCDMPOST must have posted tonight's
      * values and GCDBATCH written tonight's ratios, and tonight's
      * transmission must not already have gone.  GCDRC-OVERRIDE=Y
      * runs anyway; a clean start is stamped either way.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDOXTR: PARAMETER FILE REJECTED - '
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
           DISPLAY 'GCDOXTR: EFFECTIVE GCDRC-OVERRIDE = '
               WS-OVERRIDE-SWITCH.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDMPOST' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDOXTR: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDOXTR: GCDMPOST NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDOXTR: GCDMPOST HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO EXTRACT ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDBATCH' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDOXTR: GCDBATCH NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDOXTR: GCDBATCH HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO EXTRACT ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDOXTR' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF GCD-RC-STAMP-FOUND AND GCD-RC-FOUND-RC < 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDOXTR: TRANSMISSION ALREADY SENT FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDOXTR: TRANSMISSION ALREADY SENT FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO SEND ANOTHER'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDOXTR' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-RATIO-SWITCH - the ratios travel only when GCDBATCH
      * wrote them tonight: the same GCDB-RATIO switch, from the
      * parameter file with the environment overriding it either way.
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
           DISPLAY 'GCDOXTR: EFFECTIVE GCDB-RATIO = '
               WS-RATIO-SWITCH.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-NEXT-SEQUENCE - one past the highest sequence number in
      * the outbound register; the first transmission ever is 1.
      *****************************************************************
       1200-NEXT-SEQUENCE.
           OPEN INPUT GCD-REGISTER-FILE.
           IF WS-REGISTER-NO-FILE
               MOVE 1 TO WS-SEQUENCE
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOXTR: UNABLE TO OPEN GCDOREG, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1210-READ-REGISTER THRU 1210-EXIT
               UNTIL WS-REGISTER-DONE.
           CLOSE GCD-REGISTER-FILE.
           IF WS-SEQUENCE = 999999
               DISPLAY 'GCDOXTR: TRANSMISSION SEQUENCE EXHAUSTED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1210-READ-REGISTER - one register entry; keep the highest
      * sequence number seen.
      *****************************************************************
       1210-READ-REGISTER.
           READ GCD-REGISTER-FILE.
           IF WS-REGISTER-EOF
               SET WS-REGISTER-DONE TO TRUE
               GO TO 1210-EXIT
           END-IF.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOXTR: GCDOREG READ ERROR, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-OG-SEQUENCE IS NUMERIC
               IF GCD-OG-SEQUENCE > WS-SEQUENCE
                   MOVE GCD-OG-SEQUENCE TO WS-SEQUENCE
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXTRACT-ACCOUNTS - every active master account posted
      * tonight, in key order.  Deleted and dormant accounts, and
      * active ones not on tonight's feed, are not sent.
      *****************************************************************
       2000-EXTRACT-ACCOUNTS.
           OPEN INPUT GCD-MASTER-FILE.
           IF WS-MASTER-NO-FILE
               DISPLAY 'GCDOXTR: NO GCDMAST YET - NO ACCOUNTS TO SEND'
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDOXTR: UNABLE TO OPEN GCDMAST, STATUS '
                   WS-MASTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-EXTRACT-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-MASTER-DONE.
           CLOSE GCD-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-EXTRACT-ONE-ACCOUNT - one master record; an 'MA' detail
      * if it was posted tonight, its GCD folded into the hash.
      *****************************************************************
       2100-EXTRACT-ONE-ACCOUNT.
           READ GCD-MASTER-FILE.
           IF WS-MASTER-EOF
               SET WS-MASTER-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDOXTR: MASTER READ ERROR, STATUS '
                   WS-MASTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-READ.
           IF NOT GCD-MA-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           IF GCD-MA-LAST-COMPUTED NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO GCD-XMIT-RECORD.
           SET GCD-XM-ACCOUNT TO TRUE.
           MOVE GCD-MA-ACCOUNT-ID TO GCD-XM-MA-ACCOUNT-ID.
           MOVE GCD-MA-GCD-VALUE TO GCD-XM-MA-GCD-VALUE.
           MOVE GCD-MA-PRIOR-VALUE TO GCD-XM-MA-PRIOR-VALUE.
           MOVE GCD-MA-LAST-COMPUTED TO GCD-XM-MA-LAST-COMPUTED.
           PERFORM 7000-WRITE-XMIT THRU 7000-EXIT.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-HASH-ACCUM = FUNCTION MOD
               (WS-HASH-ACCUM + GCD-MA-GCD-VALUE,
               100000000000000000000).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EXTRACT-RATIOS - GCDBRAT as GCDBATCH wrote it tonight,
      * one 'RA' detail per ratio.  Without the switch or the file
      * the transmission goes without ratios, with a warning.
      *****************************************************************
       3000-EXTRACT-RATIOS.
           IF NOT WS-RATIO-REQUESTED
               DISPLAY 'GCDOXTR: GCDB-RATIO NOT SET - TRANSMISSION '
                   'SENT WITHOUT RATIOS'
               SET RC-NO-RATIOS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT GCD-RATIO-FILE.
           IF WS-RATIO-NO-FILE
               DISPLAY 'GCDOXTR: NO GCDBRAT - TRANSMISSION SENT '
                   'WITHOUT RATIOS'
               SET RC-NO-RATIOS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-RATIO-OK
               DISPLAY 'GCDOXTR: UNABLE TO OPEN GCDBRAT, STATUS '
                   WS-RATIO-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3100-EXTRACT-ONE-RATIO THRU 3100-EXIT
               UNTIL WS-RATIO-DONE.
           CLOSE GCD-RATIO-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-EXTRACT-ONE-RATIO - one GCDBRAT record as an 'RA'
      * detail, its reduced value folded into the hash.
      *****************************************************************
       3100-EXTRACT-ONE-RATIO.
           READ GCD-RATIO-FILE.
           IF WS-RATIO-EOF
               SET WS-RATIO-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-RATIO-OK
               DISPLAY 'GCDOXTR: GCDBRAT READ ERROR, STATUS '
                   WS-RATIO-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO GCD-XMIT-RECORD.
           SET GCD-XM-RATIO TO TRUE.
           MOVE GCD-RA-GROUP-KEY TO GCD-XM-RA-GROUP-KEY.
           MOVE GCD-RA-POSITION TO GCD-XM-RA-POSITION.
           MOVE GCD-RA-VALUE TO GCD-XM-RA-VALUE.
           MOVE GCD-RA-REDUCED TO GCD-XM-RA-REDUCED.
           PERFORM 7000-WRITE-XMIT THRU 7000-EXIT.
           ADD 1 TO WS-RATIOS-WRITTEN.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-HASH-ACCUM = FUNCTION MOD
               (WS-HASH-ACCUM + GCD-RA-REDUCED,
               100000000000000000000).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-WRITE-TRAILER - close the transmission with its count
      * and hash.
      *****************************************************************
       4000-WRITE-TRAILER.
           MOVE SPACES TO GCD-XMIT-RECORD.
           SET GCD-XM-TRAILER TO TRUE.
           MOVE WS-SEQUENCE TO GCD-XM-TRL-SEQUENCE.
           MOVE WS-RECORD-COUNT TO GCD-XM-RECORD-COUNT.
           MOVE WS-HASH-ACCUM TO GCD-XM-HASH-TOTAL.
           PERFORM 7000-WRITE-XMIT THRU 7000-EXIT.
           CLOSE GCD-XMIT-FILE.
           MOVE 'N' TO WS-XMIT-OPEN-SWITCH.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REGISTER-TRANSMISSION - book the transmission in the
      * outbound register as sent and awaiting acknowledgment.  The
      * register is created on the first transmission.
      *****************************************************************
       5000-REGISTER-TRANSMISSION.
           OPEN EXTEND GCD-REGISTER-FILE.
           IF WS-REGISTER-NO-FILE
               OPEN OUTPUT GCD-REGISTER-FILE
           END-IF.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOXTR: UNABLE TO OPEN GCDOREG, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-SEQUENCE TO GCD-OG-SEQUENCE.
           MOVE WS-RUN-DATE TO GCD-OG-FILE-DATE.
           MOVE WS-XMIT-NAME TO GCD-OG-FILE-NAME.
           MOVE WS-ACCOUNTS-WRITTEN TO GCD-OG-ACCOUNT-COUNT.
           MOVE WS-RATIOS-WRITTEN TO GCD-OG-RATIO-COUNT.
           MOVE WS-RECORD-COUNT TO GCD-OG-RECORD-COUNT.
           MOVE WS-HASH-ACCUM TO GCD-OG-HASH-TOTAL.
           SET GCD-OG-SENT TO TRUE.
           MOVE ZERO TO GCD-OG-ACK-DATE.
           MOVE ZERO TO GCD-OG-ACCEPTED.
           MOVE ZERO TO GCD-OG-REJECTED.
           WRITE GCD-REGISTER-RECORD.
           IF NOT WS-REGISTER-OK
               DISPLAY 'GCDOXTR: GCDOREG WRITE ERROR, STATUS '
                   WS-REGISTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               CLOSE GCD-REGISTER-FILE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           CLOSE GCD-REGISTER-FILE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-XMIT - write one transmission record.
      *****************************************************************
       7000-WRITE-XMIT.
           WRITE GCD-XMIT-RECORD.
           IF NOT WS-XMIT-OK
               DISPLAY 'GCDOXTR: ' WS-XMIT-NAME ' WRITE ERROR, STATUS '
                   WS-XMIT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close up, echo the counts for the job log,
      * and stamp the end.  A transmission left open by a failure is
      * closed without its trailer, so the allocation system cannot
      * mistake it for a complete file.
      *****************************************************************
       9000-TERMINATE.
           IF WS-XMIT-OPEN
               CLOSE GCD-XMIT-FILE
               MOVE 'N' TO WS-XMIT-OPEN-SWITCH
           END-IF.
           DISPLAY 'GCDOXTR: SEQUENCE         = ' WS-SEQUENCE.
           DISPLAY 'GCDOXTR: MASTER READ      = ' WS-MASTER-READ.
           DISPLAY 'GCDOXTR: ACCOUNTS SENT    = ' WS-ACCOUNTS-WRITTEN.
           DISPLAY 'GCDOXTR: RATIOS SENT      = ' WS-RATIOS-WRITTEN.
           DISPLAY 'GCDOXTR: HASH TOTAL       = ' WS-HASH-ACCUM.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's extract finished.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDOXTR' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDOXTR: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDOXTR.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
