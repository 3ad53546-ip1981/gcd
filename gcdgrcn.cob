      *****************************************************************
      * GCDGRCN.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Nightly rollup-group reconciliation, run after GCDBATCH and
      * GCDMPOST.  GCDBATCH reduces rollup groups and GCDKBAT reduces
      * accounts, and in the business each group is made of specific
      * accounts; the maintained GCDGXREF cross-reference (one record
      * per group member - see GCDGXREC.cpy) says which.  This step
      * puts the two sides together and reports on GCDGRPT every
      * break between them:
      *
      *   - the GCD booked tonight for a group on GCDBOUT does not
      *     divide a member account's GCD-MA-GCD-VALUE on GCDMAST;
      *   - a member account is not on GCDMAST at all, or has been
      *     deleted there.
      *
      * Listed separately, because they are housekeeping rather than
      * breaks: groups in the cross-reference that were not on
      * tonight's GCDBIN, groups on tonight's GCDBIN that are not in
      * the cross-reference, and cross-reference entries that cannot
      * be used (a group key that is not ten digits, no account, or
      * the same membership entered twice).
      *
      * The cross-reference is sorted into group and account order,
      * and tonight's GCDBIN group keys and GCDBOUT results are
      * sorted together into group order, so both files may be kept
      * in any order.  A group GCDBATCH rejected tonight has no
      * booked GCD; its members are still checked against the master
      * but nothing can be divided.  Where GCDBOUT carries a group
      * twice, the later result is the one booked.
      *
      * Return codes: 0 nothing to report, 4 groups or entries listed
      * but no break, 8 at least one break, 16 file error, 24
      * GCDBATCH or GCDMPOST has not finished tonight.
      *
      * Build:
      *   $ cobc -x gcdgrcn.cob -I copybooks -o gcdgrcn-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original rollup-group to account
      *                    reconciliation against GCDGXREF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDGRCN.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the spill files are opened
      * after STRINGs into reference-modified report lines have
      * re-pointed the scratch descriptor word-form assigns resolve
      * through under this compiler, which turns that open into
      * status 35.
       FILE-CONTROL.
           SELECT GCD-XREF-FILE ASSIGN TO 'GCDGXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT GCD-XSORT-FILE ASSIGN TO 'GCDGXWK'.
           SELECT GCD-XSORTED-FILE ASSIGN TO 'GCDGXS1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XSORTED-STATUS.
           SELECT GCD-INPUT-FILE ASSIGN TO 'GCDBIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT GCD-OUTPUT-FILE ASSIGN TO 'GCDBOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT GCD-TSORT-FILE ASSIGN TO 'GCDGTWK'.
           SELECT GCD-TSORTED-FILE ASSIGN TO 'GCDGTS1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSORTED-STATUS.
           SELECT GCD-MASTER-FILE ASSIGN TO 'GCDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GCD-MA-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GCD-NOBIN-FILE ASSIGN TO 'GCDGNBN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOBIN-STATUS.
           SELECT GCD-NOXREF-FILE ASSIGN TO 'GCDGNXR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOXREF-STATUS.
           SELECT GCD-BADX-FILE ASSIGN TO 'GCDGBAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADX-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-XREF-FILE.
           COPY GCDGXREC.
       SD  GCD-XSORT-FILE.
       01 GCD-XSORT-REC.
           05 GCD-XO-GROUP-KEY        PIC X(10).
           05 GCD-XO-ACCOUNT-ID       PIC X(10).
       FD  GCD-XSORTED-FILE.
       01 GCD-XSORTED-REC.
           05 GCD-XS-GROUP-KEY        PIC X(10).
           05 GCD-XS-ACCOUNT-ID       PIC X(10).
       FD  GCD-INPUT-FILE.
           COPY GCDREC REPLACING GCD-BATCH-INPUT-RECORD
               BY GCD-INPUT-REC.
           COPY GCDCTL REPLACING GCD-CONTROL-RECORD
               BY GCD-CONTROL-REC.
       FD  GCD-OUTPUT-FILE.
       01 GCD-OUTPUT-REC.
           05 GCD-OR-GROUP-KEY        PIC 9(10).
           05 GCD-OR-GCD-VALUE        PIC 9(20).
           05 GCD-OR-STATUS           PIC X(01).
      *****************************************************************
      * Tonight's groups: one 'B' record per GCDBIN data record and
      * one 'O' record per GCDBOUT result, with the position on its
      * file so a group's later result sorts after its earlier one.
      *****************************************************************
       SD  GCD-TSORT-FILE.
       01 GCD-TSORT-REC.
           05 GCD-TO-GROUP-KEY        PIC X(10).
           05 GCD-TO-SOURCE           PIC X(01).
           05 GCD-TO-SEQUENCE         PIC 9(09).
           05 GCD-TO-GCD-VALUE        PIC 9(20).
       FD  GCD-TSORTED-FILE.
       01 GCD-TSORTED-REC.
           05 GCD-TS-GROUP-KEY        PIC X(10).
           05 GCD-TS-SOURCE           PIC X(01).
               88 GCD-TS-FROM-GCDBIN           VALUE 'B'.
               88 GCD-TS-FROM-GCDBOUT          VALUE 'O'.
           05 GCD-TS-SEQUENCE         PIC 9(09).
           05 GCD-TS-GCD-VALUE        PIC 9(20).
       FD  GCD-MASTER-FILE.
           COPY GCDMREC.
      *****************************************************************
      * Spill files for the separately-listed sections: finished
      * print lines.
      *****************************************************************
       FD  GCD-NOBIN-FILE.
       01 GCD-NOBIN-LINE PIC X(132).
       FD  GCD-NOXREF-FILE.
       01 GCD-NOXREF-LINE PIC X(132).
       FD  GCD-BADX-FILE.
       01 GCD-BADX-LINE PIC X(132).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS          PIC X(02) VALUE SPACES.
           88 WS-XREF-OK                   VALUE '00'.
           88 WS-XREF-EOF                  VALUE '10'.
           88 WS-XREF-NO-FILE              VALUE '35'.
       01 WS-XSORTED-STATUS       PIC X(02) VALUE SPACES.
           88 WS-XSORTED-OK                VALUE '00'.
           88 WS-XSORTED-EOF               VALUE '10'.
       01 WS-INPUT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-INPUT-OK                  VALUE '00'.
           88 WS-INPUT-EOF                 VALUE '10'.
       01 WS-OUTPUT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-OUTPUT-OK                 VALUE '00'.
           88 WS-OUTPUT-EOF                VALUE '10'.
       01 WS-TSORTED-STATUS       PIC X(02) VALUE SPACES.
           88 WS-TSORTED-OK                VALUE '00'.
           88 WS-TSORTED-EOF               VALUE '10'.
       01 WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-NOT-FOUND          VALUE '23'.
       01 WS-NOBIN-STATUS         PIC X(02) VALUE SPACES.
           88 WS-NOBIN-OK                  VALUE '00'.
           88 WS-NOBIN-EOF                 VALUE '10'.
       01 WS-NOXREF-STATUS        PIC X(02) VALUE SPACES.
           88 WS-NOXREF-OK                 VALUE '00'.
           88 WS-NOXREF-EOF                VALUE '10'.
       01 WS-BADX-STATUS          PIC X(02) VALUE SPACES.
           88 WS-BADX-OK                   VALUE '00'.
           88 WS-BADX-EOF                  VALUE '10'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-READ-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-READ-DONE                 VALUE 'Y'.
           05 WS-SPILL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-SPILL-DONE                VALUE 'Y'.
           05 WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-MASTER-OPEN               VALUE 'Y'.
           05 WS-SPILLS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-SPILLS-OPEN               VALUE 'Y'.
           05 WS-DUPLICATE-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-XREF-DUPLICATE            VALUE 'Y'.
           05 WS-ON-GCDBIN-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-GROUP-ON-GCDBIN           VALUE 'Y'.
           05 WS-BOOKED-SWITCH        PIC X(01) VALUE 'N'.
               88 WS-GROUP-BOOKED              VALUE 'Y'.

      *****************************************************************
      * Match-merge keys: the cross-reference group of the current
      * membership and tonight's current group, HIGH-VALUES once
      * that side is exhausted.  The next sorted tonight record is
      * read ahead so a group's records can be folded into one.
      *****************************************************************
       01 WS-MERGE-KEYS.
           05 WS-XREF-KEY             PIC X(10).
           05 WS-TONIGHT-KEY          PIC X(10).
           05 WS-NEXT-TONIGHT-KEY     PIC X(10).
           05 WS-GROUP-KEY            PIC X(10).
           05 WS-PREV-XREF-KEY        PIC X(10) VALUE LOW-VALUES.
           05 WS-PREV-ACCOUNT-ID      PIC X(10) VALUE LOW-VALUES.

       01 WS-WORK-AREA.
           05 WS-XREF-READ            PIC 9(09) COMP VALUE ZERO.
           05 WS-XREF-GROUPS          PIC 9(09) COMP VALUE ZERO.
           05 WS-INPUT-GROUPS         PIC 9(09) COMP VALUE ZERO.
           05 WS-OUTPUT-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-TONIGHT-GROUPS       PIC 9(09) COMP VALUE ZERO.
           05 WS-OUT-ONLY-GROUPS      PIC 9(09) COMP VALUE ZERO.
           05 WS-GROUPS-RECONCILED    PIC 9(09) COMP VALUE ZERO.
           05 WS-GROUPS-NOT-BOOKED    PIC 9(09) COMP VALUE ZERO.
           05 WS-MEMBERS-CHECKED      PIC 9(09) COMP VALUE ZERO.
           05 WS-NOT-DIVIDED          PIC 9(09) COMP VALUE ZERO.
           05 WS-NOT-ON-MASTER        PIC 9(09) COMP VALUE ZERO.
           05 WS-DELETED-ON-MASTER    PIC 9(09) COMP VALUE ZERO.
           05 WS-NOT-ON-GCDBIN        PIC 9(09) COMP VALUE ZERO.
           05 WS-NOT-IN-XREF          PIC 9(09) COMP VALUE ZERO.
           05 WS-XREF-UNUSABLE        PIC 9(09) COMP VALUE ZERO.
           05 WS-GROUP-MEMBERS        PIC 9(09) COMP VALUE ZERO.
           05 WS-SEQUENCE             PIC 9(09) VALUE ZERO.
           05 WS-GROUP-GCD            PIC 9(20) VALUE ZERO.
           05 WS-QUOTIENT             PIC 9(20).
           05 WS-REMAINDER            PIC 9(20).
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-BREAK-TEXT           PIC X(30).
           05 WS-REASON-TEXT          PIC X(30).
           05 WS-GCD-TEXT             PIC X(20).
           05 WS-VALUE-TEXT           PIC X(20).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-VALUE-DISPLAY        PIC Z(19)9.

      *****************************************************************
      * Return-code conditions - a break is 8; 4 only means the
      * cross-reference wants housekeeping.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-GROUPS-LISTED             VALUE 4.
           88 RC-BREAKS-FOUND              VALUE 8.
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
           PERFORM 1500-SORT-XREF THRU 1500-EXIT.
           PERFORM 1700-SORT-TONIGHT THRU 1700-EXIT.
           PERFORM 2000-MATCH-MERGE THRU 2000-EXIT.
           PERFORM 5000-REPORT-NOT-ON-GCDBIN THRU 5000-EXIT.
           PERFORM 5200-REPORT-NOT-IN-XREF THRU 5200-EXIT.
           PERFORM 5400-REPORT-UNUSABLE THRU 5400-EXIT.
           PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - sequencing checks, then open the master,
      * the report and the spill files, and write the heading.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDGRPT, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GCD-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDMAST, STATUS '
                   WS-MASTER-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-MASTER-OPEN TO TRUE.
           OPEN OUTPUT GCD-NOBIN-FILE GCD-NOXREF-FILE GCD-BADX-FILE.
           SET WS-SPILLS-OPEN TO TRUE.
           IF NOT WS-NOBIN-OK OR NOT WS-NOXREF-OK OR NOT WS-BADX-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN THE SPILL FILES, '
                   'STATUS ' WS-NOBIN-STATUS ' ' WS-NOXREF-STATUS
                   ' ' WS-BADX-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           STRING 'GCDGRCN  ROLLUP-GROUP TO ACCOUNT RECONCILIATION'
               '    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - the groups are checked against what
      * GCDBATCH booked tonight and the members against what GCDMPOST
      * booked, so both need a finished end stamp for tonight on the
      * shared run-control file.  GCDRC-OVERRIDE=Y reconciles
      * whatever is on the files anyway; a clean start is stamped
      * either way.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDGRCN: PARAMETER FILE REJECTED - '
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
           DISPLAY 'GCDGRCN: EFFECTIVE GCDRC-OVERRIDE = '
               WS-OVERRIDE-SWITCH.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDBATCH' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDGRCN: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 12
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDGRCN: GCDBATCH NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDGRCN: GCDBATCH HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO RECONCILE ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDMPOST' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-STAMP-FOUND OR GCD-RC-FOUND-RC >= 16
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDGRCN: GCDMPOST NOT COMPLETE FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDGRCN: GCDMPOST HAS NOT COMPLETED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, SET '
                       'GCDRC-OVERRIDE=Y TO RECONCILE ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDGRCN' TO GCD-RC-PROGRAM.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SORT-XREF - the cross-reference into group and account
      * order; entries that cannot be used are spilled on the way.
      *****************************************************************
       1500-SORT-XREF.
           SORT GCD-XSORT-FILE
               ON ASCENDING KEY GCD-XO-GROUP-KEY
               ON ASCENDING KEY GCD-XO-ACCOUNT-ID
               INPUT PROCEDURE IS 1600-RELEASE-XREF
                   THRU 1600-EXIT
               GIVING GCD-XSORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GCDGRCN: GCDGXREF SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1600-RELEASE-XREF - the sort's input procedure.  No file at
      * all means no group has been mapped yet: every group on
      * GCDBIN is then listed as not in the cross-reference.
      *****************************************************************
       1600-RELEASE-XREF.
           OPEN INPUT GCD-XREF-FILE.
           IF WS-XREF-NO-FILE
               DISPLAY 'GCDGRCN: NO GCDGXREF FILE - NO GROUP IS '
                   'MAPPED YET'
               GO TO 1600-EXIT
           END-IF.
           IF NOT WS-XREF-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDGXREF, STATUS '
                   WS-XREF-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE 'N' TO WS-READ-EOF-SWITCH.
           PERFORM 1650-RELEASE-ONE-XREF THRU 1650-EXIT
               UNTIL WS-READ-DONE.
           CLOSE GCD-XREF-FILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 1650-RELEASE-ONE-XREF - one membership to the sort, or to the
      * unusable section when it names no real group or no account.
      *****************************************************************
       1650-RELEASE-ONE-XREF.
           READ GCD-XREF-FILE.
           IF WS-XREF-EOF
               SET WS-READ-DONE TO TRUE
               GO TO 1650-EXIT
           END-IF.
           IF NOT WS-XREF-OK
               DISPLAY 'GCDGRCN: GCDGXREF READ ERROR, STATUS '
                   WS-XREF-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-XREF-READ.
           MOVE SPACES TO WS-REASON-TEXT.
           IF GCD-GX-GROUP-KEY IS NOT NUMERIC
               MOVE 'GROUP KEY NOT TEN DIGITS' TO WS-REASON-TEXT
           END-IF.
           IF GCD-GX-ACCOUNT-ID = SPACES
               MOVE 'NO MEMBER ACCOUNT' TO WS-REASON-TEXT
           END-IF.
           IF WS-REASON-TEXT NOT = SPACES
               PERFORM 2800-SPILL-UNUSABLE THRU 2800-EXIT
               GO TO 1650-EXIT
           END-IF.
           MOVE GCD-GX-GROUP-KEY TO GCD-XO-GROUP-KEY.
           MOVE GCD-GX-ACCOUNT-ID TO GCD-XO-ACCOUNT-ID.
           RELEASE GCD-XSORT-REC.
       1650-EXIT.
           EXIT.

      *****************************************************************
      * 1700-SORT-TONIGHT - tonight's GCDBIN group keys and GCDBOUT
      * results together into group order.
      *****************************************************************
       1700-SORT-TONIGHT.
           SORT GCD-TSORT-FILE
               ON ASCENDING KEY GCD-TO-GROUP-KEY
               ON ASCENDING KEY GCD-TO-SOURCE
               ON ASCENDING KEY GCD-TO-SEQUENCE
               INPUT PROCEDURE IS 1800-RELEASE-TONIGHT
                   THRU 1800-EXIT
               GIVING GCD-TSORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GCDGRCN: GCDBIN/GCDBOUT SORT FAILED, '
                   'SORT-RETURN ' SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * 1800-RELEASE-TONIGHT - the sort's input procedure: every
      * GCDBIN data record, then every GCDBOUT result.
      *****************************************************************
       1800-RELEASE-TONIGHT.
           OPEN INPUT GCD-INPUT-FILE.
           IF NOT WS-INPUT-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDBIN, STATUS '
                   WS-INPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE ZERO TO WS-SEQUENCE.
           MOVE 'N' TO WS-READ-EOF-SWITCH.
           PERFORM 1850-RELEASE-ONE-INPUT THRU 1850-EXIT
               UNTIL WS-READ-DONE.
           CLOSE GCD-INPUT-FILE.
           OPEN INPUT GCD-OUTPUT-FILE.
           IF NOT WS-OUTPUT-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDBOUT, STATUS '
                   WS-OUTPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE ZERO TO WS-SEQUENCE.
           MOVE 'N' TO WS-READ-EOF-SWITCH.
           PERFORM 1870-RELEASE-ONE-OUTPUT THRU 1870-EXIT
               UNTIL WS-READ-DONE.
           CLOSE GCD-OUTPUT-FILE.
       1800-EXIT.
           EXIT.

      *****************************************************************
      * 1850-RELEASE-ONE-INPUT - one GCDBIN data record's group key;
      * the header and trailer are passed over.
      *****************************************************************
       1850-RELEASE-ONE-INPUT.
           READ GCD-INPUT-FILE.
           IF WS-INPUT-EOF
               SET WS-READ-DONE TO TRUE
               GO TO 1850-EXIT
           END-IF.
           IF NOT WS-INPUT-OK
               DISPLAY 'GCDGRCN: GCDBIN READ ERROR, STATUS '
                   WS-INPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-CT-RECORD-TYPE (1:1) = '*'
               GO TO 1850-EXIT
           END-IF.
           ADD 1 TO WS-INPUT-GROUPS.
           ADD 1 TO WS-SEQUENCE.
           MOVE GCD-BI-GROUP-KEY TO GCD-TO-GROUP-KEY.
           MOVE 'B' TO GCD-TO-SOURCE.
           MOVE WS-SEQUENCE TO GCD-TO-SEQUENCE.
           MOVE ZERO TO GCD-TO-GCD-VALUE.
           RELEASE GCD-TSORT-REC.
       1850-EXIT.
           EXIT.

      *****************************************************************
      * 1870-RELEASE-ONE-OUTPUT - one GCDBOUT result.
      *****************************************************************
       1870-RELEASE-ONE-OUTPUT.
           READ GCD-OUTPUT-FILE.
           IF WS-OUTPUT-EOF
               SET WS-READ-DONE TO TRUE
               GO TO 1870-EXIT
           END-IF.
           IF NOT WS-OUTPUT-OK
               DISPLAY 'GCDGRCN: GCDBOUT READ ERROR, STATUS '
                   WS-OUTPUT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-OUTPUT-READ.
           ADD 1 TO WS-SEQUENCE.
           MOVE GCD-OR-GROUP-KEY TO GCD-TO-GROUP-KEY.
           MOVE 'O' TO GCD-TO-SOURCE.
           MOVE WS-SEQUENCE TO GCD-TO-SEQUENCE.
           MOVE GCD-OR-GCD-VALUE TO GCD-TO-GCD-VALUE.
           RELEASE GCD-TSORT-REC.
       1870-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MATCH-MERGE - the sorted cross-reference and tonight's
      * groups forward in one pass.  Breaks are written to the
      * report as they are found; the separately-listed groups go to
      * their spill files.
      *****************************************************************
       2000-MATCH-MERGE.
           MOVE 'BREAKS BETWEEN TONIGHT''S GROUPS AND MEMBER ACCOUNTS'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '--------------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           STRING '  GROUP KEY              GROUP GCD  ACCOUNT   '
               '          MEMBER VALUE  BREAK'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-XSORTED-FILE.
           IF NOT WS-XSORTED-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDGXS1, STATUS '
                   WS-XSORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GCD-TSORTED-FILE.
           IF NOT WS-TSORTED-OK
               DISPLAY 'GCDGRCN: UNABLE TO OPEN GCDGTS1, STATUS '
                   WS-TSORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-READ-XREF THRU 2100-EXIT.
           PERFORM 2200-READ-TONIGHT THRU 2200-EXIT.
           PERFORM 2300-NEXT-TONIGHT-GROUP THRU 2300-EXIT.
           PERFORM 2400-MATCH-ONE THRU 2400-EXIT
               UNTIL WS-XREF-KEY = HIGH-VALUES
                   AND WS-TONIGHT-KEY = HIGH-VALUES.
           CLOSE GCD-XSORTED-FILE GCD-TSORTED-FILE.
           IF WS-NOT-DIVIDED + WS-NOT-ON-MASTER
                   + WS-DELETED-ON-MASTER = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-XREF - the next usable membership in group and
      * account order; HIGH-VALUES at end of file.  The same
      * membership entered twice is only checked once, and the
      * repeat is listed as unusable.
      *****************************************************************
       2100-READ-XREF.
           SET WS-XREF-DUPLICATE TO TRUE.
           PERFORM 2150-READ-ONE-XREF THRU 2150-EXIT
               UNTIL NOT WS-XREF-DUPLICATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2150-READ-ONE-XREF - one sorted membership.
      *****************************************************************
       2150-READ-ONE-XREF.
           MOVE 'N' TO WS-DUPLICATE-SWITCH.
           READ GCD-XSORTED-FILE.
           IF WS-XSORTED-EOF
               MOVE HIGH-VALUES TO WS-XREF-KEY
               GO TO 2150-EXIT
           END-IF.
           IF NOT WS-XSORTED-OK
               DISPLAY 'GCDGRCN: GCDGXS1 READ ERROR, STATUS '
                   WS-XSORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-XS-GROUP-KEY = WS-PREV-XREF-KEY
                   AND GCD-XS-ACCOUNT-ID = WS-PREV-ACCOUNT-ID
               SET WS-XREF-DUPLICATE TO TRUE
               MOVE GCD-XS-GROUP-KEY TO GCD-GX-GROUP-KEY
               MOVE GCD-XS-ACCOUNT-ID TO GCD-GX-ACCOUNT-ID
               MOVE 'MEMBERSHIP ENTERED TWICE' TO WS-REASON-TEXT
               PERFORM 2800-SPILL-UNUSABLE THRU 2800-EXIT
               GO TO 2150-EXIT
           END-IF.
           IF GCD-XS-GROUP-KEY NOT = WS-PREV-XREF-KEY
               ADD 1 TO WS-XREF-GROUPS
           END-IF.
           MOVE GCD-XS-GROUP-KEY TO WS-XREF-KEY WS-PREV-XREF-KEY.
           MOVE GCD-XS-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-TONIGHT - read ahead the next sorted record of
      * tonight's groups; HIGH-VALUES at end of file.
      *****************************************************************
       2200-READ-TONIGHT.
           READ GCD-TSORTED-FILE.
           IF WS-TSORTED-EOF
               MOVE HIGH-VALUES TO WS-NEXT-TONIGHT-KEY
           ELSE
               IF NOT WS-TSORTED-OK
                   DISPLAY 'GCDGRCN: GCDGTS1 READ ERROR, STATUS '
                       WS-TSORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               MOVE GCD-TS-GROUP-KEY TO WS-NEXT-TONIGHT-KEY
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-NEXT-TONIGHT-GROUP - fold every sorted record for the
      * next group into one: whether it was on GCDBIN, and the GCD
      * GCDBATCH booked for it, if any.
      *****************************************************************
       2300-NEXT-TONIGHT-GROUP.
           MOVE WS-NEXT-TONIGHT-KEY TO WS-TONIGHT-KEY.
           IF WS-TONIGHT-KEY = HIGH-VALUES
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-ON-GCDBIN-SWITCH WS-BOOKED-SWITCH.
           MOVE ZERO TO WS-GROUP-GCD.
           PERFORM 2350-FOLD-TONIGHT THRU 2350-EXIT
               UNTIL WS-NEXT-TONIGHT-KEY NOT = WS-TONIGHT-KEY.
           IF WS-GROUP-ON-GCDBIN
               ADD 1 TO WS-TONIGHT-GROUPS
           ELSE
               ADD 1 TO WS-OUT-ONLY-GROUPS
           END-IF.
           IF WS-GROUP-BOOKED
               MOVE WS-GROUP-GCD TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO WS-GCD-TEXT
           ELSE
               MOVE 'REJECTED BY GCDBATCH' TO WS-GCD-TEXT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-FOLD-TONIGHT - one sorted record into the current group;
      * a later GCDBOUT result replaces an earlier one.
      *****************************************************************
       2350-FOLD-TONIGHT.
           IF GCD-TS-FROM-GCDBIN
               SET WS-GROUP-ON-GCDBIN TO TRUE
           ELSE
               SET WS-GROUP-BOOKED TO TRUE
               MOVE GCD-TS-GCD-VALUE TO WS-GROUP-GCD
           END-IF.
           PERFORM 2200-READ-TONIGHT THRU 2200-EXIT.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2400-MATCH-ONE - advance whichever side has the lower group.
      *****************************************************************
       2400-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-XREF-KEY < WS-TONIGHT-KEY
                   PERFORM 2500-XREF-NOT-TONIGHT THRU 2500-EXIT
               WHEN WS-XREF-KEY > WS-TONIGHT-KEY
                   PERFORM 2600-TONIGHT-NOT-XREF THRU 2600-EXIT
                   PERFORM 2300-NEXT-TONIGHT-GROUP THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2700-RECONCILE-GROUP THRU 2700-EXIT
                   PERFORM 2300-NEXT-TONIGHT-GROUP THRU 2300-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-XREF-NOT-TONIGHT - a cross-reference group that was not
      * on tonight's GCDBIN: its members are passed over and the
      * group is listed once.
      *****************************************************************
       2500-XREF-NOT-TONIGHT.
           MOVE WS-XREF-KEY TO WS-GROUP-KEY.
           MOVE ZERO TO WS-GROUP-MEMBERS.
           PERFORM 2550-SKIP-MEMBER THRU 2550-EXIT
               UNTIL WS-XREF-KEY NOT = WS-GROUP-KEY.
           ADD 1 TO WS-NOT-ON-GCDBIN.
           MOVE WS-GROUP-MEMBERS TO WS-COUNT-DISPLAY.
           STRING '  ' WS-GROUP-KEY '  ' WS-COUNT-DISPLAY
               ' MEMBER ACCOUNT(S)'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-NOBIN-LINE.
           WRITE GCD-NOBIN-LINE.
           IF NOT WS-NOBIN-OK
               DISPLAY 'GCDGRCN: GCDGNBN WRITE ERROR, STATUS '
                   WS-NOBIN-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2550-SKIP-MEMBER - count one member of an unreconciled group.
      *****************************************************************
       2550-SKIP-MEMBER.
           ADD 1 TO WS-GROUP-MEMBERS.
           PERFORM 2100-READ-XREF THRU 2100-EXIT.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * 2600-TONIGHT-NOT-XREF - a group on tonight's GCDBIN that the
      * cross-reference does not map, listed with what was booked.
      *****************************************************************
       2600-TONIGHT-NOT-XREF.
           ADD 1 TO WS-NOT-IN-XREF.
           STRING '  ' WS-TONIGHT-KEY '  ' WS-GCD-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-NOXREF-LINE.
           WRITE GCD-NOXREF-LINE.
           IF NOT WS-NOXREF-OK
               DISPLAY 'GCDGRCN: GCDGNXR WRITE ERROR, STATUS '
                   WS-NOXREF-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2700-RECONCILE-GROUP - a cross-reference group that was on
      * tonight's files: every member is checked in turn.
      *****************************************************************
       2700-RECONCILE-GROUP.
           MOVE WS-TONIGHT-KEY TO WS-GROUP-KEY.
           ADD 1 TO WS-GROUPS-RECONCILED.
           IF NOT WS-GROUP-BOOKED
               ADD 1 TO WS-GROUPS-NOT-BOOKED
           END-IF.
           PERFORM 2750-CHECK-MEMBER THRU 2750-EXIT
               UNTIL WS-XREF-KEY NOT = WS-GROUP-KEY.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2750-CHECK-MEMBER - one member account, then the next
      * membership.
      *****************************************************************
       2750-CHECK-MEMBER.
           ADD 1 TO WS-MEMBERS-CHECKED.
           PERFORM 2760-CHECK-MASTER THRU 2760-EXIT.
           PERFORM 2100-READ-XREF THRU 2100-EXIT.
       2750-EXIT.
           EXIT.

      *****************************************************************
      * 2760-CHECK-MASTER - the member against the master: it must
      * be there, not deleted, and - when the group was booked
      * tonight - divisible by the group's GCD.  A GCD of zero
      * divides nothing but zero.
      *****************************************************************
       2760-CHECK-MASTER.
           MOVE SPACES TO WS-BREAK-TEXT WS-VALUE-TEXT.
           MOVE GCD-XS-ACCOUNT-ID TO GCD-MA-ACCOUNT-ID.
           READ GCD-MASTER-FILE.
           IF WS-MASTER-NOT-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE 'MEMBER NOT ON GCDMAST' TO WS-BREAK-TEXT
               PERFORM 2780-PRINT-BREAK THRU 2780-EXIT
               GO TO 2760-EXIT
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY 'GCDGRCN: MASTER READ ERROR, STATUS '
                   WS-MASTER-STATUS ' KEY ' GCD-XS-ACCOUNT-ID
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE GCD-MA-GCD-VALUE TO WS-VALUE-DISPLAY.
           MOVE WS-VALUE-DISPLAY TO WS-VALUE-TEXT.
           IF GCD-MA-DELETED
               ADD 1 TO WS-DELETED-ON-MASTER
               MOVE 'MEMBER DELETED ON GCDMAST' TO WS-BREAK-TEXT
               PERFORM 2780-PRINT-BREAK THRU 2780-EXIT
               GO TO 2760-EXIT
           END-IF.
           IF NOT WS-GROUP-BOOKED
               GO TO 2760-EXIT
           END-IF.
           IF WS-GROUP-GCD = ZERO
               IF GCD-MA-GCD-VALUE NOT = ZERO
                   MOVE 'GROUP GCD DOES NOT DIVIDE' TO WS-BREAK-TEXT
               END-IF
           ELSE
               DIVIDE GCD-MA-GCD-VALUE BY WS-GROUP-GCD
                   GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   MOVE 'GROUP GCD DOES NOT DIVIDE' TO WS-BREAK-TEXT
               END-IF
           END-IF.
           IF WS-BREAK-TEXT NOT = SPACES
               ADD 1 TO WS-NOT-DIVIDED
               PERFORM 2780-PRINT-BREAK THRU 2780-EXIT
           END-IF.
       2760-EXIT.
           EXIT.

      *****************************************************************
      * 2780-PRINT-BREAK - one break line: the group and what was
      * booked for it, the member and its value on the master.
      *****************************************************************
       2780-PRINT-BREAK.
           STRING '  ' WS-GROUP-KEY '  ' WS-GCD-TEXT '  '
               GCD-XS-ACCOUNT-ID '  ' WS-VALUE-TEXT '  '
               WS-BREAK-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2780-EXIT.
           EXIT.

      *****************************************************************
      * 2800-SPILL-UNUSABLE - one cross-reference entry that cannot
      * be used, with the reason, to its spill file.
      *****************************************************************
       2800-SPILL-UNUSABLE.
           ADD 1 TO WS-XREF-UNUSABLE.
           STRING '  ' GCD-GX-GROUP-KEY '  ' GCD-GX-ACCOUNT-ID '  '
               WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-BADX-LINE.
           WRITE GCD-BADX-LINE.
           IF NOT WS-BADX-OK
               DISPLAY 'GCDGRCN: GCDGBAD WRITE ERROR, STATUS '
                   WS-BADX-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-NOT-ON-GCDBIN - the cross-reference groups that
      * were not on tonight's GCDBIN, copied from their spill file.
      *****************************************************************
       5000-REPORT-NOT-ON-GCDBIN.
           CLOSE GCD-NOBIN-FILE GCD-NOXREF-FILE GCD-BADX-FILE.
           MOVE 'N' TO WS-SPILLS-OPEN-SWITCH.
           MOVE 'CROSS-REFERENCE GROUPS NOT ON TONIGHT''S GCDBIN'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'N' TO WS-SPILL-EOF-SWITCH.
           OPEN INPUT GCD-NOBIN-FILE.
           PERFORM 5100-COPY-ONE-NOBIN THRU 5100-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-NOBIN-FILE.
           IF WS-NOT-ON-GCDBIN = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-COPY-ONE-NOBIN - one spilled line into the report.
      *****************************************************************
       5100-COPY-ONE-NOBIN.
           READ GCD-NOBIN-FILE.
           IF WS-NOBIN-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-NOBIN-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5200-REPORT-NOT-IN-XREF - the groups on tonight's GCDBIN the
      * cross-reference does not map, copied from their spill file.
      *****************************************************************
       5200-REPORT-NOT-IN-XREF.
           MOVE 'GCDBIN GROUPS NOT IN THE CROSS-REFERENCE'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           STRING '  GROUP KEY              GROUP GCD'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'N' TO WS-SPILL-EOF-SWITCH.
           OPEN INPUT GCD-NOXREF-FILE.
           PERFORM 5300-COPY-ONE-NOXREF THRU 5300-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-NOXREF-FILE.
           IF WS-NOT-IN-XREF = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300-COPY-ONE-NOXREF - one spilled line into the report.
      *****************************************************************
       5300-COPY-ONE-NOXREF.
           READ GCD-NOXREF-FILE.
           IF WS-NOXREF-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-NOXREF-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 5400-REPORT-UNUSABLE - cross-reference entries that could not
      * be used, copied from their spill file.
      *****************************************************************
       5400-REPORT-UNUSABLE.
           MOVE 'CROSS-REFERENCE ENTRIES THAT CANNOT BE USED'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'N' TO WS-SPILL-EOF-SWITCH.
           OPEN INPUT GCD-BADX-FILE.
           PERFORM 5500-COPY-ONE-BADX THRU 5500-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-BADX-FILE.
           IF WS-XREF-UNUSABLE = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5400-EXIT.
           EXIT.

      *****************************************************************
      * 5500-COPY-ONE-BADX - one spilled line into the report.
      *****************************************************************
       5500-COPY-ONE-BADX.
           READ GCD-BADX-FILE.
           IF WS-BADX-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-BADX-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-SUMMARY - the counts in one place, and the return
      * code: any break is 8, anything merely listed is 4.
      *****************************************************************
       6000-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-XREF-READ TO WS-COUNT-DISPLAY.
           STRING '  CROSS-REFERENCE ENTRIES READ . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-XREF-GROUPS TO WS-COUNT-DISPLAY.
           STRING '  CROSS-REFERENCE GROUPS . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-INPUT-GROUPS TO WS-COUNT-DISPLAY.
           STRING '  GCDBIN DATA RECORDS READ . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-OUTPUT-READ TO WS-COUNT-DISPLAY.
           STRING '  GCDBOUT RECORDS READ . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-TONIGHT-GROUPS TO WS-COUNT-DISPLAY.
           STRING '  GROUPS ON TONIGHT''S GCDBIN . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-OUT-ONLY-GROUPS > ZERO
               MOVE WS-OUT-ONLY-GROUPS TO WS-COUNT-DISPLAY
               STRING '    ON GCDBOUT BUT NOT GCDBIN  . '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-GROUPS-RECONCILED TO WS-COUNT-DISPLAY.
           STRING '  GROUPS RECONCILED  . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-GROUPS-NOT-BOOKED TO WS-COUNT-DISPLAY.
           STRING '    REJECTED, NOT DIVIDED  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-MEMBERS-CHECKED TO WS-COUNT-DISPLAY.
           STRING '  MEMBER ACCOUNTS CHECKED  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NOT-DIVIDED TO WS-COUNT-DISPLAY.
           STRING '    GROUP GCD DOES NOT DIVIDE  . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NOT-ON-MASTER TO WS-COUNT-DISPLAY.
           STRING '    NOT ON GCDMAST . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-DELETED-ON-MASTER TO WS-COUNT-DISPLAY.
           STRING '    DELETED ON GCDMAST . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NOT-ON-GCDBIN TO WS-COUNT-DISPLAY.
           STRING '  GROUPS NOT ON GCDBIN . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NOT-IN-XREF TO WS-COUNT-DISPLAY.
           STRING '  GROUPS NOT IN CROSS-REFERENCE  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-XREF-UNUSABLE TO WS-COUNT-DISPLAY.
           STRING '  ENTRIES THAT CANNOT BE USED  . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           EVALUATE TRUE
               WHEN WS-NOT-DIVIDED + WS-NOT-ON-MASTER
                       + WS-DELETED-ON-MASTER > ZERO
                   SET RC-BREAKS-FOUND TO TRUE
               WHEN WS-NOT-ON-GCDBIN + WS-NOT-IN-XREF
                       + WS-XREF-UNUSABLE > ZERO
                   SET RC-GROUPS-LISTED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.
           MOVE WS-RETURN-CODE-AREA TO RETURN-CODE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write the detail line to the report.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDGRCN: REPORT WRITE ERROR, STATUS '
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
      * 9000-TERMINATE - close up, echo the counts for the job log,
      * and stamp the end.
      *****************************************************************
       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE GCD-MASTER-FILE
           END-IF.
           IF WS-SPILLS-OPEN
               CLOSE GCD-NOBIN-FILE GCD-NOXREF-FILE GCD-BADX-FILE
           END-IF.
           CLOSE GCD-REPORT-FILE.
           DISPLAY 'GCDGRCN: XREF ENTRIES     = ' WS-XREF-READ.
           DISPLAY 'GCDGRCN: TONIGHT GROUPS   = ' WS-TONIGHT-GROUPS.
           DISPLAY 'GCDGRCN: RECONCILED       = ' WS-GROUPS-RECONCILED.
           DISPLAY 'GCDGRCN: MEMBERS CHECKED  = ' WS-MEMBERS-CHECKED.
           DISPLAY 'GCDGRCN: NOT DIVIDED      = ' WS-NOT-DIVIDED.
           DISPLAY 'GCDGRCN: NOT ON MASTER    = ' WS-NOT-ON-MASTER.
           DISPLAY 'GCDGRCN: DELETED          = ' WS-DELETED-ON-MASTER.
           DISPLAY 'GCDGRCN: NOT ON GCDBIN    = ' WS-NOT-ON-GCDBIN.
           DISPLAY 'GCDGRCN: NOT IN XREF      = ' WS-NOT-IN-XREF.
           DISPLAY 'GCDGRCN: UNUSABLE ENTRIES = ' WS-XREF-UNUSABLE.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's reconciliation
      * finished.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDGRCN' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDGRCN: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDGRCN.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
