      *****************************************************************
      * GCDMASOF.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * As-of-date reconstruction of the GCDMAST results master, for
      * the auditors' "what did the master say at month-end"
      * questions.  The master holds only the current value and one
      * prior value, so the master as it stood at the close of the
      * date on the command line is rebuilt by working back from
      * today's records through the GCDMHIST history:
      *
      *   $ ./gcdmasof-cob 20260930
      *
      * Every account on the master, on the GCDMARCH archive of
      * purged records, or on the history is taken in turn.  Its
      * history events dated after the as-of date are undone from
      * the latest back - a divisor change gives back its old value,
      * a status change its old status, an addition takes the
      * account off the file, and a purge brings back the record
      * GCDMPURG archived - and what is left is the account at the
      * close of that date.  The output is:
      *
      *   - GCDMSNAP, the rebuilt master in the GCDMREC layout, one
      *     record per account on file at the as-of date, in account
      *     order, ready for any program that reads the master
      *     sequentially;
      *   - the GCDMASOF report: every account that could not be
      *     rebuilt reliably and why, and a summary of how many were
      *     active, deleted, dormant, not yet on file, or already
      *     purged at that date.
      *
      * Nothing is guessed.  An account is flagged, and left off the
      * snapshot, when its history does not chain back from today's
      * record, when it was purged after the as-of date and its
      * archived record is not on GCDMARCH, or when the as-of date
      * is earlier than the history's status events (the first
      * GCDMHIST record carrying an event type) - before then a
      * delete or a move to dormant was not dated anywhere.  A prior
      * value older than the history is flagged the same way.
      *
      * GCD-MA-LAST-COMPUTED on a snapshot record is the master's own
      * date when the account has not been posted since the as-of
      * date.  Otherwise it is the latest posting on or before that
      * date the history proves - the change, addition or
      * reactivation that set the value; postings that left the
      * value alone are not on the history.  When no such posting is
      * recorded the date is zero, and the summary counts them.
      *
      * GCDMHIST is released to a SORT on account and file position,
      * and GCDMARCH on account and file position (an account
      * purged, re-added and purged again keeps its latest archived
      * record); both are matched against the master read in key
      * order.  Flagged accounts are spilled to GCDASPL during the
      * pass and copied into the report afterward.
      *
      * Return codes: 0 snapshot complete, 4 bad or missing as-of
      * date, 8 accounts flagged (the snapshot is incomplete), 16
      * file error.
      *
      * Build:
      *   $ cobc -x gcdmasof.cob -I copybooks -o gcdmasof-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original as-of-date reconstruction of
      *                    GCDMAST.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMASOF.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: the argument checks compare
      * reference-modified fields before the first open, which
      * re-points the scratch descriptor word-form assigns resolve
      * through under this compiler and turns the opens into status
      * 35.
       FILE-CONTROL.
           SELECT GCD-MASTER-FILE ASSIGN TO 'GCDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GCD-MA-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GCD-HISTORY-FILE ASSIGN TO 'GCDMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GCD-ARCHIVE-FILE ASSIGN TO 'GCDMARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT GCD-HSORT-FILE ASSIGN TO 'GCDASWK'.
           SELECT GCD-HSORTED-FILE ASSIGN TO 'GCDAWK1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSORTED-STATUS.
           SELECT GCD-ASORT-FILE ASSIGN TO 'GCDASW2'.
           SELECT GCD-ASORTED-FILE ASSIGN TO 'GCDAWK2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASORTED-STATUS.
           SELECT GCD-SNAPSHOT-FILE ASSIGN TO 'GCDMSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT GCD-FLAG-FILE ASSIGN TO 'GCDASPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDMASOF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-MASTER-FILE.
           COPY GCDMREC.
       FD  GCD-HISTORY-FILE.
           COPY GCDMHREC.
      *****************************************************************
      * GCDMARCH carries purged records byte-for-byte in the GCDMREC
      * layout, as GCDMPURG writes them.
      *****************************************************************
       FD  GCD-ARCHIVE-FILE.
       01 GCD-ARCHIVE-REC PIC X(59).
      *****************************************************************
      * The history sort record: the history record with its position
      * on GCDMHIST, so each account's events come back in the order
      * they were booked.
      *****************************************************************
       SD  GCD-HSORT-FILE.
       01 GCD-HSORT-REC.
           05 GCD-HO-ACCOUNT-ID       PIC X(10).
           05 GCD-HO-SEQUENCE         PIC 9(09).
           05 GCD-HO-POSTING-DATE     PIC 9(08).
           05 GCD-HO-OLD-VALUE        PIC 9(20).
           05 GCD-HO-NEW-VALUE        PIC 9(20).
           05 GCD-HO-EVENT-TYPE       PIC X(01).
           05 GCD-HO-OLD-STATUS       PIC X(01).
           05 GCD-HO-NEW-STATUS       PIC X(01).
       FD  GCD-HSORTED-FILE.
       01 GCD-HSORTED-REC.
           05 GCD-HD-ACCOUNT-ID       PIC X(10).
           05 GCD-HD-SEQUENCE         PIC 9(09).
           05 GCD-HD-POSTING-DATE     PIC 9(08).
           05 GCD-HD-OLD-VALUE        PIC 9(20).
           05 GCD-HD-NEW-VALUE        PIC 9(20).
           05 GCD-HD-EVENT-TYPE       PIC X(01).
           05 GCD-HD-OLD-STATUS       PIC X(01).
           05 GCD-HD-NEW-STATUS       PIC X(01).
      *****************************************************************
      * The archive sort record: the archived master record with its
      * position on GCDMARCH.
      *****************************************************************
       SD  GCD-ASORT-FILE.
       01 GCD-ASORT-REC.
           05 GCD-AO-ACCOUNT-ID       PIC X(10).
           05 GCD-AO-SEQUENCE         PIC 9(09).
           05 GCD-AO-RECORD           PIC X(59).
       FD  GCD-ASORTED-FILE.
       01 GCD-ASORTED-REC.
           05 GCD-AD-ACCOUNT-ID       PIC X(10).
           05 GCD-AD-SEQUENCE         PIC 9(09).
           05 GCD-AD-RECORD           PIC X(59).
       FD  GCD-SNAPSHOT-FILE.
       01 GCD-SNAPSHOT-REC PIC X(59).
      *****************************************************************
      * Flagged-account section spill file: finished print lines.
      *****************************************************************
       FD  GCD-FLAG-FILE.
       01 GCD-FLAG-LINE PIC X(132).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-EOF                VALUE '10'.
           88 WS-MASTER-NO-FILE            VALUE '35'.
       01 WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
           88 WS-HISTORY-OK                VALUE '00'.
           88 WS-HISTORY-EOF               VALUE '10'.
           88 WS-HISTORY-NO-FILE           VALUE '35'.
       01 WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88 WS-ARCHIVE-OK                VALUE '00'.
           88 WS-ARCHIVE-EOF               VALUE '10'.
           88 WS-ARCHIVE-NO-FILE           VALUE '35'.
       01 WS-HSORTED-STATUS       PIC X(02) VALUE SPACES.
           88 WS-HSORTED-OK                VALUE '00'.
           88 WS-HSORTED-EOF               VALUE '10'.
       01 WS-ASORTED-STATUS       PIC X(02) VALUE SPACES.
           88 WS-ASORTED-OK                VALUE '00'.
           88 WS-ASORTED-EOF               VALUE '10'.
       01 WS-SNAPSHOT-STATUS      PIC X(02) VALUE SPACES.
           88 WS-SNAPSHOT-OK               VALUE '00'.
       01 WS-FLAG-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FLAG-OK                   VALUE '00'.
           88 WS-FLAG-EOF                  VALUE '10'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.

       01 WS-SWITCHES.
           05 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-HISTORY-DONE              VALUE 'Y'.
           05 WS-ARCHIVE-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-ARCHIVE-DONE              VALUE 'Y'.
           05 WS-SPILL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 WS-SPILL-DONE                VALUE 'Y'.
           05 WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-MASTER-OPEN               VALUE 'Y'.

       01 WS-ARG-COUNT                PIC 9(03).
       01 WS-AS-OF-RAW                PIC X(10) VALUE SPACES.
       01 WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
      *****************************************************************
      * The posting date of the first GCDMHIST record that carries an
      * event type: from then on additions, status changes and purges
      * are dated on the history.  Zero when none has been written.
      *****************************************************************
       01 WS-EVENTS-FROM              PIC 9(08) VALUE ZERO.
       01 WS-EVENTS-COVER-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-EVENTS-COVER-AS-OF           VALUE 'Y'.

      *****************************************************************
      * Match-merge keys: each side's current account, HIGH-VALUES
      * once that side is exhausted.
      *****************************************************************
       01 WS-MERGE-KEYS.
           05 WS-MASTER-KEY           PIC X(10).
           05 WS-ARCHIVE-KEY          PIC X(10).
           05 WS-HISTORY-KEY          PIC X(10).
           05 WS-LOW-KEY              PIC X(10).

      *****************************************************************
      * The account being rebuilt: where it was found, today's master
      * and archived records, and its history events in booking order.
      *****************************************************************
       01 WS-ACCOUNT-AREA.
           05 WS-ON-MASTER-SWITCH     PIC X(01).
               88 WS-ON-MASTER                 VALUE 'Y'.
           05 WS-ON-ARCHIVE-SWITCH    PIC X(01).
               88 WS-ON-ARCHIVE                VALUE 'Y'.
           05 WS-ARCHIVE-USED-SWITCH  PIC X(01).
               88 WS-ARCHIVE-USED              VALUE 'Y'.
           05 WS-ADDED-AFTER-SWITCH   PIC X(01).
               88 WS-ADDED-AFTER               VALUE 'Y'.
           05 WS-EVENTS-FULL-SWITCH   PIC X(01).
               88 WS-EVENTS-FULL               VALUE 'Y'.
           05 WS-UNDO-DONE-SWITCH     PIC X(01).
               88 WS-UNDO-DONE                 VALUE 'Y'.
       01 WS-MASTER-COPY.
           05 WS-MC-ACCOUNT-ID        PIC X(10).
           05 WS-MC-GCD-VALUE         PIC 9(20).
           05 WS-MC-PRIOR-VALUE       PIC 9(20).
           05 WS-MC-LAST-COMPUTED     PIC 9(08).
           05 WS-MC-STATUS            PIC X(01).
       01 WS-ARCHIVE-COPY.
           05 WS-AC-ACCOUNT-ID        PIC X(10).
           05 WS-AC-GCD-VALUE         PIC 9(20).
           05 WS-AC-PRIOR-VALUE       PIC 9(20).
           05 WS-AC-LAST-COMPUTED     PIC 9(08).
           05 WS-AC-STATUS            PIC X(01).
       01 WS-EVENT-AREA.
           05 WS-EVENT-COUNT          PIC S9(04) COMP VALUE ZERO.
           05 WS-EVENT-ENTRY OCCURS 1000 TIMES.
               10 WS-EV-DATE          PIC 9(08).
               10 WS-EV-TYPE          PIC X(01).
                   88 WS-EV-VALUE-CHANGE       VALUE 'C' SPACE.
                   88 WS-EV-ADDED              VALUE 'A'.
                   88 WS-EV-STATUS-CHANGE      VALUE 'S'.
                   88 WS-EV-PURGED             VALUE 'P'.
               10 WS-EV-OLD-VALUE     PIC 9(20).
               10 WS-EV-NEW-VALUE     PIC 9(20).
               10 WS-EV-OLD-STATUS    PIC X(01).
               10 WS-EV-NEW-STATUS    PIC X(01).

      *****************************************************************
      * The account as it is taken back: on the file or not, and its
      * record.  WS-ST-CHANGES-UNDONE counts divisor changes undone,
      * which decides whether today's prior value still stands.
      *****************************************************************
       01 WS-STATE-AREA.
           05 WS-ST-ON-FILE-SWITCH    PIC X(01).
               88 WS-ST-ON-FILE                VALUE 'Y'.
           05 WS-ST-GCD-VALUE         PIC 9(20).
           05 WS-ST-PRIOR-VALUE       PIC 9(20).
           05 WS-ST-LAST-COMPUTED     PIC 9(08).
           05 WS-ST-STATUS            PIC X(01).
           05 WS-ST-CHANGES-UNDONE    PIC 9(09) COMP.

      *****************************************************************
      * What the account was at the as-of date.
      *****************************************************************
       01 WS-OUTCOME                  PIC X(01).
           88 WS-OUTCOME-ACTIVE               VALUE 'A'.
           88 WS-OUTCOME-DELETED              VALUE 'D'.
           88 WS-OUTCOME-DORMANT              VALUE 'R'.
           88 WS-OUTCOME-NOT-YET              VALUE 'N'.
           88 WS-OUTCOME-PURGED               VALUE 'P'.
           88 WS-OUTCOME-FLAGGED              VALUE 'F'.
       01 WS-FLAG-REASON              PIC X(44).

       01 WS-SNAPSHOT-RECORD.
           05 WS-SN-ACCOUNT-ID        PIC X(10).
           05 WS-SN-GCD-VALUE         PIC 9(20).
           05 WS-SN-PRIOR-VALUE       PIC 9(20).
           05 WS-SN-LAST-COMPUTED     PIC 9(08).
           05 WS-SN-STATUS            PIC X(01).

       01 WS-WORK-AREA.
           05 WS-EV-SUB               PIC S9(04) COMP.
           05 WS-SCAN-SUB             PIC S9(04) COMP.
           05 WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-ARCHIVE-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-HISTORY-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-ACCOUNTS-EXAMINED    PIC 9(09) COMP VALUE ZERO.
           05 WS-ACTIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
           05 WS-DELETED-COUNT        PIC 9(09) COMP VALUE ZERO.
           05 WS-DORMANT-COUNT        PIC 9(09) COMP VALUE ZERO.
           05 WS-NOT-YET-COUNT        PIC 9(09) COMP VALUE ZERO.
           05 WS-PURGED-COUNT         PIC 9(09) COMP VALUE ZERO.
           05 WS-FLAGGED-COUNT        PIC 9(09) COMP VALUE ZERO.
           05 WS-SNAPSHOT-WRITTEN     PIC 9(09) COMP VALUE ZERO.
           05 WS-NO-LAST-COMPUTED     PIC 9(09) COMP VALUE ZERO.
           05 WS-FOUND-ON-TEXT        PIC X(12).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * Return-code conditions.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-BAD-ARGUMENTS             VALUE 4.
           88 RC-ACCOUNTS-FLAGGED          VALUE 8.
           88 RC-FILE-ERROR                VALUE 16.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-SORT-HISTORY THRU 1500-EXIT.
           PERFORM 1800-SORT-ARCHIVE THRU 1800-EXIT.
           PERFORM 2000-REBUILD-PASS THRU 2000-EXIT.
           PERFORM 5000-REPORT-FLAGGED THRU 5000-EXIT.
           PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - the as-of date, and the report and snapshot
      * opened.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1100-VALIDATE-ARGUMENTS THRU 1100-EXIT.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDMASOF, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GCD-SNAPSHOT-FILE.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDMSNAP, STATUS '
                   WS-SNAPSHOT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           STRING 'GCDMASOF  GCDMAST AS AT THE CLOSE OF ' WS-AS-OF-DATE
               '    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VALIDATE-ARGUMENTS - one as-of date, YYYYMMDD, a real
      * date no later than today.
      *****************************************************************
       1100-VALIDATE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF WS-ARG-COUNT NOT = 1
               DISPLAY 'GCDMASOF: USAGE IS AS-OF-DATE (YYYYMMDD)'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-AS-OF-RAW FROM ARGUMENT-VALUE.
           IF WS-AS-OF-RAW (1:8) IS NOT NUMERIC
                   OR WS-AS-OF-RAW (9:2) NOT = SPACES
               DISPLAY 'GCDMASOF: AS-OF DATE MUST BE YYYYMMDD, NOT '
                   WS-AS-OF-RAW
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-AS-OF-RAW (1:8) TO WS-AS-OF-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = ZERO
                   OR WS-AS-OF-DATE > WS-RUN-DATE
               DISPLAY 'GCDMASOF: ' WS-AS-OF-DATE
                   ' IS NOT A VALID AS-OF DATE'
               SET RC-BAD-ARGUMENTS TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SORT-HISTORY - every history record to the sort, which
      * gives them back in account and booking order.  The first
      * record carrying an event type is noted on the way through.
      *****************************************************************
       1500-SORT-HISTORY.
           SORT GCD-HSORT-FILE
               ON ASCENDING KEY GCD-HO-ACCOUNT-ID
               ON ASCENDING KEY GCD-HO-SEQUENCE
               INPUT PROCEDURE IS 1600-RELEASE-HISTORY
                   THRU 1600-EXIT
               GIVING GCD-HSORTED-FILE.
           IF SORT-RETURN NOT = ZERO OR RC-FILE-ERROR
               DISPLAY 'GCDMASOF: GCDMHIST SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF WS-EVENTS-FROM NOT = ZERO
                   AND WS-EVENTS-FROM NOT > WS-AS-OF-DATE
               SET WS-EVENTS-COVER-AS-OF TO TRUE
           END-IF.
           IF WS-EVENTS-FROM = ZERO
               MOVE 'STATUS EVENTS NOT YET RECORDED ON GCDMHIST'
                   TO WS-DETAIL-LINE
           ELSE
               STRING 'STATUS EVENTS RECORDED ON GCDMHIST FROM '
                   WS-EVENTS-FROM
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1600-RELEASE-HISTORY - the history sort's input procedure.
      * No history file at all just means nothing has been booked.
      *****************************************************************
       1600-RELEASE-HISTORY.
           OPEN INPUT GCD-HISTORY-FILE.
           IF WS-HISTORY-NO-FILE
               DISPLAY 'GCDMASOF: NO GCDMHIST FILE - NO HISTORY HAS '
                   'BEEN BOOKED'
               GO TO 1600-EXIT
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDMHIST, STATUS '
                   WS-HISTORY-STATUS
               SET RC-FILE-ERROR TO TRUE
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1650-READ-HISTORY THRU 1650-EXIT.
           PERFORM 1700-RELEASE-ONE-HISTORY THRU 1700-EXIT
               UNTIL WS-HISTORY-DONE.
           CLOSE GCD-HISTORY-FILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 1650-READ-HISTORY - read the next history record.
      *****************************************************************
       1650-READ-HISTORY.
           READ GCD-HISTORY-FILE.
           IF WS-HISTORY-EOF
               SET WS-HISTORY-DONE TO TRUE
           ELSE
               IF NOT WS-HISTORY-OK
                   DISPLAY 'GCDMASOF: GCDMHIST READ ERROR, STATUS '
                       WS-HISTORY-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   SET WS-HISTORY-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
               END-IF
           END-IF.
       1650-EXIT.
           EXIT.

      *****************************************************************
      * 1700-RELEASE-ONE-HISTORY - one history record, tagged with its
      * position on the file, to the sort.
      *****************************************************************
       1700-RELEASE-ONE-HISTORY.
           IF GCD-MH-EVENT-TYPE NOT = SPACE
                   AND GCD-MH-POSTING-DATE IS NUMERIC
               IF WS-EVENTS-FROM = ZERO
                       OR GCD-MH-POSTING-DATE < WS-EVENTS-FROM
                   MOVE GCD-MH-POSTING-DATE TO WS-EVENTS-FROM
               END-IF
           END-IF.
           MOVE GCD-MH-ACCOUNT-ID TO GCD-HO-ACCOUNT-ID.
           MOVE WS-HISTORY-READ TO GCD-HO-SEQUENCE.
           MOVE GCD-MH-POSTING-DATE TO GCD-HO-POSTING-DATE.
           MOVE GCD-MH-OLD-VALUE TO GCD-HO-OLD-VALUE.
           MOVE GCD-MH-NEW-VALUE TO GCD-HO-NEW-VALUE.
           MOVE GCD-MH-EVENT-TYPE TO GCD-HO-EVENT-TYPE.
           MOVE GCD-MH-OLD-STATUS TO GCD-HO-OLD-STATUS.
           MOVE GCD-MH-NEW-STATUS TO GCD-HO-NEW-STATUS.
           RELEASE GCD-HSORT-REC.
           PERFORM 1650-READ-HISTORY THRU 1650-EXIT.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * 1800-SORT-ARCHIVE - every archived record to the sort, in
      * account and archive order.
      *****************************************************************
       1800-SORT-ARCHIVE.
           SORT GCD-ASORT-FILE
               ON ASCENDING KEY GCD-AO-ACCOUNT-ID
               ON ASCENDING KEY GCD-AO-SEQUENCE
               INPUT PROCEDURE IS 1850-RELEASE-ARCHIVE
                   THRU 1850-EXIT
               GIVING GCD-ASORTED-FILE.
           IF SORT-RETURN NOT = ZERO OR RC-FILE-ERROR
               DISPLAY 'GCDMASOF: GCDMARCH SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       1800-EXIT.
           EXIT.

      *****************************************************************
      * 1850-RELEASE-ARCHIVE - the archive sort's input procedure.
      * No archive file just means nothing has been purged.
      *****************************************************************
       1850-RELEASE-ARCHIVE.
           OPEN INPUT GCD-ARCHIVE-FILE.
           IF WS-ARCHIVE-NO-FILE
               GO TO 1850-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDMARCH, STATUS '
                   WS-ARCHIVE-STATUS
               SET RC-FILE-ERROR TO TRUE
               GO TO 1850-EXIT
           END-IF.
           PERFORM 1870-RELEASE-ONE-ARCHIVE THRU 1870-EXIT
               UNTIL WS-ARCHIVE-DONE.
           CLOSE GCD-ARCHIVE-FILE.
       1850-EXIT.
           EXIT.

      *****************************************************************
      * 1870-RELEASE-ONE-ARCHIVE - one archived record, tagged with
      * its position on the file, to the sort.
      *****************************************************************
       1870-RELEASE-ONE-ARCHIVE.
           READ GCD-ARCHIVE-FILE.
           IF WS-ARCHIVE-EOF
               SET WS-ARCHIVE-DONE TO TRUE
               GO TO 1870-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY 'GCDMASOF: GCDMARCH READ ERROR, STATUS '
                   WS-ARCHIVE-STATUS
               SET RC-FILE-ERROR TO TRUE
               SET WS-ARCHIVE-DONE TO TRUE
               GO TO 1870-EXIT
           END-IF.
           ADD 1 TO WS-ARCHIVE-READ.
           MOVE GCD-ARCHIVE-REC (1:10) TO GCD-AO-ACCOUNT-ID.
           MOVE WS-ARCHIVE-READ TO GCD-AO-SEQUENCE.
           MOVE GCD-ARCHIVE-REC TO GCD-AO-RECORD.
           RELEASE GCD-ASORT-REC.
       1870-EXIT.
           EXIT.

      *****************************************************************
      * 2000-REBUILD-PASS - the master, the sorted archive and the
      * sorted history forward together in account order, one
      * account rebuilt at each step.  A master that does not exist
      * yet leaves only the archive and history to rebuild from.
      *****************************************************************
       2000-REBUILD-PASS.
           OPEN OUTPUT GCD-FLAG-FILE.
           IF NOT WS-FLAG-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDASPL, STATUS '
                   WS-FLAG-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GCD-HSORTED-FILE.
           IF NOT WS-HSORTED-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDAWK1, STATUS '
                   WS-HSORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GCD-ASORTED-FILE.
           IF NOT WS-ASORTED-OK
               DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDAWK2, STATUS '
                   WS-ASORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GCD-MASTER-FILE.
           IF WS-MASTER-NO-FILE
               DISPLAY 'GCDMASOF: NO GCDMAST - REBUILDING FROM THE '
                   'ARCHIVE AND HISTORY ALONE'
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               IF NOT WS-MASTER-OK
                   DISPLAY 'GCDMASOF: UNABLE TO OPEN GCDMAST, STATUS '
                       WS-MASTER-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               SET WS-MASTER-OPEN TO TRUE
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
           END-IF.
           PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
           PERFORM 2300-READ-HISTORY THRU 2300-EXIT.
           PERFORM 2400-REBUILD-ONE THRU 2400-EXIT
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-ARCHIVE-KEY = HIGH-VALUES
                   AND WS-HISTORY-KEY = HIGH-VALUES.
           CLOSE GCD-HSORTED-FILE GCD-ASORTED-FILE GCD-FLAG-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-MASTER - the next master record in key order;
      * HIGH-VALUES at end of file.
      *****************************************************************
       2100-READ-MASTER.
           READ GCD-MASTER-FILE.
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               IF NOT WS-MASTER-OK
                   DISPLAY 'GCDMASOF: MASTER READ ERROR, STATUS '
                       WS-MASTER-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-MASTER-READ
               MOVE GCD-MA-ACCOUNT-ID TO WS-MASTER-KEY
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-ARCHIVE - the next sorted archive record;
      * HIGH-VALUES at end of file.
      *****************************************************************
       2200-READ-ARCHIVE.
           READ GCD-ASORTED-FILE.
           IF WS-ASORTED-EOF
               MOVE HIGH-VALUES TO WS-ARCHIVE-KEY
           ELSE
               IF NOT WS-ASORTED-OK
                   DISPLAY 'GCDMASOF: GCDAWK2 READ ERROR, STATUS '
                       WS-ASORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               MOVE GCD-AD-ACCOUNT-ID TO WS-ARCHIVE-KEY
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-READ-HISTORY - the next sorted history record;
      * HIGH-VALUES at end of file.
      *****************************************************************
       2300-READ-HISTORY.
           READ GCD-HSORTED-FILE.
           IF WS-HSORTED-EOF
               MOVE HIGH-VALUES TO WS-HISTORY-KEY
           ELSE
               IF NOT WS-HSORTED-OK
                   DISPLAY 'GCDMASOF: GCDAWK1 READ ERROR, STATUS '
                       WS-HSORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               MOVE GCD-HD-ACCOUNT-ID TO WS-HISTORY-KEY
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-REBUILD-ONE - gather everything the three files hold for
      * the lowest account in view, rebuild it, and write it to the
      * snapshot or the flagged list.
      *****************************************************************
       2400-REBUILD-ONE.
           MOVE WS-MASTER-KEY TO WS-LOW-KEY.
           IF WS-ARCHIVE-KEY < WS-LOW-KEY
               MOVE WS-ARCHIVE-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-HISTORY-KEY < WS-LOW-KEY
               MOVE WS-HISTORY-KEY TO WS-LOW-KEY
           END-IF.
           ADD 1 TO WS-ACCOUNTS-EXAMINED.
           MOVE 'N' TO WS-ON-MASTER-SWITCH.
           MOVE 'N' TO WS-ON-ARCHIVE-SWITCH.
           MOVE 'N' TO WS-ARCHIVE-USED-SWITCH.
           MOVE 'N' TO WS-ADDED-AFTER-SWITCH.
           MOVE 'N' TO WS-EVENTS-FULL-SWITCH.
           MOVE ZERO TO WS-EVENT-COUNT.
           IF WS-MASTER-KEY = WS-LOW-KEY
               SET WS-ON-MASTER TO TRUE
               MOVE GCD-MASTER-RECORD TO WS-MASTER-COPY
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
           END-IF.
           IF WS-ARCHIVE-KEY = WS-LOW-KEY
               SET WS-ON-ARCHIVE TO TRUE
               PERFORM 2500-TAKE-ARCHIVE THRU 2500-EXIT
                   UNTIL WS-ARCHIVE-KEY NOT = WS-LOW-KEY
           END-IF.
           PERFORM 2600-TAKE-HISTORY THRU 2600-EXIT
               UNTIL WS-HISTORY-KEY NOT = WS-LOW-KEY.
           PERFORM 3000-RECONSTRUCT THRU 3000-EXIT.
           EVALUATE TRUE
               WHEN WS-OUTCOME-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
               WHEN WS-OUTCOME-DELETED
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
               WHEN WS-OUTCOME-DORMANT
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
               WHEN WS-OUTCOME-NOT-YET
                   ADD 1 TO WS-NOT-YET-COUNT
               WHEN WS-OUTCOME-PURGED
                   ADD 1 TO WS-PURGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 4100-WRITE-FLAG THRU 4100-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-TAKE-ARCHIVE - one archived record for the account; the
      * last one read, the latest purge, is the one kept.
      *****************************************************************
       2500-TAKE-ARCHIVE.
           MOVE GCD-AD-RECORD TO WS-ARCHIVE-COPY.
           PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-TAKE-HISTORY - one history event for the account into the
      * event table.  An account with more events than the table
      * holds is flagged rather than rebuilt from part of them.
      *****************************************************************
       2600-TAKE-HISTORY.
           IF WS-EVENT-COUNT >= 1000
               SET WS-EVENTS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               MOVE GCD-HD-POSTING-DATE TO WS-EV-DATE (WS-EVENT-COUNT)
               MOVE GCD-HD-EVENT-TYPE TO WS-EV-TYPE (WS-EVENT-COUNT)
               MOVE GCD-HD-OLD-VALUE
                   TO WS-EV-OLD-VALUE (WS-EVENT-COUNT)
               MOVE GCD-HD-NEW-VALUE
                   TO WS-EV-NEW-VALUE (WS-EVENT-COUNT)
               MOVE GCD-HD-OLD-STATUS
                   TO WS-EV-OLD-STATUS (WS-EVENT-COUNT)
               MOVE GCD-HD-NEW-STATUS
                   TO WS-EV-NEW-STATUS (WS-EVENT-COUNT)
           END-IF.
           PERFORM 2300-READ-HISTORY THRU 2300-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 3000-RECONSTRUCT - take the account back to the as-of date.
      * It starts from today's master record, or - when it has been
      * purged - from nothing, with the archived record to hand; the
      * events dated after the as-of date are then undone from the
      * latest back.  Every event must fit the record it is undone
      * from, or the account is flagged.
      *****************************************************************
       3000-RECONSTRUCT.
           MOVE 'F' TO WS-OUTCOME.
           MOVE SPACES TO WS-FLAG-REASON.
           IF WS-EVENTS-FULL
               MOVE 'MORE HISTORY THAN CAN BE HELD'
                   TO WS-FLAG-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EVENT-COUNT
                       OR WS-FLAG-REASON NOT = SPACES
               IF WS-EV-DATE (WS-EV-SUB) IS NOT NUMERIC
                   MOVE 'HISTORY POSTING DATE NOT A DATE'
                       TO WS-FLAG-REASON
               ELSE
                   IF WS-EV-SUB > 1
                       IF WS-EV-DATE (WS-EV-SUB)
                               < WS-EV-DATE (WS-EV-SUB - 1)
                           MOVE 'HISTORY OUT OF DATE ORDER'
                               TO WS-FLAG-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FLAG-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-ST-CHANGES-UNDONE.
           IF WS-ON-MASTER
               SET WS-ST-ON-FILE TO TRUE
               MOVE WS-MC-GCD-VALUE TO WS-ST-GCD-VALUE
               MOVE WS-MC-PRIOR-VALUE TO WS-ST-PRIOR-VALUE
               MOVE WS-MC-LAST-COMPUTED TO WS-ST-LAST-COMPUTED
               MOVE WS-MC-STATUS TO WS-ST-STATUS
           ELSE
               MOVE 'N' TO WS-ST-ON-FILE-SWITCH
               MOVE ZERO TO WS-ST-GCD-VALUE
               MOVE ZERO TO WS-ST-PRIOR-VALUE
               MOVE ZERO TO WS-ST-LAST-COMPUTED
               MOVE SPACE TO WS-ST-STATUS
           END-IF.
           MOVE WS-EVENT-COUNT TO WS-EV-SUB.
           MOVE 'N' TO WS-UNDO-DONE-SWITCH.
           PERFORM 3100-UNDO-ONE THRU 3100-EXIT
               UNTIL WS-EV-SUB = ZERO
                   OR WS-UNDO-DONE
                   OR WS-FLAG-REASON NOT = SPACES.
           IF WS-FLAG-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           IF WS-ST-ON-FILE
               PERFORM 3300-ON-FILE THRU 3300-EXIT
           ELSE
               PERFORM 3200-NOT-ON-FILE THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-UNDO-ONE - undo the event at WS-EV-SUB if it is dated
      * after the as-of date; at the first one that is not, the
      * account is where it stood at the as-of date and the undoing
      * stops there with WS-EV-SUB on that event.
      *****************************************************************
       3100-UNDO-ONE.
           IF WS-EV-DATE (WS-EV-SUB) NOT > WS-AS-OF-DATE
               SET WS-UNDO-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-EV-PURGED (WS-EV-SUB)
                   PERFORM 3110-UNDO-PURGE THRU 3110-EXIT
               WHEN WS-EV-ADDED (WS-EV-SUB)
                   PERFORM 3120-UNDO-ADD THRU 3120-EXIT
               WHEN WS-EV-STATUS-CHANGE (WS-EV-SUB)
                   PERFORM 3130-UNDO-STATUS THRU 3130-EXIT
               WHEN WS-EV-VALUE-CHANGE (WS-EV-SUB)
                   PERFORM 3140-UNDO-CHANGE THRU 3140-EXIT
               WHEN OTHER
                   MOVE 'HISTORY EVENT TYPE NOT C, A, S OR P'
                       TO WS-FLAG-REASON
           END-EVALUATE.
           SUBTRACT 1 FROM WS-EV-SUB.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3110-UNDO-PURGE - before the purge the account was on the
      * master as GCDMPURG archived it.  That record must be on the
      * archive, and only one purge can be taken back from it.
      *****************************************************************
       3110-UNDO-PURGE.
           IF WS-ST-ON-FILE
               MOVE 'PURGED WHILE STILL ON THE MASTER'
                   TO WS-FLAG-REASON
               GO TO 3110-EXIT
           END-IF.
           IF NOT WS-ON-ARCHIVE OR WS-ARCHIVE-USED
               MOVE 'PURGED AFTER AS-OF DATE, NOT ON GCDMARCH'
                   TO WS-FLAG-REASON
               GO TO 3110-EXIT
           END-IF.
           IF WS-AC-GCD-VALUE NOT = WS-EV-OLD-VALUE (WS-EV-SUB)
               MOVE 'GCDMARCH DOES NOT MATCH THE HISTORY'
                   TO WS-FLAG-REASON
               GO TO 3110-EXIT
           END-IF.
           SET WS-ARCHIVE-USED TO TRUE.
           SET WS-ST-ON-FILE TO TRUE.
           MOVE WS-AC-GCD-VALUE TO WS-ST-GCD-VALUE.
           MOVE WS-AC-PRIOR-VALUE TO WS-ST-PRIOR-VALUE.
           MOVE WS-AC-LAST-COMPUTED TO WS-ST-LAST-COMPUTED.
           MOVE WS-AC-STATUS TO WS-ST-STATUS.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * 3120-UNDO-ADD - before it was added the account was not on
      * the file; the value it was added with must be the value
      * everything since has been undone back to.
      *****************************************************************
       3120-UNDO-ADD.
           IF NOT WS-ST-ON-FILE
                   OR WS-ST-GCD-VALUE NOT = WS-EV-NEW-VALUE (WS-EV-SUB)
               MOVE 'ADDITION DOES NOT CHAIN TO LATER HISTORY'
                   TO WS-FLAG-REASON
               GO TO 3120-EXIT
           END-IF.
           MOVE 'N' TO WS-ST-ON-FILE-SWITCH.
           SET WS-ADDED-AFTER TO TRUE.
       3120-EXIT.
           EXIT.

      *****************************************************************
      * 3130-UNDO-STATUS - the status goes back to the one the change
      * replaced.
      *****************************************************************
       3130-UNDO-STATUS.
           IF NOT WS-ST-ON-FILE
                   OR WS-ST-STATUS NOT = WS-EV-NEW-STATUS (WS-EV-SUB)
               MOVE 'STATUS HISTORY DOES NOT CHAIN'
                   TO WS-FLAG-REASON
               GO TO 3130-EXIT
           END-IF.
           MOVE WS-EV-OLD-STATUS (WS-EV-SUB) TO WS-ST-STATUS.
       3130-EXIT.
           EXIT.

      *****************************************************************
      * 3140-UNDO-CHANGE - the divisor goes back to the one the change
      * replaced.
      *****************************************************************
       3140-UNDO-CHANGE.
           IF NOT WS-ST-ON-FILE
                   OR WS-ST-GCD-VALUE NOT = WS-EV-NEW-VALUE (WS-EV-SUB)
               MOVE 'VALUE HISTORY DOES NOT CHAIN'
                   TO WS-FLAG-REASON
               GO TO 3140-EXIT
           END-IF.
           MOVE WS-EV-OLD-VALUE (WS-EV-SUB) TO WS-ST-GCD-VALUE.
           ADD 1 TO WS-ST-CHANGES-UNDONE.
       3140-EXIT.
           EXIT.

      *****************************************************************
      * 3200-NOT-ON-FILE - the account was not on the master at the
      * as-of date: either it had not been added yet, or an earlier
      * life of it had already been purged.  A purge dated on or
      * before the as-of date proves the second; an archived record
      * with no purge dated at all proves it only when the history
      * dated purges from before the as-of date.
      *****************************************************************
       3200-NOT-ON-FILE.
           IF WS-EV-SUB > ZERO
               IF WS-EV-PURGED (WS-EV-SUB)
                   MOVE 'P' TO WS-OUTCOME
                   GO TO 3200-EXIT
               END-IF
               IF WS-ADDED-AFTER OR NOT WS-ON-ARCHIVE
                   MOVE 'OFF THE MASTER WITH NO PURGE RECORDED'
                       TO WS-FLAG-REASON
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           IF WS-ON-ARCHIVE AND NOT WS-ARCHIVE-USED
               IF WS-EVENTS-COVER-AS-OF
                   MOVE 'P' TO WS-OUTCOME
               ELSE
                   MOVE 'PURGE DATE NOT RECORDED' TO WS-FLAG-REASON
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WS-ADDED-AFTER
               MOVE 'N' TO WS-OUTCOME
           ELSE
               MOVE 'NOT ON GCDMAST OR GCDMARCH' TO WS-FLAG-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-ON-FILE - the account was on the master at the as-of
      * date.  Its status can only be trusted when the history was
      * dating status changes by then; its prior value is the one
      * the latest change on or before the as-of date replaced.
      *****************************************************************
       3300-ON-FILE.
           IF NOT WS-EVENTS-COVER-AS-OF
               MOVE 'STATUS HISTORY DOES NOT REACH AS-OF DATE'
                   TO WS-FLAG-REASON
               GO TO 3300-EXIT
           END-IF.
           IF WS-ST-STATUS NOT = 'A' AND WS-ST-STATUS NOT = 'D'
                   AND WS-ST-STATUS NOT = 'R'
               MOVE 'STATUS NOT A, D OR R' TO WS-FLAG-REASON
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-LOW-KEY TO WS-SN-ACCOUNT-ID.
           MOVE WS-ST-GCD-VALUE TO WS-SN-GCD-VALUE.
           MOVE WS-ST-STATUS TO WS-SN-STATUS.
           PERFORM 3400-FIND-PRIOR THRU 3400-EXIT.
           IF WS-FLAG-REASON NOT = SPACES
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3500-FIND-LAST-COMPUTED THRU 3500-EXIT.
           MOVE WS-ST-STATUS TO WS-OUTCOME.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-FIND-PRIOR - the prior value at the as-of date.  The
      * latest divisor change on or before it gives it; reaching the
      * account's addition first means it had none yet.  With no
      * change undone at all today's prior value still stands;
      * otherwise the change that set it is older than the history.
      *****************************************************************
       3400-FIND-PRIOR.
           MOVE WS-EV-SUB TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB = ZERO
                   OR WS-EV-VALUE-CHANGE (WS-SCAN-SUB)
                   OR WS-EV-ADDED (WS-SCAN-SUB)
                   OR WS-EV-PURGED (WS-SCAN-SUB)
               SUBTRACT 1 FROM WS-SCAN-SUB
           END-PERFORM.
           IF WS-SCAN-SUB > ZERO
               IF WS-EV-VALUE-CHANGE (WS-SCAN-SUB)
                   MOVE WS-EV-OLD-VALUE (WS-SCAN-SUB)
                       TO WS-SN-PRIOR-VALUE
                   GO TO 3400-EXIT
               END-IF
               IF WS-EV-ADDED (WS-SCAN-SUB)
                   MOVE ZERO TO WS-SN-PRIOR-VALUE
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           IF WS-ST-CHANGES-UNDONE = ZERO
               MOVE WS-ST-PRIOR-VALUE TO WS-SN-PRIOR-VALUE
           ELSE
               MOVE 'PRIOR VALUE OLDER THAN THE HISTORY'
                   TO WS-FLAG-REASON
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3500-FIND-LAST-COMPUTED - a last-computed date on or before
      * the as-of date stands as it is.  Otherwise the latest posting
      * the history proves on or before it - a divisor change, the
      * addition, or a reactivation - is used, and zero when there
      * is none.
      *****************************************************************
       3500-FIND-LAST-COMPUTED.
           IF WS-ST-LAST-COMPUTED IS NUMERIC
                   AND WS-ST-LAST-COMPUTED NOT > WS-AS-OF-DATE
               MOVE WS-ST-LAST-COMPUTED TO WS-SN-LAST-COMPUTED
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO WS-SN-LAST-COMPUTED.
           MOVE WS-EV-SUB TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB = ZERO
                   OR WS-SN-LAST-COMPUTED NOT = ZERO
                   OR WS-EV-PURGED (WS-SCAN-SUB)
               IF WS-EV-VALUE-CHANGE (WS-SCAN-SUB)
                       OR WS-EV-ADDED (WS-SCAN-SUB)
                       OR (WS-EV-STATUS-CHANGE (WS-SCAN-SUB)
                           AND WS-EV-NEW-STATUS (WS-SCAN-SUB) = 'A')
                   MOVE WS-EV-DATE (WS-SCAN-SUB)
                       TO WS-SN-LAST-COMPUTED
               END-IF
               SUBTRACT 1 FROM WS-SCAN-SUB
           END-PERFORM.
           IF WS-SN-LAST-COMPUTED = ZERO
               ADD 1 TO WS-NO-LAST-COMPUTED
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-WRITE-SNAPSHOT - the rebuilt record to GCDMSNAP.
      *****************************************************************
       4000-WRITE-SNAPSHOT.
           WRITE GCD-SNAPSHOT-REC FROM WS-SNAPSHOT-RECORD.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'GCDMASOF: GCDMSNAP WRITE ERROR, STATUS '
                   WS-SNAPSHOT-STATUS ' KEY ' WS-LOW-KEY
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-SNAPSHOT-WRITTEN.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-WRITE-FLAG - a flagged account, where it was found today
      * and why it cannot be rebuilt, to the spill file.
      *****************************************************************
       4100-WRITE-FLAG.
           EVALUATE TRUE
               WHEN WS-ON-MASTER
                   MOVE 'MASTER' TO WS-FOUND-ON-TEXT
               WHEN WS-ON-ARCHIVE
                   MOVE 'ARCHIVE' TO WS-FOUND-ON-TEXT
               WHEN OTHER
                   MOVE 'HISTORY ONLY' TO WS-FOUND-ON-TEXT
           END-EVALUATE.
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY.
           STRING '  ACCOUNT ' WS-LOW-KEY
               '  FOUND ON ' WS-FOUND-ON-TEXT
               '  EVENTS ' WS-COUNT-DISPLAY
               '  ' WS-FLAG-REASON
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO GCD-FLAG-LINE.
           WRITE GCD-FLAG-LINE.
           IF NOT WS-FLAG-OK
               DISPLAY 'GCDMASOF: GCDASPL WRITE ERROR, STATUS '
                   WS-FLAG-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-FLAGGED - the flagged section, copied from its
      * spill file.
      *****************************************************************
       5000-REPORT-FLAGGED.
           MOVE 'ACCOUNTS THAT CANNOT BE REBUILT RELIABLY'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '----------------------------------------'
               TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           OPEN INPUT GCD-FLAG-FILE.
           PERFORM 5100-COPY-ONE-FLAG THRU 5100-EXIT
               UNTIL WS-SPILL-DONE.
           CLOSE GCD-FLAG-FILE.
           IF WS-FLAGGED-COUNT = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-COPY-ONE-FLAG - one spilled line into the report.
      *****************************************************************
       5100-COPY-ONE-FLAG.
           READ GCD-FLAG-FILE.
           IF WS-FLAG-EOF
               SET WS-SPILL-DONE TO TRUE
           ELSE
               MOVE GCD-FLAG-LINE TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REPORT-SUMMARY - the counts in one place, and the return
      * code: a flagged account leaves the snapshot incomplete.
      *****************************************************************
       6000-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-MASTER-READ TO WS-COUNT-DISPLAY.
           STRING '  MASTER RECORDS READ  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ARCHIVE-READ TO WS-COUNT-DISPLAY.
           STRING '  ARCHIVE RECORDS READ . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-HISTORY-READ TO WS-COUNT-DISPLAY.
           STRING '  HISTORY RECORDS READ . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACCOUNTS-EXAMINED TO WS-COUNT-DISPLAY.
           STRING '  ACCOUNTS EXAMINED  . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           STRING '    ACTIVE AT AS-OF DATE . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-DELETED-COUNT TO WS-COUNT-DISPLAY.
           STRING '    DELETED AT AS-OF DATE  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-DORMANT-COUNT TO WS-COUNT-DISPLAY.
           STRING '    DORMANT AT AS-OF DATE  . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NOT-YET-COUNT TO WS-COUNT-DISPLAY.
           STRING '    NOT YET ON FILE  . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY.
           STRING '    ALREADY PURGED . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY.
           STRING '    CANNOT BE REBUILT  . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-SNAPSHOT-WRITTEN TO WS-COUNT-DISPLAY.
           STRING '  SNAPSHOT RECORDS WRITTEN . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-NO-LAST-COMPUTED TO WS-COUNT-DISPLAY.
           STRING '    LAST-COMPUTED NOT RECORDED . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-FLAGGED-COUNT > ZERO
               SET RC-ACCOUNTS-FLAGGED TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
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
               DISPLAY 'GCDMASOF: REPORT WRITE ERROR, STATUS '
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
           IF WS-MASTER-OPEN
               CLOSE GCD-MASTER-FILE
           END-IF.
           CLOSE GCD-SNAPSHOT-FILE GCD-REPORT-FILE.
           DISPLAY 'GCDMASOF: AS-OF DATE      = ' WS-AS-OF-DATE.
           DISPLAY 'GCDMASOF: ACCOUNTS        = ' WS-ACCOUNTS-EXAMINED.
           DISPLAY 'GCDMASOF: ACTIVE          = ' WS-ACTIVE-COUNT.
           DISPLAY 'GCDMASOF: DELETED         = ' WS-DELETED-COUNT.
           DISPLAY 'GCDMASOF: DORMANT         = ' WS-DORMANT-COUNT.
           DISPLAY 'GCDMASOF: NOT YET ON FILE = ' WS-NOT-YET-COUNT.
           DISPLAY 'GCDMASOF: ALREADY PURGED  = ' WS-PURGED-COUNT.
           DISPLAY 'GCDMASOF: FLAGGED         = ' WS-FLAGGED-COUNT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDMASOF.
