      *****************************************************************
      * GCDKPROF.COB
      *
      * AUTHOR.        D. L. MERCER, BATCH SCHEDULING SUPPORT
      * INSTALLATION.  DATA CENTER SCHEDULING GROUP
      * DATE-WRITTEN.  2026-10-15
      *
      * Pre-merge feed profiling, run against the GCDKIN1 through
      * GCDKIN5 line-of-business feeds before GCDMERGE.  A bad file
      * from one business used to surface only after GCDMERGE,
      * GCDKBAT and GCDMPOST had booked it and GCDDELTA lit up with
      * hundreds of changed divisors.  This step profiles each feed
      * that arrived tonight:
      *
      *   - the record count;
      *   - the distribution of GCD-KI-COUNT - one operand, two,
      *     three to five, six to ten, eleven to fifty, and none,
      *     over fifty or not numeric;
      *   - the operands present, and how many of them are zero and
      *     how many are of maximum magnitude (all nines);
      *   - the records whose account ID already appeared earlier in
      *     the same feed;
      *
      * and compares the profile with a rolling baseline kept per
      * source code on GCDKPHST (see GCDKPREC.cpy): the pooled
      * profiles of the last GCDKP-BASE-NIGHTS (default 7) nights
      * that source's feed was accepted or released.  A feed is held
      * when any measure is outside tolerance:
      *
      *   GCDKP-COUNT-DROP-PCT   records down more than 40% on the
      *                          baseline nightly average
      *   GCDKP-COUNT-RISE-PCT   records up more than 100%
      *   GCDKP-DIST-SHIFT-PCT   any GCD-KI-COUNT band's share of the
      *                          records moved more than 30 points
      *                          either way (a feed that suddenly
      *                          carries one operand per record)
      *   GCDKP-ZERO-RISE-PCT    zero operands' share of the operands
      *                          up more than 10 points
      *   GCDKP-MAXV-RISE-PCT    all-nines operands' share up more
      *                          than 5 points
      *   GCDKP-DUP-RISE-PCT     duplicate account records' share of
      *                          the records up more than 5 points
      *
      * Each keyword is read from the shared GCDPARM file with the
      * environment variable of the same name as the override, three
      * digits.  A source with no accepted night on file yet has no
      * baseline and its feed is accepted and starts one.
      *
      * A held feed stops the merge: GCDMERGE refuses to run while
      * tonight's GCDKPROF end stamp is 8 or more.  Once an analyst
      * has reviewed a held feed, a GCDKPREL record (source code and
      * the feed date the report shows) releases it; rerunning this
      * step then passes the feed through as released and the merge
      * may go ahead.  A release also applies on a rerun the next
      * day, provided nothing has been profiled for that source since
      * the hold.  A released feed counts toward later baselines; a
      * held one never does.  A feed that did not arrive is reported
      * as not received and is GCDMERGE's absent source as always.
      * Rerunning on the same date replaces that date's profiles.
      *
      * The report goes to GCDKPRPT.  Return codes: 0 every feed
      * accepted, 4 a feed went through on an analyst release, 8 a
      * feed held, 16 file error, bad tolerance or history capacity
      * exceeded.
      *
      * Build:
      *   $ cobc -x gcdkprof.cob -I copybooks -o gcdkprof-cob
      *
      * Modification history:
      *   2026-10-15  DLM  Original pre-merge feed profiling with
      *                    baseline tolerance checks and analyst
      *                    release.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDKPROF.
       AUTHOR. D. L. MERCER.
       INSTALLATION. DATA CENTER SCHEDULING GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The assign names are literals: this program subscripts the
      * feed table between opens, which re-points the scratch
      * descriptor word-form assigns resolve through under this
      * compiler and turns every later open into status 35.
       FILE-CONTROL.
           SELECT GCD-SOURCE1-FILE ASSIGN TO 'GCDKIN1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE1-STATUS.
           SELECT GCD-SOURCE2-FILE ASSIGN TO 'GCDKIN2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE2-STATUS.
           SELECT GCD-SOURCE3-FILE ASSIGN TO 'GCDKIN3'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE3-STATUS.
           SELECT GCD-SOURCE4-FILE ASSIGN TO 'GCDKIN4'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE4-STATUS.
           SELECT GCD-SOURCE5-FILE ASSIGN TO 'GCDKIN5'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE5-STATUS.
           SELECT GCD-SORT-FILE ASSIGN TO 'GCDKPWK'.
           SELECT GCD-SORTED-FILE ASSIGN TO 'GCDKPS1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT GCD-HIST-FILE ASSIGN TO 'GCDKPHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GCD-RELEASE-FILE ASSIGN TO 'GCDKPREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT GCD-REPORT-FILE ASSIGN TO 'GCDKPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GCD-SOURCE1-FILE.
           COPY GCDKREC REPLACING GCD-KEYED-INPUT-RECORD
               BY GCD-IN1-REC.
       FD  GCD-SOURCE2-FILE.
           COPY GCDKREC REPLACING GCD-KEYED-INPUT-RECORD
               BY GCD-IN2-REC.
       FD  GCD-SOURCE3-FILE.
           COPY GCDKREC REPLACING GCD-KEYED-INPUT-RECORD
               BY GCD-IN3-REC.
       FD  GCD-SOURCE4-FILE.
           COPY GCDKREC REPLACING GCD-KEYED-INPUT-RECORD
               BY GCD-IN4-REC.
       FD  GCD-SOURCE5-FILE.
           COPY GCDKREC REPLACING GCD-KEYED-INPUT-RECORD
               BY GCD-IN5-REC.
      *****************************************************************
      * The sort carries only what the duplicate count needs: which
      * feed the record came from and its account ID.
      *****************************************************************
       SD  GCD-SORT-FILE.
       01 GCD-SORT-REC.
           05 GCD-SO-FILE-NUMBER  PIC 9(01).
           05 GCD-SO-ACCOUNT-ID   PIC X(10).
       FD  GCD-SORTED-FILE.
       01 GCD-SORTED-REC.
           05 GCD-SD-FILE-NUMBER  PIC 9(01).
           05 GCD-SD-ACCOUNT-ID   PIC X(10).
       FD  GCD-HIST-FILE.
       01 GCD-HIST-REC PIC X(120).
      *****************************************************************
      * One release per line from the analyst: the source code of
      * the held feed and the feed date the report showed for it.
      * The date is carried as text so a mistyped one is reported
      * rather than rejected.
      *****************************************************************
       FD  GCD-RELEASE-FILE.
       01 GCD-RELEASE-REC.
           05 GCD-KR-SOURCE-CODE  PIC X(02).
           05 GCD-KR-FEED-DATE    PIC X(08).
       FD  GCD-REPORT-FILE.
       01 GCD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SOURCE1-STATUS       PIC X(02) VALUE SPACES.
       01 WS-SOURCE2-STATUS       PIC X(02) VALUE SPACES.
       01 WS-SOURCE3-STATUS       PIC X(02) VALUE SPACES.
       01 WS-SOURCE4-STATUS       PIC X(02) VALUE SPACES.
       01 WS-SOURCE5-STATUS       PIC X(02) VALUE SPACES.
       01 WS-SORTED-STATUS        PIC X(02) VALUE SPACES.
           88 WS-SORTED-OK                 VALUE '00'.
           88 WS-SORTED-EOF                VALUE '10'.
       01 WS-HIST-STATUS          PIC X(02) VALUE SPACES.
           88 WS-HIST-OK                   VALUE '00'.
           88 WS-HIST-EOF                  VALUE '10'.
           88 WS-HIST-NO-FILE              VALUE '35'.
       01 WS-RELEASE-STATUS       PIC X(02) VALUE SPACES.
           88 WS-RELEASE-OK                VALUE '00'.
           88 WS-RELEASE-EOF               VALUE '10'.
           88 WS-RELEASE-NO-FILE           VALUE '35'.
       01 WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-REPORT-OK                 VALUE '00'.
       01 WS-CURRENT-STATUS       PIC X(02) VALUE SPACES.
           88 WS-CURRENT-OK                VALUE '00'.
           88 WS-CURRENT-EOF               VALUE '10'.
           88 WS-CURRENT-NO-FILE           VALUE '35'.

       01 WS-SWITCHES.
           05 WS-FILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-FILE-DONE                 VALUE 'Y'.
           05 WS-SORTED-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88 WS-SORTED-DONE               VALUE 'Y'.
           05 WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88 WS-HIST-DONE                 VALUE 'Y'.
           05 WS-RELEASE-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-RELEASE-DONE              VALUE 'Y'.
           05 WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88 WS-REPORT-OPEN               VALUE 'Y'.

      *****************************************************************
      * One entry per input feed: whether it arrived, the source code
      * GCDMERGE will stamp on it, tonight's profile, the pooled
      * baseline for its source, each measure's verdict and the
      * feed's disposition.  Measures are numbered 1 records, 2-7
      * the GCD-KI-COUNT bands, 8 operands, 9 zero operands, 10
      * all-nines operands, 11 duplicate account records.
      *****************************************************************
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 5 TIMES.
               10 WS-FD-PRESENT       PIC X(01).
               10 WS-FD-SOURCE        PIC X(02).
               10 WS-FD-RECORDS       PIC 9(09) COMP.
               10 WS-FD-DIST          PIC 9(09) COMP OCCURS 6 TIMES.
               10 WS-FD-OPERANDS      PIC 9(11) COMP.
               10 WS-FD-ZEROS         PIC 9(11) COMP.
               10 WS-FD-MAXV          PIC 9(11) COMP.
               10 WS-FD-DUPS          PIC 9(09) COMP.
               10 WS-FD-BASE-NIGHTS   PIC 9(03) COMP.
               10 WS-FD-BASE-RECORDS  PIC 9(11) COMP.
               10 WS-FD-BASE-DIST     PIC 9(11) COMP OCCURS 6 TIMES.
               10 WS-FD-BASE-OPERANDS PIC 9(13) COMP.
               10 WS-FD-BASE-ZEROS    PIC 9(13) COMP.
               10 WS-FD-BASE-MAXV     PIC 9(13) COMP.
               10 WS-FD-BASE-DUPS     PIC 9(11) COMP.
               10 WS-FD-LATEST-DATE   PIC 9(08).
               10 WS-FD-LATEST-DISP   PIC X(01).
               10 WS-FD-FLAG          PIC X(01) OCCURS 11 TIMES.
               10 WS-FD-FLAG-COUNT    PIC 9(03) COMP.
               10 WS-FD-DISPOSITION   PIC X(01).
       01 WS-FILE-NUMBER              PIC 9(01).
       01 WS-SOURCE-RAW               PIC X(02) VALUE SPACES.
       01 WS-PRESENT-COUNT            PIC 9(01) VALUE ZERO.

      *****************************************************************
      * The profile history, tonight's date dropped on the way in so
      * a rerun replaces it, and tonight's profiles added at the end.
      * The source, date and disposition are held apart from the
      * record for the baseline and retention searches.  A handful
      * of sources over a few weeks of nights fits many times over;
      * overflow is still a hard stop rather than a lost night.
      *****************************************************************
       01 WS-HIST-AREA.
           05 WS-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES.
               10 WS-HT-SOURCE        PIC X(02).
               10 WS-HT-DATE          PIC 9(08).
               10 WS-HT-DISPOSITION   PIC X(01).
                   88 WS-HT-ELIGIBLE           VALUE 'A' 'R'.
               10 WS-HT-RECORD        PIC X(120).

      *****************************************************************
      * Tonight's analyst releases, and whether each one released a
      * feed.
      *****************************************************************
       01 WS-RELEASE-AREA.
           05 WS-RELEASE-COUNT        PIC 9(05) COMP VALUE ZERO.
           05 WS-RELEASE-ENTRY OCCURS 100 TIMES.
               10 WS-RL-SOURCE        PIC X(02).
               10 WS-RL-DATE          PIC X(08).
               10 WS-RL-USED          PIC X(01).

           COPY GCDKPREC.

      *****************************************************************
      * Tolerances, each a GCDPARM keyword with an environment
      * override of the same name; 1150 fetches and range-checks one.
      *****************************************************************
       01 WS-TOLERANCE-AREA.
           05 WS-DROP-PCT             PIC 9(03) VALUE 40.
           05 WS-RISE-PCT             PIC 9(03) VALUE 100.
           05 WS-SHIFT-PCT            PIC 9(03) VALUE 30.
           05 WS-ZERO-PCT             PIC 9(03) VALUE 10.
           05 WS-MAXV-PCT             PIC 9(03) VALUE 5.
           05 WS-DUP-PCT              PIC 9(03) VALUE 5.
           05 WS-BASE-NIGHTS          PIC 9(03) VALUE 7.
           05 WS-TOL-KEYWORD          PIC X(20).
           05 WS-TOL-VALUE            PIC 9(09).
           05 WS-TOL-HIGH             PIC 9(03).
           05 WS-TOL-SHOW             PIC 9(03).
           05 WS-TOL-RAW              PIC X(03).

      *****************************************************************
      * The record in hand, with the operand count kept as text so a
      * non-numeric count is a band of its own rather than a data
      * exception, and the operands as text for the zero and
      * all-nines tests.
      *****************************************************************
       01 WS-CURRENT-KEYED-REC.
           05 WS-CK-ACCOUNT-ID        PIC X(10).
           05 WS-CK-COUNT-X           PIC X(03).
           05 WS-CK-COUNT REDEFINES WS-CK-COUNT-X
                                      PIC 9(03).
           05 WS-CK-VALUE             PIC X(20) OCCURS 50 TIMES.

      *****************************************************************
      * One measure of one feed, worked out by 4300 for both the
      * tolerance check and the report line.
      *****************************************************************
       01 WS-MEASURE-AREA.
           05 WS-MEASURE              PIC 9(02) COMP.
           05 WS-BAND                 PIC 9(01) COMP.
           05 WS-M-HAS-SHARE          PIC X(01).
           05 WS-M-TONIGHT            PIC 9(11) COMP.
           05 WS-M-DENOM              PIC 9(11) COMP.
           05 WS-M-BASE-TOTAL         PIC 9(13) COMP.
           05 WS-M-BASE-DENOM         PIC 9(13) COMP.
           05 WS-M-BASE-AVG           PIC 9(11) COMP.
           05 WS-M-SHARE              PIC 9(03)V99.
           05 WS-M-BASE-SHARE         PIC 9(03)V99.
           05 WS-M-SHIFT              PIC S9(03)V99.

       01 WS-MEASURE-LABELS.
           05 FILLER PIC X(26) VALUE 'RECORDS . . . . . . . . . '.
           05 FILLER PIC X(26) VALUE '  ONE OPERAND . . . . . . '.
           05 FILLER PIC X(26) VALUE '  TWO OPERANDS  . . . . . '.
           05 FILLER PIC X(26) VALUE '  3 TO 5 OPERANDS . . . . '.
           05 FILLER PIC X(26) VALUE '  6 TO 10 OPERANDS  . . . '.
           05 FILLER PIC X(26) VALUE '  11 TO 50 OPERANDS . . . '.
           05 FILLER PIC X(26) VALUE '  NONE/OVER 50/INVALID  . '.
           05 FILLER PIC X(26) VALUE 'OPERANDS  . . . . . . . . '.
           05 FILLER PIC X(26) VALUE '  ZERO  . . . . . . . . . '.
           05 FILLER PIC X(26) VALUE '  ALL NINES . . . . . . . '.
           05 FILLER PIC X(26) VALUE 'DUPLICATE ACCOUNT RECORDS '.
       01 WS-MEASURE-LABEL-TABLE REDEFINES WS-MEASURE-LABELS.
           05 WS-MEASURE-LABEL        PIC X(26) OCCURS 11 TIMES.

       01 WS-WORK-AREA.
           05 WS-HIST-SUB             PIC 9(05) COMP.
           05 WS-RANK-SUB             PIC 9(05) COMP.
           05 WS-RELEASE-SUB          PIC 9(05) COMP.
           05 WS-OPERAND-SUB          PIC 9(03) COMP.
           05 WS-NEWER-COUNT          PIC 9(05) COMP.
           05 WS-RANK-SOURCE          PIC X(02).
           05 WS-RANK-DATE            PIC 9(08).
           05 WS-RANK-LIMIT           PIC 9(08).
           05 WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
           05 WS-HIST-REPLACED        PIC 9(09) COMP VALUE ZERO.
           05 WS-HIST-KEPT            PIC 9(09) COMP VALUE ZERO.
           05 WS-HIST-DROPPED         PIC 9(09) COMP VALUE ZERO.
           05 WS-FEEDS-ACCEPTED       PIC 9(09) COMP VALUE ZERO.
           05 WS-FEEDS-NO-BASELINE    PIC 9(09) COMP VALUE ZERO.
           05 WS-FEEDS-RELEASED       PIC 9(09) COMP VALUE ZERO.
           05 WS-FEEDS-HELD           PIC 9(09) COMP VALUE ZERO.
           05 WS-FEEDS-ABSENT         PIC 9(09) COMP VALUE ZERO.
           05 WS-RELEASES-UNUSED      PIC 9(09) COMP VALUE ZERO.
           05 WS-PREV-FILE-NUMBER     PIC 9(01) VALUE ZERO.
           05 WS-PREV-ACCOUNT         PIC X(10) VALUE LOW-VALUES.
           05 WS-RUN-DATE             PIC 9(08).

       01 WS-PRINT-AREA.
           05 WS-DETAIL-LINE          PIC X(132) VALUE SPACES.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-BASE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
           05 WS-BASE-TEXT            PIC X(11).
           05 WS-SHARE-EDIT           PIC ZZ9.99.
           05 WS-SHARE-TEXT           PIC X(07).
           05 WS-BASE-SHARE-TEXT      PIC X(07).
           05 WS-TOL-DISPLAY          PIC ZZ9.
           05 WS-TP-DROP              PIC ZZ9.
           05 WS-TP-RISE              PIC ZZ9.
           05 WS-TP-SHIFT             PIC ZZ9.
           05 WS-TP-ZERO              PIC ZZ9.
           05 WS-TP-MAXV              PIC ZZ9.
           05 WS-TP-DUP               PIC ZZ9.
           05 WS-FLAG-TEXT            PIC X(40).
           05 WS-STATE-TEXT           PIC X(60).
           05 WS-NIGHTS-DISPLAY       PIC Z9.

      *****************************************************************
      * Return-code conditions - 8 is what GCDMERGE refuses on; 4
      * tells the scheduler a feed went through on an analyst's
      * say-so.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-FEEDS-RELEASED            VALUE 4.
           88 RC-FEEDS-HELD                VALUE 8.
           88 RC-FILE-ERROR                VALUE 16.

           COPY GCDRUNCL.

           COPY GCDPARML.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 1600-LOAD-RELEASES THRU 1600-EXIT.
           PERFORM 2000-SORT-PASS THRU 2000-EXIT.
           PERFORM 3000-SCAN-PASS THRU 3000-EXIT.
           PERFORM 4000-JUDGE-FEEDS THRU 4000-EXIT.
           PERFORM 5000-REPORT-FEEDS THRU 5000-EXIT.
           PERFORM 5500-REPORT-RELEASES THRU 5500-EXIT.
           PERFORM 6000-REWRITE-HISTORY THRU 6000-EXIT.
           PERFORM 6500-REPORT-SUMMARY THRU 6500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *****************************************************************
      * 1000-INITIALIZE - parameters and start stamp, tolerances and
      * source codes, which feeds arrived, then the report heading.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-TOLERANCES THRU 1100-EXIT.
           PERFORM 1200-GET-SOURCE-CODES THRU 1200-EXIT.
           PERFORM 1300-OPEN-ONE-INPUT THRU 1300-EXIT
               VARYING WS-FILE-NUMBER FROM 1 BY 1
               UNTIL WS-FILE-NUMBER > 5.
           OPEN OUTPUT GCD-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDKPROF: UNABLE TO OPEN GCDKPRPT, STATUS '
                   WS-REPORT-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET WS-REPORT-OPEN TO TRUE.
           STRING 'GCDKPROF  PRE-MERGE FEED PROFILE'
               '    RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-BASE-NIGHTS TO WS-NIGHTS-DISPLAY.
           STRING 'BASELINE: LAST ' WS-NIGHTS-DISPLAY
               ' ACCEPTED NIGHTS PER SOURCE'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-DROP-PCT TO WS-TP-DROP.
           MOVE WS-RISE-PCT TO WS-TP-RISE.
           MOVE WS-SHIFT-PCT TO WS-TP-SHIFT.
           MOVE WS-ZERO-PCT TO WS-TP-ZERO.
           MOVE WS-MAXV-PCT TO WS-TP-MAXV.
           MOVE WS-DUP-PCT TO WS-TP-DUP.
           STRING 'TOLERANCES: RECORDS DOWN ' WS-TP-DROP
               '%   RECORDS UP ' WS-TP-RISE
               '%   BAND SHARE MOVED ' WS-TP-SHIFT ' PTS'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           STRING '            ZERO UP ' WS-TP-ZERO
               ' PTS   ALL NINES UP ' WS-TP-MAXV
               ' PTS   DUPLICATES UP ' WS-TP-DUP ' PTS'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - the shared GCDPARM run-parameter
      * file is the system of record for tonight's tolerances; a
      * file that does not validate refuses the run before anything
      * is read.  The start is stamped on the shared run-control
      * file so GCDMERGE can tell a finished profile from one still
      * in flight.
      *****************************************************************
       1050-RUN-CONTROL-START.
           SET GCD-PA-FN-LOAD TO TRUE.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF NOT GCD-PA-SUCCESS
               DISPLAY 'GCDKPROF: PARAMETER FILE REJECTED - '
                   GCD-PA-MESSAGE
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-PA-FOUND
               DISPLAY 'GCDKPROF: NO GCDPARM FILE - DEFAULTS AND '
                   'ENVIRONMENT ONLY'
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDKPROF' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDKPROF: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GET-TOLERANCES - each tolerance in turn, default first,
      * then the parameter file, then the environment.
      *****************************************************************
       1100-GET-TOLERANCES.
           MOVE 'GCDKP-COUNT-DROP-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-DROP-PCT TO WS-TOL-VALUE.
           MOVE 100 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-DROP-PCT.
           MOVE 'GCDKP-COUNT-RISE-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-RISE-PCT TO WS-TOL-VALUE.
           MOVE 999 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-RISE-PCT.
           MOVE 'GCDKP-DIST-SHIFT-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-SHIFT-PCT TO WS-TOL-VALUE.
           MOVE 100 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-SHIFT-PCT.
           MOVE 'GCDKP-ZERO-RISE-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-ZERO-PCT TO WS-TOL-VALUE.
           MOVE 100 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-ZERO-PCT.
           MOVE 'GCDKP-MAXV-RISE-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-MAXV-PCT TO WS-TOL-VALUE.
           MOVE 100 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-MAXV-PCT.
           MOVE 'GCDKP-DUP-RISE-PCT' TO WS-TOL-KEYWORD.
           MOVE WS-DUP-PCT TO WS-TOL-VALUE.
           MOVE 100 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-DUP-PCT.
           MOVE 'GCDKP-BASE-NIGHTS' TO WS-TOL-KEYWORD.
           MOVE WS-BASE-NIGHTS TO WS-TOL-VALUE.
           MOVE 30 TO WS-TOL-HIGH.
           PERFORM 1150-GET-ONE-TOLERANCE THRU 1150-EXIT.
           MOVE WS-TOL-VALUE TO WS-BASE-NIGHTS.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1150-GET-ONE-TOLERANCE - the keyword in WS-TOL-KEYWORD: the
      * parameter file overrides the default already in WS-TOL-VALUE
      * and the three-digit environment variable of the same name
      * overrides both.  The effective value is echoed to the job
      * log; anything outside 1 to WS-TOL-HIGH refuses the run.
      *****************************************************************
       1150-GET-ONE-TOLERANCE.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE WS-TOL-KEYWORD TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-NUMVAL TO WS-TOL-VALUE
           END-IF.
           MOVE SPACES TO WS-TOL-RAW.
           ACCEPT WS-TOL-RAW FROM ENVIRONMENT WS-TOL-KEYWORD.
           IF WS-TOL-RAW IS NUMERIC
                   AND WS-TOL-RAW NOT = SPACES
               MOVE WS-TOL-RAW TO WS-TOL-VALUE
           END-IF.
           IF WS-TOL-VALUE < 1 OR WS-TOL-VALUE > WS-TOL-HIGH
               DISPLAY 'GCDKPROF: ' WS-TOL-KEYWORD ' = '
                   WS-TOL-VALUE ' - MUST BE 1 TO ' WS-TOL-HIGH
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-TOL-VALUE TO WS-TOL-SHOW.
           DISPLAY 'GCDKPROF: EFFECTIVE ' WS-TOL-KEYWORD ' = '
               WS-TOL-SHOW.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * 1200-GET-SOURCE-CODES - the same codes GCDMERGE will stamp:
      * '01' through '05' by position unless the business supplied
      * its own, first from the GCDKM-SOURCEn parameters, then from
      * the environment, which overrides the file.  The baseline is
      * kept by source code, so a feed keeps its history if the
      * business moves it to another input file.
      *****************************************************************
       1200-GET-SOURCE-CODES.
           MOVE '01' TO WS-FD-SOURCE (1).
           MOVE '02' TO WS-FD-SOURCE (2).
           MOVE '03' TO WS-FD-SOURCE (3).
           MOVE '04' TO WS-FD-SOURCE (4).
           MOVE '05' TO WS-FD-SOURCE (5).
           PERFORM 1210-GET-PARM-SOURCES THRU 1210-EXIT.
           MOVE SPACES TO WS-SOURCE-RAW.
           ACCEPT WS-SOURCE-RAW FROM ENVIRONMENT 'GCDKM-SOURCE1'.
           IF WS-SOURCE-RAW NOT = SPACES
               MOVE WS-SOURCE-RAW TO WS-FD-SOURCE (1)
           END-IF.
           MOVE SPACES TO WS-SOURCE-RAW.
           ACCEPT WS-SOURCE-RAW FROM ENVIRONMENT 'GCDKM-SOURCE2'.
           IF WS-SOURCE-RAW NOT = SPACES
               MOVE WS-SOURCE-RAW TO WS-FD-SOURCE (2)
           END-IF.
           MOVE SPACES TO WS-SOURCE-RAW.
           ACCEPT WS-SOURCE-RAW FROM ENVIRONMENT 'GCDKM-SOURCE3'.
           IF WS-SOURCE-RAW NOT = SPACES
               MOVE WS-SOURCE-RAW TO WS-FD-SOURCE (3)
           END-IF.
           MOVE SPACES TO WS-SOURCE-RAW.
           ACCEPT WS-SOURCE-RAW FROM ENVIRONMENT 'GCDKM-SOURCE4'.
           IF WS-SOURCE-RAW NOT = SPACES
               MOVE WS-SOURCE-RAW TO WS-FD-SOURCE (4)
           END-IF.
           MOVE SPACES TO WS-SOURCE-RAW.
           ACCEPT WS-SOURCE-RAW FROM ENVIRONMENT 'GCDKM-SOURCE5'.
           IF WS-SOURCE-RAW NOT = SPACES
               MOVE WS-SOURCE-RAW TO WS-FD-SOURCE (5)
           END-IF.
           PERFORM VARYING WS-FILE-NUMBER FROM 1 BY 1
                   UNTIL WS-FILE-NUMBER > 5
               MOVE 'N' TO WS-FD-PRESENT (WS-FILE-NUMBER)
               MOVE ZERO TO WS-FD-RECORDS (WS-FILE-NUMBER)
                   WS-FD-DIST (WS-FILE-NUMBER 1)
                   WS-FD-DIST (WS-FILE-NUMBER 2)
                   WS-FD-DIST (WS-FILE-NUMBER 3)
                   WS-FD-DIST (WS-FILE-NUMBER 4)
                   WS-FD-DIST (WS-FILE-NUMBER 5)
                   WS-FD-DIST (WS-FILE-NUMBER 6)
                   WS-FD-OPERANDS (WS-FILE-NUMBER)
                   WS-FD-ZEROS (WS-FILE-NUMBER)
                   WS-FD-MAXV (WS-FILE-NUMBER)
                   WS-FD-DUPS (WS-FILE-NUMBER)
                   WS-FD-FLAG-COUNT (WS-FILE-NUMBER)
               MOVE SPACES TO WS-FD-DISPOSITION (WS-FILE-NUMBER)
               DISPLAY 'GCDKPROF: EFFECTIVE GCDKM-SOURCE'
                   WS-FILE-NUMBER ' = '
                   WS-FD-SOURCE (WS-FILE-NUMBER)
           END-PERFORM.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1210-GET-PARM-SOURCES - the business's own codes from the
      * parameter file, one keyword per feed.
      *****************************************************************
       1210-GET-PARM-SOURCES.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDKM-SOURCE1' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-VALUE (1:2) TO WS-FD-SOURCE (1)
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDKM-SOURCE2' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-VALUE (1:2) TO WS-FD-SOURCE (2)
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDKM-SOURCE3' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-VALUE (1:2) TO WS-FD-SOURCE (3)
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDKM-SOURCE4' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-VALUE (1:2) TO WS-FD-SOURCE (4)
           END-IF.
           SET GCD-PA-FN-GET TO TRUE.
           MOVE 'GCDKM-SOURCE5' TO GCD-PA-KEYWORD.
           CALL 'GCDPARM' USING GCD-PARAMETER-AREA.
           IF GCD-PA-FOUND
               MOVE GCD-PA-VALUE (1:2) TO WS-FD-SOURCE (5)
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 1300-OPEN-ONE-INPUT - a file that is not there (status 35) is
      * a feed not received tonight, not an error; anything else bad
      * is.  A present file is closed again at once; the sort's
      * profiling pass reopens it to read it.
      *****************************************************************
       1300-OPEN-ONE-INPUT.
           PERFORM 8100-OPEN-CURRENT THRU 8100-EXIT.
           IF WS-CURRENT-OK
               MOVE 'Y' TO WS-FD-PRESENT (WS-FILE-NUMBER)
               ADD 1 TO WS-PRESENT-COUNT
               PERFORM 8300-CLOSE-CURRENT THRU 8300-EXIT
           ELSE
               IF NOT WS-CURRENT-NO-FILE
                   DISPLAY 'GCDKPROF: UNABLE TO OPEN GCDKIN'
                       WS-FILE-NUMBER ', STATUS ' WS-CURRENT-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1500-LOAD-HISTORY - the profile history, if any; an absent
      * GCDKPHST is simply the first run, with no baseline for any
      * source yet.  Profiles already on file for tonight's date are
      * left behind, since tonight's run replaces them.
      *****************************************************************
       1500-LOAD-HISTORY.
           OPEN INPUT GCD-HIST-FILE.
           IF WS-HIST-NO-FILE
               SET WS-HIST-DONE TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF NOT WS-HIST-OK
               DISPLAY 'GCDKPROF: UNABLE TO OPEN GCDKPHST, STATUS '
                   WS-HIST-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-HISTORY THRU 1510-EXIT
               UNTIL WS-HIST-DONE.
           CLOSE GCD-HIST-FILE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1510-LOAD-ONE-HISTORY - one night's profile of one source
      * into the history table.  The file is this program's own, so
      * a record that does not read back is a damaged file.
      *****************************************************************
       1510-LOAD-ONE-HISTORY.
           READ GCD-HIST-FILE.
           IF WS-HIST-EOF
               SET WS-HIST-DONE TO TRUE
               GO TO 1510-EXIT
           END-IF.
           IF NOT WS-HIST-OK
               DISPLAY 'GCDKPROF: GCDKPHST READ ERROR, STATUS '
                   WS-HIST-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ.
           MOVE GCD-HIST-REC TO GCD-FEED-PROFILE-RECORD.
           IF GCD-KP-FEED-DATE IS NOT NUMERIC
                   OR GCD-KP-RECORD-COUNT IS NOT NUMERIC
                   OR NOT (GCD-KP-ACCEPTED OR GCD-KP-HELD
                       OR GCD-KP-RELEASED)
               DISPLAY 'GCDKPROF: GCDKPHST RECORD ' WS-HIST-READ
                   ' IS NOT A PROFILE - RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF GCD-KP-FEED-DATE = WS-RUN-DATE
               ADD 1 TO WS-HIST-REPLACED
               GO TO 1510-EXIT
           END-IF.
           PERFORM 1550-ADD-HISTORY THRU 1550-EXIT.
       1510-EXIT.
           EXIT.

      *****************************************************************
      * 1550-ADD-HISTORY - the profile in GCD-FEED-PROFILE-RECORD
      * onto the end of the history table.
      *****************************************************************
       1550-ADD-HISTORY.
           IF WS-HIST-COUNT >= 1000
               DISPLAY 'GCDKPROF: MORE THAN 1000 PROFILES ON '
                   'GCDKPHST - RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE GCD-KP-SOURCE-CODE TO WS-HT-SOURCE (WS-HIST-COUNT).
           MOVE GCD-KP-FEED-DATE TO WS-HT-DATE (WS-HIST-COUNT).
           MOVE GCD-KP-DISPOSITION
               TO WS-HT-DISPOSITION (WS-HIST-COUNT).
           MOVE GCD-FEED-PROFILE-RECORD
               TO WS-HT-RECORD (WS-HIST-COUNT).
       1550-EXIT.
           EXIT.

      *****************************************************************
      * 1600-LOAD-RELEASES - the analyst's releases, if any; an
      * absent GCDKPREL just means no held feed is being passed
      * tonight.
      *****************************************************************
       1600-LOAD-RELEASES.
           OPEN INPUT GCD-RELEASE-FILE.
           IF WS-RELEASE-NO-FILE
               SET WS-RELEASE-DONE TO TRUE
               GO TO 1600-EXIT
           END-IF.
           IF NOT WS-RELEASE-OK
               DISPLAY 'GCDKPROF: UNABLE TO OPEN GCDKPREL, STATUS '
                   WS-RELEASE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1610-LOAD-ONE-RELEASE THRU 1610-EXIT
               UNTIL WS-RELEASE-DONE.
           CLOSE GCD-RELEASE-FILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 1610-LOAD-ONE-RELEASE - one release into the table.
      *****************************************************************
       1610-LOAD-ONE-RELEASE.
           READ GCD-RELEASE-FILE.
           IF WS-RELEASE-EOF
               SET WS-RELEASE-DONE TO TRUE
               GO TO 1610-EXIT
           END-IF.
           IF NOT WS-RELEASE-OK
               DISPLAY 'GCDKPROF: GCDKPREL READ ERROR, STATUS '
                   WS-RELEASE-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF WS-RELEASE-COUNT >= 100
               DISPLAY 'GCDKPROF: MORE THAN 100 RELEASES - '
                   'RUN ABANDONED'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE GCD-KR-SOURCE-CODE TO WS-RL-SOURCE (WS-RELEASE-COUNT).
           MOVE GCD-KR-FEED-DATE TO WS-RL-DATE (WS-RELEASE-COUNT).
           MOVE 'N' TO WS-RL-USED (WS-RELEASE-COUNT).
       1610-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SORT-PASS - profile every present feed on its way to the
      * sort; the sorted file comes back in feed-and-account order so
      * the scan pass can count repeated accounts without a table.
      *****************************************************************
       2000-SORT-PASS.
           SORT GCD-SORT-FILE
               ON ASCENDING KEY GCD-SO-FILE-NUMBER
               ON ASCENDING KEY GCD-SO-ACCOUNT-ID
               INPUT PROCEDURE IS 2100-PROFILE-FEEDS
                   THRU 2100-EXIT
               GIVING GCD-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GCDKPROF: SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-PROFILE-FEEDS - the sort's input procedure: every
      * present feed, top to bottom.
      *****************************************************************
       2100-PROFILE-FEEDS.
           PERFORM 2200-PROFILE-ONE-FEED THRU 2200-EXIT
               VARYING WS-FILE-NUMBER FROM 1 BY 1
               UNTIL WS-FILE-NUMBER > 5.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-PROFILE-ONE-FEED - reopen one present feed and profile
      * its records.
      *****************************************************************
       2200-PROFILE-ONE-FEED.
           IF WS-FD-PRESENT (WS-FILE-NUMBER) = 'Y'
               PERFORM 8100-OPEN-CURRENT THRU 8100-EXIT
               IF NOT WS-CURRENT-OK
                   DISPLAY 'GCDKPROF: UNABLE TO REOPEN GCDKIN'
                       WS-FILE-NUMBER ', STATUS ' WS-CURRENT-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM 8200-READ-CURRENT THRU 8200-EXIT
               PERFORM 2300-PROFILE-RECORD THRU 2300-EXIT
                   UNTIL WS-FILE-DONE
               PERFORM 8300-CLOSE-CURRENT THRU 8300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-PROFILE-RECORD - one record: its GCD-KI-COUNT band, and
      * for a usable count the operands it says are present; then
      * its account to the sort for the duplicate count.
      *****************************************************************
       2300-PROFILE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-FD-RECORDS (WS-FILE-NUMBER).
           MOVE 6 TO WS-BAND.
           IF WS-CK-COUNT-X IS NUMERIC
               EVALUATE WS-CK-COUNT
                   WHEN 1          MOVE 1 TO WS-BAND
                   WHEN 2          MOVE 2 TO WS-BAND
                   WHEN 3 THRU 5   MOVE 3 TO WS-BAND
                   WHEN 6 THRU 10  MOVE 4 TO WS-BAND
                   WHEN 11 THRU 50 MOVE 5 TO WS-BAND
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-FD-DIST (WS-FILE-NUMBER WS-BAND).
           IF WS-BAND < 6
               ADD WS-CK-COUNT TO WS-FD-OPERANDS (WS-FILE-NUMBER)
               PERFORM 2310-CHECK-OPERAND THRU 2310-EXIT
                   VARYING WS-OPERAND-SUB FROM 1 BY 1
                   UNTIL WS-OPERAND-SUB > WS-CK-COUNT
           END-IF.
           MOVE WS-FILE-NUMBER TO GCD-SO-FILE-NUMBER.
           MOVE WS-CK-ACCOUNT-ID TO GCD-SO-ACCOUNT-ID.
           RELEASE GCD-SORT-REC.
           PERFORM 8200-READ-CURRENT THRU 8200-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-CHECK-OPERAND - count one operand that is zero or of
      * maximum magnitude.
      *****************************************************************
       2310-CHECK-OPERAND.
           IF WS-CK-VALUE (WS-OPERAND-SUB) = ZEROS
               ADD 1 TO WS-FD-ZEROS (WS-FILE-NUMBER)
           END-IF.
           IF WS-CK-VALUE (WS-OPERAND-SUB) = ALL '9'
               ADD 1 TO WS-FD-MAXV (WS-FILE-NUMBER)
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 3000-SCAN-PASS - one pass over the sorted file: every record
      * whose feed and account match the one before it is a repeat
      * of an account already seen in that feed.
      *****************************************************************
       3000-SCAN-PASS.
           OPEN INPUT GCD-SORTED-FILE.
           IF NOT WS-SORTED-OK
               DISPLAY 'GCDKPROF: UNABLE TO OPEN GCDKPS1, STATUS '
                   WS-SORTED-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           MOVE ZERO TO WS-PREV-FILE-NUMBER.
           MOVE LOW-VALUES TO WS-PREV-ACCOUNT.
           MOVE 'N' TO WS-SORTED-EOF-SWITCH.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
           PERFORM 3200-SCAN-ONE-RECORD THRU 3200-EXIT
               UNTIL WS-SORTED-DONE.
           CLOSE GCD-SORTED-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-READ-SORTED - read the next sorted record.
      *****************************************************************
       3100-READ-SORTED.
           READ GCD-SORTED-FILE.
           IF WS-SORTED-EOF
               SET WS-SORTED-DONE TO TRUE
           ELSE
               IF NOT WS-SORTED-OK
                   DISPLAY 'GCDKPROF: GCDKPS1 READ ERROR, STATUS '
                       WS-SORTED-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-SCAN-ONE-RECORD - one record of the scan.
      *****************************************************************
       3200-SCAN-ONE-RECORD.
           IF GCD-SD-FILE-NUMBER = WS-PREV-FILE-NUMBER
                   AND GCD-SD-ACCOUNT-ID = WS-PREV-ACCOUNT
               ADD 1 TO WS-FD-DUPS (GCD-SD-FILE-NUMBER)
           ELSE
               MOVE GCD-SD-FILE-NUMBER TO WS-PREV-FILE-NUMBER
               MOVE GCD-SD-ACCOUNT-ID TO WS-PREV-ACCOUNT
           END-IF.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-JUDGE-FEEDS - set each present feed against its source's
      * baseline and settle its disposition.
      *****************************************************************
       4000-JUDGE-FEEDS.
           PERFORM 4100-JUDGE-ONE-FEED THRU 4100-EXIT
               VARYING WS-FILE-NUMBER FROM 1 BY 1
               UNTIL WS-FILE-NUMBER > 5.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-JUDGE-ONE-FEED - build the baseline, check every measure
      * against it, and decide: accepted when nothing is outside
      * tolerance or there is no baseline yet, released when an
      * analyst has passed it, held otherwise.  Tonight's profile then
      * joins the history.
      *****************************************************************
       4100-JUDGE-ONE-FEED.
           IF WS-FD-PRESENT (WS-FILE-NUMBER) NOT = 'Y'
               ADD 1 TO WS-FEEDS-ABSENT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-BUILD-BASELINE THRU 4200-EXIT.
           MOVE ZERO TO WS-FD-FLAG-COUNT (WS-FILE-NUMBER).
           PERFORM 4400-CHECK-ONE-MEASURE THRU 4400-EXIT
               VARYING WS-MEASURE FROM 1 BY 1
               UNTIL WS-MEASURE > 11.
           EVALUATE TRUE
               WHEN WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) = ZERO
                   MOVE 'A' TO WS-FD-DISPOSITION (WS-FILE-NUMBER)
                   ADD 1 TO WS-FEEDS-ACCEPTED
                   ADD 1 TO WS-FEEDS-NO-BASELINE
               WHEN WS-FD-FLAG-COUNT (WS-FILE-NUMBER) = ZERO
                   MOVE 'A' TO WS-FD-DISPOSITION (WS-FILE-NUMBER)
                   ADD 1 TO WS-FEEDS-ACCEPTED
               WHEN OTHER
                   PERFORM 4500-FIND-RELEASE THRU 4500-EXIT
           END-EVALUATE.
           PERFORM 4600-RECORD-TONIGHT THRU 4600-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-BUILD-BASELINE - pool the profiles of this feed's source
      * from the last GCDKP-BASE-NIGHTS nights before tonight that
      * were accepted or released, and note the source's latest
      * profile of any kind for the release check.
      *****************************************************************
       4200-BUILD-BASELINE.
           MOVE ZERO TO WS-FD-BASE-NIGHTS (WS-FILE-NUMBER)
               WS-FD-BASE-RECORDS (WS-FILE-NUMBER)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 1)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 2)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 3)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 4)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 5)
               WS-FD-BASE-DIST (WS-FILE-NUMBER 6)
               WS-FD-BASE-OPERANDS (WS-FILE-NUMBER)
               WS-FD-BASE-ZEROS (WS-FILE-NUMBER)
               WS-FD-BASE-MAXV (WS-FILE-NUMBER)
               WS-FD-BASE-DUPS (WS-FILE-NUMBER)
               WS-FD-LATEST-DATE (WS-FILE-NUMBER).
           MOVE SPACE TO WS-FD-LATEST-DISP (WS-FILE-NUMBER).
           PERFORM 4210-BASELINE-ONE-ENTRY THRU 4210-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4210-BASELINE-ONE-ENTRY - one history entry: an earlier night
      * of this source is a candidate for the latest profile, and an
      * accepted or released one is pooled when fewer than
      * GCDKP-BASE-NIGHTS such nights of the source come after it.
      *****************************************************************
       4210-BASELINE-ONE-ENTRY.
           IF WS-HT-SOURCE (WS-HIST-SUB)
                   NOT = WS-FD-SOURCE (WS-FILE-NUMBER)
                   OR WS-HT-DATE (WS-HIST-SUB) >= WS-RUN-DATE
               GO TO 4210-EXIT
           END-IF.
           IF WS-HT-DATE (WS-HIST-SUB)
                   > WS-FD-LATEST-DATE (WS-FILE-NUMBER)
               MOVE WS-HT-DATE (WS-HIST-SUB)
                   TO WS-FD-LATEST-DATE (WS-FILE-NUMBER)
               MOVE WS-HT-DISPOSITION (WS-HIST-SUB)
                   TO WS-FD-LATEST-DISP (WS-FILE-NUMBER)
           END-IF.
           IF NOT WS-HT-ELIGIBLE (WS-HIST-SUB)
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-HT-SOURCE (WS-HIST-SUB) TO WS-RANK-SOURCE.
           MOVE WS-HT-DATE (WS-HIST-SUB) TO WS-RANK-DATE.
           MOVE WS-RUN-DATE TO WS-RANK-LIMIT.
           PERFORM 4220-COUNT-NEWER THRU 4220-EXIT.
           IF WS-NEWER-COUNT >= WS-BASE-NIGHTS
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-HT-RECORD (WS-HIST-SUB)
               TO GCD-FEED-PROFILE-RECORD.
           ADD 1 TO WS-FD-BASE-NIGHTS (WS-FILE-NUMBER).
           ADD GCD-KP-RECORD-COUNT
               TO WS-FD-BASE-RECORDS (WS-FILE-NUMBER).
           ADD GCD-KP-COUNT-DIST (1)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 1).
           ADD GCD-KP-COUNT-DIST (2)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 2).
           ADD GCD-KP-COUNT-DIST (3)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 3).
           ADD GCD-KP-COUNT-DIST (4)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 4).
           ADD GCD-KP-COUNT-DIST (5)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 5).
           ADD GCD-KP-COUNT-DIST (6)
               TO WS-FD-BASE-DIST (WS-FILE-NUMBER 6).
           ADD GCD-KP-OPERANDS
               TO WS-FD-BASE-OPERANDS (WS-FILE-NUMBER).
           ADD GCD-KP-ZERO-OPERANDS
               TO WS-FD-BASE-ZEROS (WS-FILE-NUMBER).
           ADD GCD-KP-MAX-OPERANDS
               TO WS-FD-BASE-MAXV (WS-FILE-NUMBER).
           ADD GCD-KP-DUP-RECORDS
               TO WS-FD-BASE-DUPS (WS-FILE-NUMBER).
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4220-COUNT-NEWER - how many accepted or released profiles of
      * WS-RANK-SOURCE are dated after WS-RANK-DATE and before
      * WS-RANK-LIMIT.
      *****************************************************************
       4220-COUNT-NEWER.
           MOVE ZERO TO WS-NEWER-COUNT.
           PERFORM 4230-COUNT-ONE-NEWER THRU 4230-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-HIST-COUNT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      * 4230-COUNT-ONE-NEWER - one entry of the count.
      *****************************************************************
       4230-COUNT-ONE-NEWER.
           IF WS-HT-SOURCE (WS-RANK-SUB) = WS-RANK-SOURCE
                   AND WS-HT-ELIGIBLE (WS-RANK-SUB)
                   AND WS-HT-DATE (WS-RANK-SUB) > WS-RANK-DATE
                   AND WS-HT-DATE (WS-RANK-SUB) < WS-RANK-LIMIT
               ADD 1 TO WS-NEWER-COUNT
           END-IF.
       4230-EXIT.
           EXIT.

      *****************************************************************
      * 4300-MEASURE-VALUES - tonight's figure for measure WS-MEASURE
      * of the feed, the baseline's nightly average, and for the
      * measures judged as a share, both shares in percent: the
      * bands and the duplicates of the records, the zero and
      * all-nines operands of the operands.
      *****************************************************************
       4300-MEASURE-VALUES.
           MOVE 'Y' TO WS-M-HAS-SHARE.
           EVALUATE WS-MEASURE
               WHEN 1
                   MOVE 'N' TO WS-M-HAS-SHARE
                   MOVE WS-FD-RECORDS (WS-FILE-NUMBER)
                       TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-RECORDS (WS-FILE-NUMBER)
                       TO WS-M-BASE-TOTAL
               WHEN 2 THRU 7
                   COMPUTE WS-BAND = WS-MEASURE - 1
                   MOVE WS-FD-DIST (WS-FILE-NUMBER WS-BAND)
                       TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-DIST (WS-FILE-NUMBER WS-BAND)
                       TO WS-M-BASE-TOTAL
               WHEN 8
                   MOVE 'N' TO WS-M-HAS-SHARE
                   MOVE WS-FD-OPERANDS (WS-FILE-NUMBER)
                       TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-OPERANDS (WS-FILE-NUMBER)
                       TO WS-M-BASE-TOTAL
               WHEN 9
                   MOVE WS-FD-ZEROS (WS-FILE-NUMBER) TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-ZEROS (WS-FILE-NUMBER)
                       TO WS-M-BASE-TOTAL
               WHEN 10
                   MOVE WS-FD-MAXV (WS-FILE-NUMBER) TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-MAXV (WS-FILE-NUMBER)
                       TO WS-M-BASE-TOTAL
               WHEN 11
                   MOVE WS-FD-DUPS (WS-FILE-NUMBER) TO WS-M-TONIGHT
                   MOVE WS-FD-BASE-DUPS (WS-FILE-NUMBER)
                       TO WS-M-BASE-TOTAL
           END-EVALUATE.
           IF WS-MEASURE = 9 OR WS-MEASURE = 10
               MOVE WS-FD-OPERANDS (WS-FILE-NUMBER) TO WS-M-DENOM
               MOVE WS-FD-BASE-OPERANDS (WS-FILE-NUMBER)
                   TO WS-M-BASE-DENOM
           ELSE
               MOVE WS-FD-RECORDS (WS-FILE-NUMBER) TO WS-M-DENOM
               MOVE WS-FD-BASE-RECORDS (WS-FILE-NUMBER)
                   TO WS-M-BASE-DENOM
           END-IF.
           MOVE ZERO TO WS-M-BASE-AVG WS-M-SHARE WS-M-BASE-SHARE.
           IF WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) > ZERO
               COMPUTE WS-M-BASE-AVG ROUNDED = WS-M-BASE-TOTAL
                   / WS-FD-BASE-NIGHTS (WS-FILE-NUMBER)
           END-IF.
           IF WS-M-DENOM > ZERO
               COMPUTE WS-M-SHARE ROUNDED =
                   WS-M-TONIGHT * 100 / WS-M-DENOM
           END-IF.
           IF WS-M-BASE-DENOM > ZERO
               COMPUTE WS-M-BASE-SHARE ROUNDED =
                   WS-M-BASE-TOTAL * 100 / WS-M-BASE-DENOM
           END-IF.
           COMPUTE WS-M-SHIFT = WS-M-SHARE - WS-M-BASE-SHARE.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4400-CHECK-ONE-MEASURE - judge measure WS-MEASURE against its
      * tolerance: 'L' down or 'H' up on the baseline, 'S' a band's
      * share moved either way.  The record count is judged against
      * the baseline's nightly average without rounding; the operand
      * total is shown but not judged, the bands already saying how
      * it moved.  Nothing is judged without a baseline.
      *****************************************************************
       4400-CHECK-ONE-MEASURE.
           MOVE SPACE TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE).
           IF WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) = ZERO
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4300-MEASURE-VALUES THRU 4300-EXIT.
           EVALUATE TRUE
               WHEN WS-MEASURE = 1
                   IF WS-M-TONIGHT * 100
                           * WS-FD-BASE-NIGHTS (WS-FILE-NUMBER)
                           < WS-M-BASE-TOTAL * (100 - WS-DROP-PCT)
                       MOVE 'L'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
                   IF WS-M-BASE-TOTAL > ZERO
                           AND WS-M-TONIGHT * 100
                           * WS-FD-BASE-NIGHTS (WS-FILE-NUMBER)
                           > WS-M-BASE-TOTAL * (100 + WS-RISE-PCT)
                       MOVE 'H'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
               WHEN WS-MEASURE >= 2 AND WS-MEASURE <= 7
                   IF WS-M-SHIFT > WS-SHIFT-PCT
                           OR WS-M-SHIFT < ZERO - WS-SHIFT-PCT
                       MOVE 'S'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
               WHEN WS-MEASURE = 9
                   IF WS-M-SHIFT > WS-ZERO-PCT
                       MOVE 'H'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
               WHEN WS-MEASURE = 10
                   IF WS-M-SHIFT > WS-MAXV-PCT
                       MOVE 'H'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
               WHEN WS-MEASURE = 11
                   IF WS-M-SHIFT > WS-DUP-PCT
                       MOVE 'H'
                           TO WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
                   END-IF
           END-EVALUATE.
           IF WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE) NOT = SPACE
               ADD 1 TO WS-FD-FLAG-COUNT (WS-FILE-NUMBER)
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4500-FIND-RELEASE - a feed outside tolerance goes through
      * only on an analyst's release for its source dated tonight,
      * or dated the night it was last held when nothing for the
      * source has been profiled since.  Otherwise it is held.
      *****************************************************************
       4500-FIND-RELEASE.
           MOVE 'H' TO WS-FD-DISPOSITION (WS-FILE-NUMBER).
           PERFORM 4510-CHECK-ONE-RELEASE THRU 4510-EXIT
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           IF WS-FD-DISPOSITION (WS-FILE-NUMBER) = 'R'
               ADD 1 TO WS-FEEDS-RELEASED
               DISPLAY 'GCDKPROF: GCDKIN' WS-FILE-NUMBER ' SOURCE '
                   WS-FD-SOURCE (WS-FILE-NUMBER)
                   ' RELEASED BY ANALYST'
           ELSE
               ADD 1 TO WS-FEEDS-HELD
               DISPLAY 'GCDKPROF: GCDKIN' WS-FILE-NUMBER ' SOURCE '
                   WS-FD-SOURCE (WS-FILE-NUMBER)
                   ' HELD - OUTSIDE TOLERANCE'
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 4510-CHECK-ONE-RELEASE - one release against the feed.
      *****************************************************************
       4510-CHECK-ONE-RELEASE.
           IF WS-RL-SOURCE (WS-RELEASE-SUB)
                   NOT = WS-FD-SOURCE (WS-FILE-NUMBER)
               GO TO 4510-EXIT
           END-IF.
           IF WS-RL-DATE (WS-RELEASE-SUB) = WS-RUN-DATE
                   OR (WS-RL-DATE (WS-RELEASE-SUB)
                           = WS-FD-LATEST-DATE (WS-FILE-NUMBER)
                       AND WS-FD-LATEST-DISP (WS-FILE-NUMBER) = 'H')
               MOVE 'R' TO WS-FD-DISPOSITION (WS-FILE-NUMBER)
               MOVE 'Y' TO WS-RL-USED (WS-RELEASE-SUB)
           END-IF.
       4510-EXIT.
           EXIT.

      *****************************************************************
      * 4600-RECORD-TONIGHT - tonight's profile and disposition onto
      * the end of the history table.
      *****************************************************************
       4600-RECORD-TONIGHT.
           MOVE SPACES TO GCD-FEED-PROFILE-RECORD.
           MOVE WS-FD-SOURCE (WS-FILE-NUMBER) TO GCD-KP-SOURCE-CODE.
           MOVE WS-RUN-DATE TO GCD-KP-FEED-DATE.
           MOVE WS-FD-DISPOSITION (WS-FILE-NUMBER)
               TO GCD-KP-DISPOSITION.
           MOVE WS-FD-RECORDS (WS-FILE-NUMBER) TO GCD-KP-RECORD-COUNT.
           MOVE WS-FD-DIST (WS-FILE-NUMBER 1) TO GCD-KP-COUNT-DIST (1).
           MOVE WS-FD-DIST (WS-FILE-NUMBER 2) TO GCD-KP-COUNT-DIST (2).
           MOVE WS-FD-DIST (WS-FILE-NUMBER 3) TO GCD-KP-COUNT-DIST (3).
           MOVE WS-FD-DIST (WS-FILE-NUMBER 4) TO GCD-KP-COUNT-DIST (4).
           MOVE WS-FD-DIST (WS-FILE-NUMBER 5) TO GCD-KP-COUNT-DIST (5).
           MOVE WS-FD-DIST (WS-FILE-NUMBER 6) TO GCD-KP-COUNT-DIST (6).
           MOVE WS-FD-OPERANDS (WS-FILE-NUMBER) TO GCD-KP-OPERANDS.
           MOVE WS-FD-ZEROS (WS-FILE-NUMBER) TO GCD-KP-ZERO-OPERANDS.
           MOVE WS-FD-MAXV (WS-FILE-NUMBER) TO GCD-KP-MAX-OPERANDS.
           MOVE WS-FD-DUPS (WS-FILE-NUMBER) TO GCD-KP-DUP-RECORDS.
           PERFORM 1550-ADD-HISTORY THRU 1550-EXIT.
       4600-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REPORT-FEEDS - one block per input file: its verdict,
      * and for a feed that arrived every measure tonight against
      * the baseline, with the ones outside tolerance marked.
      *****************************************************************
       5000-REPORT-FEEDS.
           MOVE 'FEED PROFILES' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 5100-REPORT-ONE-FEED THRU 5100-EXIT
               VARYING WS-FILE-NUMBER FROM 1 BY 1
               UNTIL WS-FILE-NUMBER > 5.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-REPORT-ONE-FEED - the verdict line, then the measures.
      *****************************************************************
       5100-REPORT-ONE-FEED.
           MOVE SPACES TO WS-STATE-TEXT.
           MOVE WS-FD-FLAG-COUNT (WS-FILE-NUMBER) TO WS-TOL-DISPLAY.
           EVALUATE TRUE
               WHEN WS-FD-PRESENT (WS-FILE-NUMBER) NOT = 'Y'
                   MOVE 'NOT RECEIVED TONIGHT' TO WS-STATE-TEXT
               WHEN WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) = ZERO
                   MOVE 'ACCEPTED - NO BASELINE YET' TO WS-STATE-TEXT
               WHEN WS-FD-DISPOSITION (WS-FILE-NUMBER) = 'A'
                   MOVE 'ACCEPTED' TO WS-STATE-TEXT
               WHEN WS-FD-DISPOSITION (WS-FILE-NUMBER) = 'R'
                   STRING 'RELEASED BY ANALYST -' WS-TOL-DISPLAY
                       ' MEASURE(S) OUTSIDE TOLERANCE'
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
               WHEN OTHER
                   STRING 'HELD -' WS-TOL-DISPLAY
                       ' MEASURE(S) OUTSIDE TOLERANCE'
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-EVALUATE.
           IF WS-FD-PRESENT (WS-FILE-NUMBER) = 'Y'
               STRING 'GCDKIN' WS-FILE-NUMBER '  SOURCE '
                   WS-FD-SOURCE (WS-FILE-NUMBER)
                   '  FEED DATE ' WS-RUN-DATE '  ' WS-STATE-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING 'GCDKIN' WS-FILE-NUMBER '  SOURCE '
                   WS-FD-SOURCE (WS-FILE-NUMBER) '  ' WS-STATE-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-FD-PRESENT (WS-FILE-NUMBER) = 'Y'
               IF WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) > ZERO
                   MOVE WS-FD-BASE-NIGHTS (WS-FILE-NUMBER)
                       TO WS-NIGHTS-DISPLAY
                   STRING '    BASELINE OF ' WS-NIGHTS-DISPLAY
                       ' NIGHT(S), LATEST '
                       WS-FD-LATEST-DATE (WS-FILE-NUMBER)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               END-IF
               STRING '    MEASURE                       TONIGHT'
                   '    SHARE       BASELINE    SHARE'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               PERFORM 5200-REPORT-MEASURE THRU 5200-EXIT
                   VARYING WS-MEASURE FROM 1 BY 1
                   UNTIL WS-MEASURE > 11
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5200-REPORT-MEASURE - one measure line: tonight's figure and
      * share, the baseline's nightly average and share, and the
      * tolerance it broke, if any.
      *****************************************************************
       5200-REPORT-MEASURE.
           PERFORM 4300-MEASURE-VALUES THRU 4300-EXIT.
           MOVE WS-M-TONIGHT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-SHARE-TEXT WS-BASE-SHARE-TEXT
               WS-BASE-TEXT WS-FLAG-TEXT.
           IF WS-M-HAS-SHARE = 'Y'
               MOVE WS-M-SHARE TO WS-SHARE-EDIT
               STRING WS-SHARE-EDIT '%'
                   DELIMITED BY SIZE INTO WS-SHARE-TEXT
           END-IF.
           IF WS-FD-BASE-NIGHTS (WS-FILE-NUMBER) > ZERO
               MOVE WS-M-BASE-AVG TO WS-BASE-DISPLAY
               MOVE WS-BASE-DISPLAY TO WS-BASE-TEXT
               IF WS-M-HAS-SHARE = 'Y'
                   MOVE WS-M-BASE-SHARE TO WS-SHARE-EDIT
                   STRING WS-SHARE-EDIT '%'
                       DELIMITED BY SIZE INTO WS-BASE-SHARE-TEXT
               END-IF
           END-IF.
           EVALUATE WS-FD-FLAG (WS-FILE-NUMBER WS-MEASURE)
               WHEN 'L'
                   MOVE WS-DROP-PCT TO WS-TOL-DISPLAY
                   STRING '** DOWN, LIMIT ' WS-TOL-DISPLAY '%'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
               WHEN 'H'
                   EVALUATE WS-MEASURE
                       WHEN 1  MOVE WS-RISE-PCT TO WS-TOL-DISPLAY
                       WHEN 9  MOVE WS-ZERO-PCT TO WS-TOL-DISPLAY
                       WHEN 10 MOVE WS-MAXV-PCT TO WS-TOL-DISPLAY
                       WHEN 11 MOVE WS-DUP-PCT TO WS-TOL-DISPLAY
                   END-EVALUATE
                   IF WS-MEASURE = 1
                       STRING '** UP, LIMIT ' WS-TOL-DISPLAY '%'
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   ELSE
                       STRING '** UP, LIMIT ' WS-TOL-DISPLAY ' PTS'
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-IF
               WHEN 'S'
                   MOVE WS-SHIFT-PCT TO WS-TOL-DISPLAY
                   STRING '** MOVED, LIMIT ' WS-TOL-DISPLAY ' PTS'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
           END-EVALUATE.
           STRING '    ' WS-MEASURE-LABEL (WS-MEASURE)
               WS-COUNT-DISPLAY '  ' WS-SHARE-TEXT '    '
               WS-BASE-TEXT '  ' WS-BASE-SHARE-TEXT '  '
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5500-REPORT-RELEASES - analyst releases that passed nothing
      * tonight: the feed was within tolerance, the source or date
      * does not match a held feed, or the date is not a date.  They
      * are harmless, but GCDKPREL wants tidying.
      *****************************************************************
       5500-REPORT-RELEASES.
           MOVE 'RELEASES NOT USED' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-----------------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 5510-REPORT-ONE-RELEASE THRU 5510-EXIT
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           IF WS-RELEASES-UNUSED = ZERO
               MOVE '  (NONE)' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 5510-REPORT-ONE-RELEASE - one release, if it went unused.
      *****************************************************************
       5510-REPORT-ONE-RELEASE.
           IF WS-RL-USED (WS-RELEASE-SUB) = 'Y'
               GO TO 5510-EXIT
           END-IF.
           ADD 1 TO WS-RELEASES-UNUSED.
           IF WS-RL-DATE (WS-RELEASE-SUB) IS NUMERIC
               MOVE 'NO HELD FEED FOR THIS SOURCE AND DATE'
                   TO WS-STATE-TEXT
           ELSE
               MOVE 'FEED DATE IS NOT A DATE' TO WS-STATE-TEXT
           END-IF.
           STRING '  SOURCE ' WS-RL-SOURCE (WS-RELEASE-SUB)
               '  FEED DATE ' WS-RL-DATE (WS-RELEASE-SUB)
               '  ' WS-STATE-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5510-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REWRITE-HISTORY - the new profile history: for each
      * source, its last GCDKP-BASE-NIGHTS accepted or released
      * nights and any held night since the oldest of them, which is
      * all a later baseline or release can reach.
      *****************************************************************
       6000-REWRITE-HISTORY.
           OPEN OUTPUT GCD-HIST-FILE.
           IF NOT WS-HIST-OK
               DISPLAY 'GCDKPROF: UNABLE TO REWRITE GCDKPHST, STATUS '
                   WS-HIST-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 6100-WRITE-ONE-HISTORY THRU 6100-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT.
           CLOSE GCD-HIST-FILE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-WRITE-ONE-HISTORY - keep one entry when fewer than
      * GCDKP-BASE-NIGHTS accepted or released nights of its source
      * come after it.
      *****************************************************************
       6100-WRITE-ONE-HISTORY.
           MOVE WS-HT-SOURCE (WS-HIST-SUB) TO WS-RANK-SOURCE.
           MOVE WS-HT-DATE (WS-HIST-SUB) TO WS-RANK-DATE.
           MOVE 99999999 TO WS-RANK-LIMIT.
           PERFORM 4220-COUNT-NEWER THRU 4220-EXIT.
           IF WS-NEWER-COUNT >= WS-BASE-NIGHTS
               ADD 1 TO WS-HIST-DROPPED
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-HT-RECORD (WS-HIST-SUB) TO GCD-HIST-REC.
           WRITE GCD-HIST-REC.
           IF NOT WS-HIST-OK
               DISPLAY 'GCDKPROF: GCDKPHST WRITE ERROR, STATUS '
                   WS-HIST-STATUS
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-HIST-KEPT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 6500-REPORT-SUMMARY - the counts in one place, and the return
      * code: any held feed is 8, any released feed 4.
      *****************************************************************
       6500-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE '-------' TO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-PRESENT-COUNT TO WS-COUNT-DISPLAY.
           STRING '  FEEDS RECEIVED . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
           STRING '  RECORDS PROFILED . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEEDS-ACCEPTED TO WS-COUNT-DISPLAY.
           STRING '  FEEDS ACCEPTED . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEEDS-NO-BASELINE TO WS-COUNT-DISPLAY.
           STRING '    WITH NO BASELINE YET . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEEDS-RELEASED TO WS-COUNT-DISPLAY.
           STRING '  FEEDS RELEASED BY ANALYST  . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEEDS-HELD TO WS-COUNT-DISPLAY.
           STRING '  FEEDS HELD . . . . . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-FEEDS-ABSENT TO WS-COUNT-DISPLAY.
           STRING '  FEEDS NOT RECEIVED . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-RELEASES-UNUSED TO WS-COUNT-DISPLAY.
           STRING '  RELEASES NOT USED  . . . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-HIST-KEPT TO WS-COUNT-DISPLAY.
           STRING '  HISTORY PROFILES KEPT  . . . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-HIST-DROPPED TO WS-COUNT-DISPLAY.
           STRING '  HISTORY PROFILES AGED OFF  . . ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           EVALUATE TRUE
               WHEN WS-FEEDS-HELD > ZERO
                   SET RC-FEEDS-HELD TO TRUE
               WHEN WS-FEEDS-RELEASED > ZERO
                   SET RC-FEEDS-RELEASED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.
           MOVE WS-RETURN-CODE-AREA TO RETURN-CODE.
           IF RC-FEEDS-HELD
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               MOVE '  GCDMERGE WILL NOT RUN UNTIL EVERY HELD FEED IS'
                   TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               MOVE '  RELEASED ON GCDKPREL OR REPLACED AND THIS STEP'
                   TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
               MOVE '  RERUN.' TO WS-DETAIL-LINE
               PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-LINE - write the detail line to the report.
      *****************************************************************
       7000-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO GCD-REPORT-LINE.
           WRITE GCD-REPORT-LINE.
           IF NOT WS-REPORT-OK
               DISPLAY 'GCDKPROF: REPORT WRITE ERROR, STATUS '
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
      * 8100-OPEN-CURRENT - open the feed WS-FILE-NUMBER points at
      * and surface its status in WS-CURRENT-STATUS.
      *****************************************************************
       8100-OPEN-CURRENT.
           EVALUATE WS-FILE-NUMBER
               WHEN 1
                   OPEN INPUT GCD-SOURCE1-FILE
                   MOVE WS-SOURCE1-STATUS TO WS-CURRENT-STATUS
               WHEN 2
                   OPEN INPUT GCD-SOURCE2-FILE
                   MOVE WS-SOURCE2-STATUS TO WS-CURRENT-STATUS
               WHEN 3
                   OPEN INPUT GCD-SOURCE3-FILE
                   MOVE WS-SOURCE3-STATUS TO WS-CURRENT-STATUS
               WHEN 4
                   OPEN INPUT GCD-SOURCE4-FILE
                   MOVE WS-SOURCE4-STATUS TO WS-CURRENT-STATUS
               WHEN 5
                   OPEN INPUT GCD-SOURCE5-FILE
                   MOVE WS-SOURCE5-STATUS TO WS-CURRENT-STATUS
           END-EVALUATE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-READ-CURRENT - read the next record of the feed
      * WS-FILE-NUMBER points at into the common work record.
      *****************************************************************
       8200-READ-CURRENT.
           EVALUATE WS-FILE-NUMBER
               WHEN 1
                   READ GCD-SOURCE1-FILE
                   MOVE WS-SOURCE1-STATUS TO WS-CURRENT-STATUS
                   MOVE GCD-IN1-REC TO WS-CURRENT-KEYED-REC
               WHEN 2
                   READ GCD-SOURCE2-FILE
                   MOVE WS-SOURCE2-STATUS TO WS-CURRENT-STATUS
                   MOVE GCD-IN2-REC TO WS-CURRENT-KEYED-REC
               WHEN 3
                   READ GCD-SOURCE3-FILE
                   MOVE WS-SOURCE3-STATUS TO WS-CURRENT-STATUS
                   MOVE GCD-IN3-REC TO WS-CURRENT-KEYED-REC
               WHEN 4
                   READ GCD-SOURCE4-FILE
                   MOVE WS-SOURCE4-STATUS TO WS-CURRENT-STATUS
                   MOVE GCD-IN4-REC TO WS-CURRENT-KEYED-REC
               WHEN 5
                   READ GCD-SOURCE5-FILE
                   MOVE WS-SOURCE5-STATUS TO WS-CURRENT-STATUS
                   MOVE GCD-IN5-REC TO WS-CURRENT-KEYED-REC
           END-EVALUATE.
           IF WS-CURRENT-EOF
               SET WS-FILE-DONE TO TRUE
           ELSE
               IF NOT WS-CURRENT-OK
                   DISPLAY 'GCDKPROF: GCDKIN' WS-FILE-NUMBER
                       ' READ ERROR, STATUS ' WS-CURRENT-STATUS
                   SET RC-FILE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       8200-EXIT.
           EXIT.

      *****************************************************************
      * 8300-CLOSE-CURRENT - close the feed WS-FILE-NUMBER points at.
      *****************************************************************
       8300-CLOSE-CURRENT.
           EVALUATE WS-FILE-NUMBER
               WHEN 1 CLOSE GCD-SOURCE1-FILE
               WHEN 2 CLOSE GCD-SOURCE2-FILE
               WHEN 3 CLOSE GCD-SOURCE3-FILE
               WHEN 4 CLOSE GCD-SOURCE4-FILE
               WHEN 5 CLOSE GCD-SOURCE5-FILE
           END-EVALUATE.
       8300-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - close the report, echo the counts for the
      * job log, and stamp the end.
      *****************************************************************
       9000-TERMINATE.
           IF WS-REPORT-OPEN
               CLOSE GCD-REPORT-FILE
               MOVE 'N' TO WS-REPORT-OPEN-SWITCH
           END-IF.
           DISPLAY 'GCDKPROF: FEEDS RECEIVED   = ' WS-PRESENT-COUNT.
           DISPLAY 'GCDKPROF: RECORDS PROFILED = ' WS-RECORDS-READ.
           DISPLAY 'GCDKPROF: FEEDS ACCEPTED   = ' WS-FEEDS-ACCEPTED.
           DISPLAY 'GCDKPROF: FEEDS RELEASED   = ' WS-FEEDS-RELEASED.
           DISPLAY 'GCDKPROF: FEEDS HELD       = ' WS-FEEDS-HELD.
           DISPLAY 'GCDKPROF: RELEASES UNUSED  = ' WS-RELEASES-UNUSED.
           PERFORM 9100-RUN-CONTROL-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-RUN-CONTROL-END - stamp how tonight's profiling
      * finished; GCDMERGE reads this stamp.
      *****************************************************************
       9100-RUN-CONTROL-END.
           SET GCD-RC-FN-END TO TRUE.
           MOVE 'GCDKPROF' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           MOVE RETURN-CODE TO GCD-RC-RETURN-CODE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
      * The CALL overlays this program's RETURN-CODE with the
      * subprogram's; put the run's own outcome back before the job
      * ends, and surface a stamp that could not be written.
           MOVE GCD-RC-RETURN-CODE TO RETURN-CODE.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDKPROF: RUN-CONTROL END STAMP NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCDKPROF.

       COPY GCDRUNCPGM.

       COPY GCDPARMPGM.
