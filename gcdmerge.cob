      * business's own codes.  A missing input file is simply an
      * absent source; at least one must be present.
      *
      * GCDKPROF profiles the feeds first and holds any that stray
      * too far from their baseline.  While tonight's GCDKPROF end
      * stamp is 8 or more the consolidation is refused;
      * GCDRC-OVERRIDE=Y merges anyway.  A night GCDKPROF has not
      * run at all is warned about on the job log and merged as
      * before.
      *
      * Return codes: 0 clean consolidation, 4 exceptions held out,
      * 16 file error or no inputs, 24 GCDKPROF held a feed tonight.
      *
      * Build:
      *   $ cobc -x gcdmerge.cob -I copybooks -o gcdmerge-cob
      *                    list.  Unlimited volume, same outputs and
      *                    return codes; the output order becomes
      *                    account order.
      *   2026-10-15  DLM  Refuse to consolidate while tonight's
      *                    GCDKPROF feed profiling has a feed held
      *                    (end stamp 8 or more), unless
      *                    GCDRC-OVERRIDE=Y; the parameter file is
      *                    now loaded before the start stamp so the
      *                    override can be read from it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDMERGE.

      *****************************************************************
      * Return-code conditions - 4 tells the scheduler there are
      * exceptions for the analyst before GCDKBAT runs; 24 that the
      * feeds were not cleared to merge.
      *****************************************************************
       01 WS-RETURN-CODE-AREA PIC 9(03) VALUE ZERO.
           88 RC-SUCCESS                   VALUE 0.
           88 RC-EXCEPTIONS-HELD           VALUE 4.
           88 RC-FILE-ERROR                VALUE 16.
           88 RC-SEQUENCE-ERROR            VALUE 24.

       01 WS-RUN-DATE                 PIC 9(08).

       01 WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OVERRIDE-REQUESTED           VALUE 'Y'.
       01 WS-OVERRIDE-RAW             PIC X(01) VALUE SPACES.

           COPY GCDRUNCL.

           COPY GCDPARML.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 1070-LOAD-PARAMETERS THRU 1070-EXIT.
           PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.
           PERFORM 1100-GET-SOURCE-CODES THRU 1100-EXIT.
           PERFORM 1200-OPEN-ONE-INPUT THRU 1200-EXIT
               VARYING WS-FILE-NUMBER FROM 1 BY 1
           EXIT.

      *****************************************************************
      * 1050-RUN-CONTROL-START - the feeds must have been cleared by
      * tonight's GCDKPROF: an end stamp of 8 or more means a feed is
      * held and the run is refused unless GCDRC-OVERRIDE=Y.  No
      * GCDKPROF stamp at all is only warned about, so a schedule
      * without the profiling step merges as it always has.  Then
      * stamp tonight's start on the shared run-control file so a
      * sourced GCDKBAT run can tell a finished consolidation from
      * one still in flight.
      *****************************************************************
       1050-RUN-CONTROL-START.
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
           DISPLAY 'GCDMERGE: EFFECTIVE GCDRC-OVERRIDE = '
               WS-OVERRIDE-SWITCH.
           SET GCD-RC-FN-QUERY TO TRUE.
           MOVE 'GCDKPROF' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
           CALL 'GCDRUNC' USING GCD-RUN-CONTROL-AREA.
           IF NOT GCD-RC-SUCCESS
               DISPLAY 'GCDMERGE: RUN-CONTROL FILE ERROR'
               SET RC-FILE-ERROR TO TRUE
               MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT GCD-RC-STAMP-FOUND
               DISPLAY 'GCDMERGE: NO GCDKPROF RUN FOR ' WS-RUN-DATE
                   ' - FEEDS MERGED UNPROFILED'
           END-IF.
           IF GCD-RC-STAMP-FOUND AND GCD-RC-FOUND-RC >= 8
               IF WS-OVERRIDE-REQUESTED
                   DISPLAY 'GCDMERGE: GCDKPROF HELD A FEED FOR '
                       WS-RUN-DATE ' - OPERATOR OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'GCDMERGE: GCDKPROF HELD A FEED FOR '
                       WS-RUN-DATE ' - RUN REFUSED, RELEASE IT ON '
                       'GCDKPREL AND RERUN GCDKPROF, OR SET '
                       'GCDRC-OVERRIDE=Y TO MERGE ANYWAY'
                   SET RC-SEQUENCE-ERROR TO TRUE
                   MOVE WS-RETURN-CODE-AREA TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           SET GCD-RC-FN-START TO TRUE.
           MOVE 'GCDMERGE' TO GCD-RC-PROGRAM.
           MOVE WS-RUN-DATE TO GCD-RC-RUN-DATE.
