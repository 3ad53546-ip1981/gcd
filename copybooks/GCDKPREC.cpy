      *****************************************************************
      * GCDKPREC.CPY
      *
      * Record layout for GCDKPHST, the feed-profile history GCDKPROF
      * keeps for the GCDKIN1 through GCDKIN5 feeds it profiles ahead
      * of GCDMERGE.  One record per source code per night a feed
      * arrived, written in the order the nights were run:
      *
      *   GCD-KP-DISPOSITION
      *     'A'  accepted - the feed was within tolerance of its
      *          baseline, or there was no baseline yet
      *     'H'  held - the feed was outside tolerance and stopped
      *          the merge; never part of a later baseline
      *     'R'  released - held, then passed by an analyst through
      *          GCDKPREL; part of later baselines from then on
      *
      * GCD-KP-COUNT-DIST breaks the records down by GCD-KI-COUNT:
      * (1) one operand, (2) two, (3) three to five, (4) six to ten,
      * (5) eleven to fifty, (6) zero, over fifty or not numeric.
      * The operand counts cover the GCD-KI-VALUES each record's
      * count says are present; a maximum-magnitude operand is one
      * that is all nines.  GCD-KP-DUP-RECORDS counts the records
      * whose account ID had already appeared earlier in the same
      * feed.
      *
      * Modification history:
      *   2026-10-15  DLM  Original feed-profile history layout for
      *                    GCDKPROF.
      *****************************************************************
       01 GCD-FEED-PROFILE-RECORD.
           05 GCD-KP-SOURCE-CODE      PIC X(02).
           05 GCD-KP-FEED-DATE        PIC 9(08).
           05 GCD-KP-DISPOSITION      PIC X(01).
               88 GCD-KP-ACCEPTED              VALUE 'A'.
               88 GCD-KP-HELD                  VALUE 'H'.
               88 GCD-KP-RELEASED              VALUE 'R'.
               88 GCD-KP-BASELINE-ELIGIBLE     VALUE 'A' 'R'.
           05 GCD-KP-RECORD-COUNT     PIC 9(09).
           05 GCD-KP-COUNT-DIST       PIC 9(09) OCCURS 6 TIMES.
           05 GCD-KP-OPERANDS         PIC 9(11).
           05 GCD-KP-ZERO-OPERANDS    PIC 9(11).
           05 GCD-KP-MAX-OPERANDS     PIC 9(11).
           05 GCD-KP-DUP-RECORDS      PIC 9(09).
           05 FILLER                  PIC X(04).
