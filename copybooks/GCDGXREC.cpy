      *****************************************************************
      * GCDGXREC.CPY
      *
      * Record layout for GCDGXREF, the maintained rollup-group to
      * account cross-reference.  Each rollup group GCDBATCH reduces
      * by GCD-BI-GROUP-KEY is made of specific accounts GCDKBAT
      * reduces by GCD-KI-ACCOUNT-ID; each membership is one record
      * here, so a group carries one record per member account and
      * the file may be kept in any order.  GCDGRCN reads this file
      * after the night's GCDBATCH and GCDMPOST and reports every
      * group whose members do not agree with what was booked.
      *
      * GCD-GX-GROUP-KEY is the ten-digit group key exactly as it
      * arrives on GCDBIN; it is carried as text so a mistyped key is
      * reported rather than rejected by the sort.
      *
      * Modification history:
      *   2026-10-15  DLM  Original layout for the GCDGXREF group
      *                    cross-reference.
      *****************************************************************
       01 GCD-GROUP-XREF-RECORD.
           05 GCD-GX-GROUP-KEY        PIC X(10).
           05 GCD-GX-ACCOUNT-ID       PIC X(10).
