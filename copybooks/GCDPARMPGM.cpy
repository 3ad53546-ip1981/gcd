      *
      * Modification history:
      *   2026-09-02  DLM  Original run-parameter service.
      *   2026-10-15  DLM  Add GCDW-REPORT-DATE for GCDSLARP.
      *   2026-10-15  DLM  Add GCDV-TOP-ACCOUNTS for GCDMVOL.
      *   2026-10-15  DLM  Add GCDD-DORMANT-DAYS for GCDDORM.
      *   2026-10-15  DLM  Add GCDO-ACK-DAYS for GCDOREC.
      *   2026-10-15  DLM  Add GCDB-PARTITIONS for GCDBSPLT.
      *   2026-10-15  DLM  Add the GCDKP- feed-profile tolerances for
      *                    GCDKPROF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCDPARM.
               10 FILLER PIC X(21) VALUE 'GCDM-RETAIN-DAYS    N'.
               10 FILLER PIC X(21) VALUE 'GCDX-AGE-DAYS       N'.
               10 FILLER PIC X(21) VALUE 'GCDG-RETAIN-GENS    N'.
               10 FILLER PIC X(21) VALUE 'GCDW-REPORT-DATE    N'.
               10 FILLER PIC X(21) VALUE 'GCDV-TOP-ACCOUNTS   N'.
               10 FILLER PIC X(21) VALUE 'GCDD-DORMANT-DAYS   N'.
               10 FILLER PIC X(21) VALUE 'GCDO-ACK-DAYS       N'.
               10 FILLER PIC X(21) VALUE 'GCDB-PARTITIONS     N'.
               10 FILLER PIC X(21) VALUE 'GCDKP-COUNT-DROP-PCTN'.
               10 FILLER PIC X(21) VALUE 'GCDKP-COUNT-RISE-PCTN'.
               10 FILLER PIC X(21) VALUE 'GCDKP-DIST-SHIFT-PCTN'.
               10 FILLER PIC X(21) VALUE 'GCDKP-ZERO-RISE-PCT N'.
               10 FILLER PIC X(21) VALUE 'GCDKP-MAXV-RISE-PCT N'.
               10 FILLER PIC X(21) VALUE 'GCDKP-DUP-RISE-PCT  N'.
               10 FILLER PIC X(21) VALUE 'GCDKP-BASE-NIGHTS   N'.
           05 WS-KNOWN-ENTRY REDEFINES WS-KNOWN-TABLE
                   OCCURS 28 TIMES.
               10 WS-KN-KEYWORD       PIC X(20).
               10 WS-KN-TYPE          PIC X(01).

           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 28
                       OR WS-MATCH-FOUND
               IF WS-KN-KEYWORD (WS-SUBSCRIPT) = WS-TRIM-KEYWORD
                   SET WS-MATCH-FOUND TO TRUE
