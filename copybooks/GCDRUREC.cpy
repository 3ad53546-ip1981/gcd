      *****************************************************************
      * GCDRUREC.CPY
      *
      * Record layout for GCDRULE, the maintained per-account divisor
      * rules file.  Some accounts carry a business expectation for
      * their divisor - a pricing unit it must always divide by, a
      * floor it must never drop below, or one exact value it is
      * pinned to - and each such expectation is one record here,
      * keyed by account ID.  An account may carry more than one
      * rule; each is checked on its own.  GCDVRULE reads this file
      * after GCDMPOST and reports every rule tonight's posting
      * broke.
      *
      * GCD-RU-RULE-TYPE is 'D' (booked value must be divisible by
      * the operand), 'F' (booked value must not be below the
      * operand) or 'E' (booked value must equal the operand).
      * GCD-RU-SEVERITY is 'H' for a break the on-call analyst is
      * paged for and 'L' for one that only goes on the report.
      *
      * Modification history:
      *   2026-10-15  DLM  Original layout for the GCDRULE divisor
      *                    rules file.
      *****************************************************************
       01 GCD-RULE-RECORD.
           05 GCD-RU-ACCOUNT-ID       PIC X(10).
           05 GCD-RU-RULE-TYPE        PIC X(01).
               88 GCD-RU-DIVISIBLE-BY          VALUE 'D'.
               88 GCD-RU-FLOOR                 VALUE 'F'.
               88 GCD-RU-EXACT                 VALUE 'E'.
           05 GCD-RU-OPERAND          PIC 9(20).
           05 GCD-RU-SEVERITY         PIC X(01).
               88 GCD-RU-HIGH                  VALUE 'H'.
               88 GCD-RU-LOW                   VALUE 'L'.
