      *****************************************************************
      * GCDCRREC.CPY
      *
      * Record layout for GCDCHRT, the chargeback rate table the data
      * center maintains for GCDCHGB.  One record per consumer of
      * the GCD service, saying which line of business it is billed
      * to and what it pays:
      *
      *   GCD-CR-CONSUMER-TYPE  'S' an application calling GCDSRV,
      *                             identified by program name
      *                         'D' a person running the GCD driver
      *                             by hand, identified by the user
      *                             name GCDAUDIT records
      *                         'B' a line of business's nightly feed
      *                             through GCDMERGE and GCDKBAT,
      *                             identified by its two-character
      *                             source code, left-justified
      *   GCD-CR-CONSUMER-ID    the program, user or source code; an
      *                         asterisk in the first position is the
      *                         default rate for every consumer of
      *                         that type not listed by name
      *   GCD-CR-LOB-CODE       the line of business billed
      *   GCD-CR-UNIT-RATE      charge per service call, per driver
      *                         run, or per feed record reduced
      *   GCD-CR-OPERAND-RATE   charge per operand reduced
      *
      * Rates carry four implied decimal places.
      *
      * Modification history:
      *   2026-10-15  DLM  Original chargeback rate-table layout.
      *****************************************************************
       01 GCD-RATE-RECORD.
           05 GCD-CR-CONSUMER-TYPE    PIC X(01).
               88 GCD-CR-SERVICE               VALUE 'S'.
               88 GCD-CR-DRIVER                VALUE 'D'.
               88 GCD-CR-BATCH                 VALUE 'B'.
           05 GCD-CR-CONSUMER-ID      PIC X(08).
           05 GCD-CR-LOB-CODE         PIC X(04).
           05 GCD-CR-UNIT-RATE        PIC 9(05)V9(04).
           05 GCD-CR-OPERAND-RATE     PIC 9(05)V9(04).
           05 GCD-CR-DESCRIPTION      PIC X(30).
