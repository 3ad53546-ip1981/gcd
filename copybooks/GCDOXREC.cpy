      *****************************************************************
      * GCDOXREC.CPY
      *
      * Record layout for the outbound allocation transmission that
      * GCDOXTR writes each night (GCDOXMT-D<date>-S<sequence>).  The
      * allocation system used to pick up GCDBRAT and GCDKOUT straight
      * off disk with nothing to prove it loaded what was sent; the
      * transmission now carries its own controls, the same way the
      * inbound GCDBIN does (GCDCTL.CPY):
      *
      *   '*H'  header  - file date, transmission sequence number and
      *                   sending system
      *   'MA'  detail  - one posted master account: account ID,
      *                   tonight's GCD, the prior GCD and the date
      *                   it was computed
      *   'RA'  detail  - one GCDBRAT reduced ratio: group key,
      *                   operand position, operand and its value in
      *                   lowest terms
      *   '*T'  trailer - the sequence number again, the count of
      *                   detail records between header and trailer,
      *                   and a hash total: the low-order 20 digits of
      *                   the sum of every account's GCD-XM-MA-GCD-
      *                   VALUE and every ratio's GCD-XM-RA-REDUCED
      *
      * The sequence number is the one booked against the
      * transmission in the GCDOREG outbound register; the
      * allocation system quotes it back on its acknowledgment.
      *
      * Modification history:
      *   2026-10-15  DLM  Original outbound transmission layout.
      *****************************************************************
       01 GCD-XMIT-RECORD.
           05 GCD-XM-RECORD-TYPE          PIC X(02).
               88 GCD-XM-HEADER                VALUE '*H'.
               88 GCD-XM-TRAILER               VALUE '*T'.
               88 GCD-XM-ACCOUNT               VALUE 'MA'.
               88 GCD-XM-RATIO                 VALUE 'RA'.
           05 GCD-XM-DATA                 PIC X(60).
           05 GCD-XM-HEADER-DATA REDEFINES GCD-XM-DATA.
               10 GCD-XM-FILE-DATE        PIC 9(08).
               10 GCD-XM-HDR-SEQUENCE     PIC 9(06).
               10 GCD-XM-SOURCE-SYSTEM    PIC X(10).
               10 FILLER                  PIC X(36).
           05 GCD-XM-ACCOUNT-DATA REDEFINES GCD-XM-DATA.
               10 GCD-XM-MA-ACCOUNT-ID    PIC X(10).
               10 GCD-XM-MA-GCD-VALUE     PIC 9(20).
               10 GCD-XM-MA-PRIOR-VALUE   PIC 9(20).
               10 GCD-XM-MA-LAST-COMPUTED PIC 9(08).
               10 FILLER                  PIC X(02).
           05 GCD-XM-RATIO-DATA REDEFINES GCD-XM-DATA.
               10 GCD-XM-RA-GROUP-KEY     PIC 9(10).
               10 GCD-XM-RA-POSITION      PIC 9(03).
               10 GCD-XM-RA-VALUE         PIC 9(20).
               10 GCD-XM-RA-REDUCED       PIC 9(20).
               10 FILLER                  PIC X(07).
           05 GCD-XM-TRAILER-DATA REDEFINES GCD-XM-DATA.
               10 GCD-XM-TRL-SEQUENCE     PIC 9(06).
               10 GCD-XM-RECORD-COUNT     PIC 9(09).
               10 GCD-XM-HASH-TOTAL       PIC 9(20).
               10 FILLER                  PIC X(25).
