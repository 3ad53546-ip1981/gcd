      *****************************************************************
      * GCDOAREC.CPY
      *
      * Record layout for GCDOACK, the acknowledgment file the
      * allocation system returns for the transmissions GCDOXTR
      * sends.  Every record quotes the transmission sequence number
      * from the header and trailer of the file it acknowledges:
      *
      *   'S'  summary - the date the allocation system loaded the
      *                  transmission, and how many of its detail
      *                  records it accepted and rejected
      *   'R'  reason  - one rejected detail record: its record type
      *                  ('MA' or 'RA'), its key (account ID, or
      *                  group key and operand position) and why it
      *                  was turned away
      *
      * One acknowledgment file may answer several transmissions.
      *
      * Modification history:
      *   2026-10-15  DLM  Original acknowledgment layout.
      *****************************************************************
       01 GCD-ACK-RECORD.
           05 GCD-AK-RECORD-TYPE          PIC X(01).
               88 GCD-AK-SUMMARY               VALUE 'S'.
               88 GCD-AK-REASON                VALUE 'R'.
           05 GCD-AK-SEQUENCE             PIC 9(06).
           05 GCD-AK-DATA                 PIC X(60).
           05 GCD-AK-SUMMARY-DATA REDEFINES GCD-AK-DATA.
               10 GCD-AK-ACK-DATE         PIC 9(08).
               10 GCD-AK-ACCEPTED         PIC 9(09).
               10 GCD-AK-REJECTED         PIC 9(09).
               10 FILLER                  PIC X(34).
           05 GCD-AK-REASON-DATA REDEFINES GCD-AK-DATA.
               10 GCD-AK-DETAIL-TYPE      PIC X(02).
               10 GCD-AK-DETAIL-KEY       PIC X(13).
               10 GCD-AK-REASON-CODE      PIC X(04).
               10 GCD-AK-REASON-TEXT      PIC X(40).
               10 FILLER                  PIC X(01).
