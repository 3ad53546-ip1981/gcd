      *****************************************************************
      * GCDBPREC.CPY
      *
      * Record layout for GCDBPCTL, the partition control file
      * GCDBSPLT writes when it splits the night's GCDBIN into
      * group-key ranges and GCDBCOMB balances the combined outputs
      * against.  The file holds one 'O' record for the original
      * transmission followed by one 'P' record per partition, in
      * partition order:
      *
      *   'O'  original - GCD-BP-PARTITION is the number of
      *        partitions the night was split into; the file date,
      *        sending system, data record count and hash total are
      *        the original GCDBIN header and trailer as received,
      *        and the key range is the lowest and highest group key
      *        on the whole file
      *   'P'  partition - GCD-BP-PARTITION is the partition number
      *        (the nn of GCDBIN.Pnn); the count and hash are what
      *        GCDBSPLT wrote to that partition's own trailer, and the
      *        key range is the lowest and highest group key it holds
      *        (spaces for a partition left empty)
      *
      * The group keys are carried as text so a key that arrived
      * non-numeric is still recorded exactly as it sorted.
      *
      * Modification history:
      *   2026-10-15  DLM  Original partition control layout for
      *                    GCDBSPLT and GCDBCOMB.
      *****************************************************************
       01 GCD-PARTITION-RECORD.
           05 GCD-BP-RECORD-TYPE      PIC X(01).
               88 GCD-BP-ORIGINAL              VALUE 'O'.
               88 GCD-BP-PARTITION-ENTRY       VALUE 'P'.
           05 GCD-BP-PARTITION        PIC 9(02).
           05 GCD-BP-FILE-DATE        PIC 9(08).
           05 GCD-BP-SOURCE-SYSTEM    PIC X(10).
           05 GCD-BP-LOW-KEY          PIC X(10).
           05 GCD-BP-HIGH-KEY         PIC X(10).
           05 GCD-BP-RECORD-COUNT     PIC 9(09).
           05 GCD-BP-HASH-TOTAL       PIC 9(20).
