      *****************************************************************
      * GCDOGREC.CPY
      *
      * Record layout for GCDOREG, the outbound register: one entry
      * per allocation transmission.  GCDOXTR appends the entry when
      * it writes the transmission; GCDOREC updates it when the
      * allocation system's acknowledgment comes back.
      *
      * GCD-OG-STATUS is 'S' while the transmission is sent and
      * awaiting acknowledgment, 'A' once it is acknowledged with
      * every detail record accepted, 'P' when it was only partly
      * loaded (records rejected), and 'M' when the acknowledged
      * accepted and rejected counts do not add up to what was sent.
      *
      * Modification history:
      *   2026-10-15  DLM  Original outbound register layout.
      *****************************************************************
       01 GCD-REGISTER-RECORD.
           05 GCD-OG-SEQUENCE         PIC 9(06).
           05 GCD-OG-FILE-DATE        PIC 9(08).
           05 GCD-OG-FILE-NAME        PIC X(30).
           05 GCD-OG-ACCOUNT-COUNT    PIC 9(09).
           05 GCD-OG-RATIO-COUNT      PIC 9(09).
           05 GCD-OG-RECORD-COUNT     PIC 9(09).
           05 GCD-OG-HASH-TOTAL       PIC 9(20).
           05 GCD-OG-STATUS           PIC X(01).
               88 GCD-OG-SENT                  VALUE 'S'.
               88 GCD-OG-ACKNOWLEDGED          VALUE 'A'.
               88 GCD-OG-PARTIAL               VALUE 'P'.
               88 GCD-OG-MISMATCH              VALUE 'M'.
           05 GCD-OG-ACK-DATE         PIC 9(08).
           05 GCD-OG-ACCEPTED         PIC 9(09).
           05 GCD-OG-REJECTED         PIC 9(09).
