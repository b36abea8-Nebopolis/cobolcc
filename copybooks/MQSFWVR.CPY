      *===============================================================
      *  MQSFWVR - WAIVED MAINTENANCE FEE RECORD (FEEWAIV)
      *
      *  One record per fee MQSINTF waived because the account's
      *  available balance (ledger less active funds holds) could
      *  not cover it, keyed on the business date plus the account.
      *  A waiver moves no money, so it has no journal or dedup
      *  record - this file is its only trace, read by the MQSGLIF
      *  ledger interface for the day's waived-fee total.  A rerun
      *  that waives the same fee again finds the key on file and
      *  leaves the first record standing.
      *===============================================================
      *
           05  FWV-KEY.
               10  FWV-BUSINESS-DATE    PIC X(8).
               10  FWV-ACCOUNT-NO       PIC X(10).
           05  FWV-WAIVE-TIME           PIC X(8).
           05  FWV-AMOUNT               PIC 9(11)V99.
      *
      *    The available balance that could not cover the fee.
      *
           05  FWV-AVAILABLE-BALANCE    PIC S9(11)V99.
