      *===============================================================
      *  MQSPRFS - END-OF-DAY PROOF STATUS RECORD (PROOFSTS)
      *
      *  One record, rewritten by MQSPROOF at the end of every run -
      *  the business date it proved, whether the day balanced, and
      *  whether the PROOFCTL snapshot was rolled forward to the
      *  closing balances it proved.  Downstream jobs that must only
      *  act on a proven day (the MQSGLIF ledger interface) read it
      *  instead of trusting the scheduler to have stopped them, and
      *  a recovery run uses it to know which business date the
      *  snapshot on PROOFCTL closes.
      *===============================================================
      *
           05  PFS-BUSINESS-DATE        PIC X(8).
           05  PFS-RUN-DATE             PIC X(8).
           05  PFS-RUN-TIME             PIC X(8).
      *
      *    'B' = every account and the aggregate proved, 'O' = out
      *    of balance, or the proof could not be completed.
      *
           05  PFS-RESULT               PIC X(1).
               88  PFS-BALANCED               VALUE 'B'.
               88  PFS-OUT-OF-BALANCE         VALUE 'O'.
      *
      *    'Y' when PROOFCTL now holds the closing balances of
      *    PFS-BUSINESS-DATE; 'N' when it was left at the prior
      *    baseline (proof table overflow, rewrite failure, or a
      *    run that stopped before the master was proved).
      *
           05  PFS-SNAPSHOT-ROLLED      PIC X(1).
               88  PFS-SNAPSHOT-CURRENT       VALUE 'Y'.
           05  PFS-MASTER-ACCOUNTS      PIC 9(7).
           05  PFS-POSTINGS-APPLIED     PIC 9(7).
      *
      *    The day's net movement (server, batch and reversal
      *    postings together) and the master's closing total.
      *
           05  PFS-NET-TOTAL            PIC S9(13)V99.
           05  PFS-ACTUAL-TOTAL         PIC S9(13)V99.
