      *===============================================================
      *  MQSHOLD - FUNDS HOLD RECORD (HOLDFILE)
      *
      *  One record per hold ever placed, keyed on account number
      *  plus hold ID.  The hold ID is the correlation key of the
      *  HOLD request that placed it, so a redelivered HOLD finds
      *  its own record and is answered 4006 instead of holding the
      *  money twice.  A hold reserves money without moving it: the
      *  sum of an account's active holds is carried on the master
      *  as ACC-HOLD-TOTAL, and the available balance - ledger
      *  balance less that total - is what debits and transfers are
      *  edited against.  Records are never deleted by the online
      *  server; a released or expired hold stays on file with its
      *  closing date, for the nightly MQSHOLDX report.
      *===============================================================
      *
           05  HLD-KEY.
               10  HLD-ACCOUNT-NO       PIC X(10).
               10  HLD-HOLD-ID          PIC X(16).
           05  HLD-AMOUNT               PIC 9(11)V99.
           05  HLD-REASON               PIC X(30).
      *
      *    The last business date (YYYYMMDD) the hold is in force.
      *    MQSHOLDX expires it at the end of that day.
      *
           05  HLD-EXPIRY-DATE          PIC X(8).
      *
      *    'A' = active, 'R' = released by RLSE, 'E' = expired by
      *    MQSHOLDX.
      *
           05  HLD-STATUS               PIC X(1).
               88  HLD-ACTIVE                 VALUE 'A'.
               88  HLD-RELEASED               VALUE 'R'.
               88  HLD-EXPIRED                VALUE 'E'.
           05  HLD-PLACED-DATE          PIC X(8).
           05  HLD-PLACED-TIME          PIC X(8).
           05  HLD-PLACED-BY            PIC X(12).
      *
      *    Business date the hold was released or expired, and - for
      *    a release - the correlation key of the RLSE request; spaces
      *    while the hold is active.
      *
           05  HLD-CLOSED-DATE          PIC X(8).
           05  HLD-CLOSED-BY-KEY        PIC X(16).
           05  FILLER                   PIC X(10).
