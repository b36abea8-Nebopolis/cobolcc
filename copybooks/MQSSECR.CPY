           05  SEC-USER-ID              PIC X(12).
           05  SEC-TRANS-CODE           PIC X(4).
           05  SEC-CORREL-KEY           PIC X(16).
      *
      *    The two reasons MQSERVER's authorization check writes -
      *    a user ID not on AUTHFILE at all (reply code 9202), and a
      *    known user asking for a transaction not listed against
      *    them (9201).
      *
           05  SEC-DENIAL-REASON        PIC X(30).
               88  SEC-USER-UNKNOWN
                       VALUE 'USER NOT ON AUTHORIZED FILE'.
               88  SEC-NOT-ENTITLED
                       VALUE 'TRANSACTION NOT PERMITTED'.
      *
      *    Business date (YYYYMMDD) of the run that wrote the
      *    denial.
