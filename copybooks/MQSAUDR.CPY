      *
           05  FILLER                   PIC X(2).
           05  AUD-LOG-DATE             PIC X(8).
      *
      *    Correlation key of the message a reject-queue action
      *    (MQSREJQ) requeued or purged - blank on MQSERVER's own
      *    records.
      *
           05  FILLER                   PIC X(2).
           05  AUD-CORREL-KEY           PIC X(16).
           05  FILLER                   PIC X(3).
