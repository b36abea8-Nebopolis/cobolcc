      *
      *    Open options
           05  MQOO-INPUT-AS-Q-DEF      PIC S9(9) BINARY VALUE 1.
           05  MQOO-INPUT-SHARED        PIC S9(9) BINARY VALUE 2.
           05  MQOO-BROWSE              PIC S9(9) BINARY VALUE 8.
           05  MQOO-OUTPUT              PIC S9(9) BINARY VALUE 16.
           05  MQOO-SAVE-ALL-CONTEXT    PIC S9(9) BINARY VALUE 128.
           05  MQOO-PASS-ALL-CONTEXT    PIC S9(9) BINARY VALUE 512.
           05  MQOO-FAIL-IF-QUIESCING   PIC S9(9) BINARY VALUE 8192.
      *
      *    Close options
           05  MQGMO-WAIT               PIC S9(9) BINARY VALUE 1.
           05  MQGMO-SYNCPOINT          PIC S9(9) BINARY VALUE 2.
           05  MQGMO-NO-SYNCPOINT       PIC S9(9) BINARY VALUE 4.
           05  MQGMO-BROWSE-FIRST       PIC S9(9) BINARY VALUE 16.
           05  MQGMO-BROWSE-NEXT        PIC S9(9) BINARY VALUE 32.
           05  MQGMO-ACCEPT-TRUNCATED-MSG
                                        PIC S9(9) BINARY VALUE 64.
           05  MQGMO-MSG-UNDER-CURSOR   PIC S9(9) BINARY VALUE 256.
           05  MQGMO-FAIL-IF-QUIESCING  PIC S9(9) BINARY VALUE 8192.
      *
      *    Put message options
           05  MQPMO-SYNCPOINT          PIC S9(9) BINARY VALUE 2.
           05  MQPMO-NO-SYNCPOINT       PIC S9(9) BINARY VALUE 4.
           05  MQPMO-PASS-ALL-CONTEXT   PIC S9(9) BINARY VALUE 512.
           05  MQPMO-FAIL-IF-QUIESCING  PIC S9(9) BINARY VALUE 8192.
      *
      *    Message types
