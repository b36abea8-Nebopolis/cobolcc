               10  ACC-HIST-AMOUNT      PIC 9(11)V99.
               10  ACC-HIST-CORREL-KEY  PIC X(16).
           05  FILLER                   PIC X(4).
      *
      *    Total of the account's active funds holds (MQSHOLD).  The
      *    available balance is ACC-BALANCE less this figure.  A
      *    master file cut before the field was added must be
      *    converted by MQSCONV before the first run on this layout.
      *
           05  ACC-HOLD-TOTAL           PIC 9(11)V99.
