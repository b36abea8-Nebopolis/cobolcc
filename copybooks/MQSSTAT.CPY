      *  The average is total divided by count.  Codes *INV and
      *  *UNK collect requests that failed validation and requests
      *  whose transaction code was not recognized.  Unused entries
      *  carry a blank code and zero counts.  A file cut when the
      *  record held ten entries must be converted by MQSCONV before
      *  the first run on this layout.
      *===============================================================
      *
           05  STA-INTERVAL-START       PIC X(8).
           05  STA-INTERVAL-END         PIC X(8).
           05  STA-TXN-USED             PIC 9(2).
           05  STA-TXN-ENTRY OCCURS 20 TIMES.
               10  STA-TXN-CODE         PIC X(4).
               10  STA-TXN-MSGS         PIC 9(7).
               10  STA-TXN-MIN-CS       PIC 9(7).
