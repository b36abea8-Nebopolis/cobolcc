           05  AUT-USER-ID              PIC X(12).
           05  AUT-TRANS-CODE OCCURS 8 TIMES
                                        PIC X(4).
      *
      *    Posting authority limit - a DEBT, CRDT or TRNF above it is
      *    held on PENDFILE for a second user's APPR or DECL instead
      *    of being applied.  Zero means no limit.  A file cut
      *    before the field was added must be converted by MQSCONV
      *    before the first run on this layout.
      *
           05  AUT-POSTING-LIMIT        PIC 9(11)V99.
