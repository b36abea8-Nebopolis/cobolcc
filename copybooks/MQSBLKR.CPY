      *===============================================================
      *  MQSBLKR - INBOUND BULK POSTING FILE RECORD (BULKPOST)
      *
      *  A client's file of postings - one header record, the detail
      *  records, then one trailer record carrying the control
      *  totals, eighty bytes each.  MQSBULK proves the file against
      *  its trailer and puts each detail onto the server's input
      *  queue as a DEBT or CRDT request under the correlation key
      *  batch ID + the detail's six-digit sequence number within
      *  the file, so DEDUPFIL answers a resubmitted file's details
      *  as duplicates instead of posting them twice.  MQSBRTN
      *  matches the same file against TRANEXTR afterwards for the
      *  client's return file.
      *===============================================================
      *
      *    'H' = header, 'D' = detail, 'T' = trailer.
      *
           05  BLK-RECORD-TYPE          PIC X(1).
               88  BLK-HEADER                 VALUE 'H'.
               88  BLK-DETAIL                 VALUE 'D'.
               88  BLK-TRAILER                VALUE 'T'.
           05  BLK-RECORD-BODY          PIC X(79).
      *
      *    Header - who sent the file, the business date it is for,
      *    and the client's batch ID, unique per file.
      *
           05  BLK-HEADER-BODY REDEFINES BLK-RECORD-BODY.
               10  BLK-ORIGINATOR       PIC X(20).
               10  BLK-BUSINESS-DATE    PIC X(8).
               10  BLK-BATCH-ID         PIC X(10).
               10  FILLER               PIC X(41).
      *
      *    Detail - one posting: thirteen-digit amount with two
      *    assumed decimals, 'C' = credit the account, 'D' = debit
      *    it, and the client's own reference, returned unchanged.
      *
           05  BLK-DETAIL-BODY REDEFINES BLK-RECORD-BODY.
               10  BLK-ACCOUNT-NO       PIC X(10).
               10  BLK-AMOUNT-X         PIC X(13).
               10  BLK-AMOUNT REDEFINES BLK-AMOUNT-X
                                        PIC 9(11)V99.
               10  BLK-POST-TYPE        PIC X(1).
                   88  BLK-CREDIT             VALUE 'C'.
                   88  BLK-DEBIT              VALUE 'D'.
               10  BLK-REFERENCE        PIC X(18).
               10  FILLER               PIC X(37).
      *
      *    Trailer - the number of detail records and the hash
      *    total of their amounts.
      *
           05  BLK-TRAILER-BODY REDEFINES BLK-RECORD-BODY.
               10  BLK-RECORD-COUNT-X   PIC X(7).
               10  BLK-RECORD-COUNT REDEFINES BLK-RECORD-COUNT-X
                                        PIC 9(7).
               10  BLK-HASH-TOTAL-X     PIC X(15).
               10  BLK-HASH-TOTAL REDEFINES BLK-HASH-TOTAL-X
                                        PIC 9(13)V99.
               10  FILLER               PIC X(57).
