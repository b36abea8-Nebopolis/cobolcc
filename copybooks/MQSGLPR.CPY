      *===============================================================
      *  MQSGLPR - GENERAL LEDGER POSTING FILE RECORD (GLPOST)
      *
      *  The end-of-day interface to the general ledger, written by
      *  MQSGLIF once the business date has proved - one header
      *  record, one entry per GL account the day's postings map to
      *  (through the GLMAP control file), then one trailer record
      *  carrying the control totals, eighty bytes each.  Every
      *  posting category is carried to a debit GL account and a
      *  credit GL account, so the file's debits always equal its
      *  credits; the ledger is expected to check the trailer
      *  before it loads anything.
      *===============================================================
      *
      *    'H' = header, 'D' = GL entry, 'T' = trailer.
      *
           05  GLP-RECORD-TYPE          PIC X(1).
               88  GLP-HEADER                 VALUE 'H'.
               88  GLP-ENTRY                  VALUE 'D'.
               88  GLP-TRAILER                VALUE 'T'.
           05  GLP-RECORD-BODY          PIC X(79).
      *
      *    Header - the sending system, the business date the file
      *    closes, and when it was cut.
      *
           05  GLP-HEADER-BODY REDEFINES GLP-RECORD-BODY.
               10  GLP-SOURCE-SYSTEM    PIC X(8).
               10  GLP-BUSINESS-DATE    PIC X(8).
               10  GLP-RUN-DATE         PIC X(8).
               10  GLP-RUN-TIME         PIC X(8).
               10  FILLER               PIC X(47).
      *
      *    GL entry - the day's debit and credit totals to one GL
      *    account, and how many postings make them up.
      *
           05  GLP-ENTRY-BODY REDEFINES GLP-RECORD-BODY.
               10  GLP-GL-ACCOUNT       PIC X(12).
               10  GLP-DEBIT-AMOUNT     PIC 9(13)V99.
               10  GLP-CREDIT-AMOUNT    PIC 9(13)V99.
               10  GLP-POSTING-COUNT    PIC 9(7).
               10  FILLER               PIC X(30).
      *
      *    Trailer - the number of GL entries, the debit and credit
      *    totals (always equal), the number of postings summarized
      *    and the day's net movement on customer accounts, which
      *    matches the net the day's balance proof (MQSPROOF) saw.
      *
           05  GLP-TRAILER-BODY REDEFINES GLP-RECORD-BODY.
               10  GLP-ENTRY-COUNT      PIC 9(7).
               10  GLP-DEBIT-TOTAL      PIC 9(13)V99.
               10  GLP-CREDIT-TOTAL     PIC 9(13)V99.
               10  GLP-POSTING-TOTAL    PIC 9(9).
               10  GLP-CUSTOMER-NET     PIC S9(13)V99.
               10  FILLER               PIC X(18).
