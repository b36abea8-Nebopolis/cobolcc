                  RECORD KEY   IS DDP-KEY
                  FILE STATUS  IS WS-DEDUP-STATUS.
      *
      *    Funds hold file - one record per hold placed by the HOLD
      *    transaction, keyed on account plus hold ID, released by
      *    RLSE and expired overnight by MQSHOLDX.
      *
           SELECT HOLD-FILE       ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HLD-KEY
                  FILE STATUS  IS WS-HOLD-STATUS.
      *
      *    Pending-approval file - one record per posting above the
      *    requester's authority limit, keyed on its correlation
      *    key, held for a second user's APPR or DECL.
      *
           SELECT PEND-FILE       ASSIGN TO PENDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PND-KEY
                  FILE STATUS  IS WS-PEND-STATUS.
      *
      *    Downstream transaction extract - one record per
      *    request/reply pair, for archive and batch reporting.
      *
      *
       01  DEDUP-RECORD.
           COPY MQSDDPR.
      *
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  HOLD-RECORD.
           COPY MQSHOLD.
      *
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  PEND-RECORD.
           COPY MQSPEND.
      *
       FD  STATS-FILE
           RECORDING MODE IS F
           88  WS-MSG-TRUNCATED              VALUE 'Y'.
       01  WS-AUDIT-LOG-STATUS         PIC X(2) VALUE '00'.
           88  WS-AUDIT-LOG-OK              VALUE '00'.
           88  WS-AUDIT-LOG-NOT-FOUND       VALUE '35'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-CHECKPOINT-STATUS        PIC X(2) VALUE '00'.
           88  WS-CHECKPOINT-OK              VALUE '00'.
           88  WS-CHECKPOINT-NOT-FOUND       VALUE '35'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  WS-EXTRACT-OK                 VALUE '00'.
           88  WS-EXTRACT-NOT-FOUND          VALUE '35'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                 VALUE '00'.
           88  WS-JOURNAL-NOT-FOUND          VALUE '35'.
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                 VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND          VALUE '35'.
      *
      *    The file status above tracks the most recent account I/O,
      *    so it cannot double as "is the master open" - a day whose
           88  WS-ACCOUNT-OPEN               VALUE 'Y'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                   VALUE '00'.
           88  WS-DEDUP-NOT-FOUND            VALUE '35'.
      *
      *    Same is-the-file-open flag the account master carries -
      *    the file status above tracks the most recent dedup I/O,
      *
       01  WS-DEDUP-OPEN-FLAG          PIC X VALUE 'N'.
           88  WS-DEDUP-OPEN                 VALUE 'Y'.
       01  WS-HOLD-STATUS              PIC X(2) VALUE '00'.
           88  WS-HOLD-OK                    VALUE '00'.
           88  WS-HOLD-NOT-FOUND             VALUE '35'.
       01  WS-HOLD-OPEN-FLAG           PIC X VALUE 'N'.
           88  WS-HOLD-OPEN                  VALUE 'Y'.
       01  WS-PEND-STATUS              PIC X(2) VALUE '00'.
           88  WS-PEND-OK                    VALUE '00'.
           88  WS-PEND-NOT-FOUND             VALUE '35'.
       01  WS-PEND-OPEN-FLAG           PIC X VALUE 'N'.
           88  WS-PEND-OPEN                  VALUE 'Y'.
       01  WS-STATS-STATUS             PIC X(2) VALUE '00'.
           88  WS-STATS-OK                   VALUE '00'.
           88  WS-STATS-NOT-FOUND            VALUE '35'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-AUTH-FILE-OK               VALUE '00'.
           88  WS-AUTH-FILE-NOT-FOUND        VALUE '35'.
       01  WS-SECURITY-STATUS          PIC X(2) VALUE '00'.
           88  WS-SECURITY-OK                VALUE '00'.
           88  WS-SECURITY-NOT-FOUND         VALUE '35'.
      *
      *    The business date (YYYYMMDD) stamped, alongside the time
      *    of day, on every record this server writes.  Defaults to
               10  WJB-AMOUNT           PIC 9(11)V99.
               10  WJB-CORREL-KEY       PIC X(16).
               10  WJB-BALANCE          PIC S9(11)V99.
               10  WJB-REVERSAL-OF-KEY  PIC X(16).
      *
      *    The deduplication record for each applied posting, held
      *    under the same discipline as the journal buffer above -
               10  WDB-POST-TYPE        PIC X(1).
               10  WDB-AMOUNT           PIC 9(11)V99.
               10  WDB-BALANCE          PIC S9(11)V99.
               10  WDB-CONTRA-ACCOUNT   PIC X(10).
               10  WDB-REVERSAL-OF-KEY  PIC X(16).
      *
      *    Originals reversed in this unit of work, held under the
      *    same discipline - DDP-REVERSED-BY-KEY is only set on the
      *    original's dedup record by 1362-FLUSH-RVSL-BUFFER once the
      *    covering MQCMIT succeeds, after the dedup buffer itself is
      *    flushed, so an original applied and reversed inside one
      *    unit of work is on the file before it is marked.  The
      *    reversal edits search this buffer ahead of the file, so a
      *    second reversal inside the same unit of work is caught.
      *    Two entries per message - a transfer's two legs.
      *
       01  WS-RVSL-BUFFER-COUNT        PIC S9(9) BINARY VALUE 0.
       01  WS-RVSL-BUFFER-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-RVSL-SEARCH-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-RVSL-BUFFER-TABLE.
           05  WS-RVSL-BUFFER-ENTRY OCCURS 1000 TIMES.
               10  WRB-ACCOUNT-NO       PIC X(10).
               10  WRB-ORIG-KEY         PIC X(16).
               10  WRB-REVERSED-BY-KEY  PIC X(16).
      *
      *    Hold records placed or released in this unit of work, held
      *    under the same discipline - HOLDFILE is only written by
      *    1364-FLUSH-HOLD-BUFFER once the covering MQCMIT succeeds.
      *    One entry per hold key, updated in place, so a hold placed
      *    and released inside one unit of work is written once, as
      *    it finally stands.  WHB-ACTION is 'W' for a hold not yet
      *    on the file, 'R' for one to be rewritten.  1233-FIND-HOLD
      *    searches this buffer ahead of the file.  One entry per
      *    message.
      *
       01  WS-HOLD-BUFFER-COUNT        PIC S9(9) BINARY VALUE 0.
       01  WS-HOLD-BUFFER-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-HOLD-BUFFER-MATCH        PIC S9(9) BINARY VALUE 0.
       01  WS-HOLD-SEARCH-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-HOLD-BUFFER-TABLE.
           05  WS-HOLD-BUFFER-ENTRY OCCURS 500 TIMES.
               10  WHB-KEY              PIC X(26).
               10  WHB-ACTION           PIC X(1).
               10  WHB-HOLD-IMAGE       PIC X(140).
      *
      *    Pending-approval records raised or decided in this unit of
      *    work, held under the same discipline and in the same
      *    one-entry-per-key form as the hold buffer above - PENDFILE
      *    is only written by 1361-FLUSH-PEND-BUFFER once the
      *    covering MQCMIT succeeds.  1243-FIND-PENDING searches this
      *    buffer ahead of the file.  One entry per message.
      *
       01  WS-PEND-BUFFER-COUNT        PIC S9(9) BINARY VALUE 0.
       01  WS-PEND-BUFFER-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-PEND-BUFFER-MATCH        PIC S9(9) BINARY VALUE 0.
       01  WS-PEND-SEARCH-IDX          PIC S9(9) BINARY VALUE 0.
       01  WS-PEND-BUFFER-TABLE.
           05  WS-PEND-BUFFER-ENTRY OCCURS 500 TIMES.
               10  WPB-KEY              PIC X(16).
               10  WPB-ACTION           PIC X(1).
               10  WPB-PEND-IMAGE       PIC X(186).
      *
      *---------------------------------------------------------------
      *    Account transaction fields
       01  WS-ACCT-BUFFER-TABLE.
           05  WS-ACCT-BUFFER-ENTRY OCCURS 1000 TIMES.
               10  WAB-ACCOUNT-NO       PIC X(10).
               10  WAB-ACCT-IMAGE       PIC X(303).
      *
       01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
      *    the pending-update buffer if the credit side then fails -
      *    either both postings land or neither does.
      *
       01  WS-TRF-SAVE-FROM-IMAGE      PIC X(303).
       01  WS-POSTING-OK-FLAG          PIC X VALUE 'N'.
           88  WS-POSTING-OK                 VALUE 'Y'.
      *
      *    Carried onto the journal and dedup records 1272-POST-ONE-
      *    AMOUNT buffers: the account on the other leg of a
      *    transfer, and - for a reversal posting - the correlation
      *    key of the posting being backed out.  Both are cleared
      *    before every dispatch, so an ordinary posting carries
      *    spaces.
      *
       01  WS-CONTRA-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-REVERSAL-KEY             PIC X(16) VALUE SPACES.
      *
      *    The reversal transaction carries the account the original
      *    posting was applied to and the original's correlation
      *    key - twenty-six bytes in all.
      *
       01  WS-REV-REQUEST-FIELDS.
           05  REV-ACCOUNT-NO          PIC X(10).
           05  REV-ORIG-KEY            PIC X(16).
      *
      *    The original posting as 1256-FIND-ORIGINAL found it - in
      *    the pending dedup buffer or on DEDUPFIL - and the two legs
      *    the reversal will post.  A side with no account is not
      *    posted: reversing a single debit or credit posts one leg,
      *    reversing a transfer posts two.
      *
       01  WS-ORIG-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-ORIG-FOUND                 VALUE 'Y'.
       01  WS-ORIG-REVERSED-FLAG       PIC X VALUE 'N'.
           88  WS-ORIG-REVERSED              VALUE 'Y'.
       01  WS-ORIG-POST-TYPE           PIC X VALUE SPACE.
       01  WS-ORIG-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-ORIG-CONTRA-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-ORIG-REVERSAL-OF-KEY     PIC X(16) VALUE SPACES.
       01  WS-ORIG-REVERSED-BY-KEY     PIC X(16) VALUE SPACES.
       01  WS-REV-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-REV-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-REV-SAVE-DEBIT-IMAGE     PIC X(303).
      *
      *    The hold transaction carries the account, the amount to
      *    hold as thirteen digits with two assumed decimal places,
      *    the last business date the hold is in force and a free-
      *    text reason - sixty-one bytes in all.  The release carries
      *    the account and the hold ID the HOLD reply handed back -
      *    twenty-six bytes.
      *
       01  WS-HOLD-REQUEST-FIELDS.
           05  HRQ-ACCOUNT-NO          PIC X(10).
           05  HRQ-AMOUNT-X            PIC X(13).
           05  HRQ-AMOUNT REDEFINES HRQ-AMOUNT-X
                                       PIC 9(11)V99.
           05  HRQ-EXPIRY-DATE         PIC X(8).
           05  HRQ-REASON              PIC X(30).
      *
       01  WS-RLSE-REQUEST-FIELDS.
           05  RRQ-ACCOUNT-NO          PIC X(10).
           05  RRQ-HOLD-ID             PIC X(16).
      *
       01  WS-HOLD-SEARCH-KEY.
           05  HSK-ACCOUNT-NO          PIC X(10).
           05  HSK-HOLD-ID             PIC X(16).
       01  WS-HOLD-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-HOLD-FOUND                 VALUE 'Y'.
       01  WS-HOLD-ACTION              PIC X VALUE SPACE.
      *
      *    Ledger balance less active holds - what a debit must fit
      *    inside, and what the balance-style replies report as the
      *    available figure.
      *
       01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE 0.
      *
      *    Dual control.  WS-REQUESTER-LIMIT is the posting authority
      *    limit of the user who sent the current request, picked up
      *    by 1450-CHECK-AUTHORIZATION (zero - no limit - when the
      *    authorization check is off or the user has none).  While
      *    an APPR is replaying an approved posting through the
      *    normal posting path WS-APPROVING is set, so the limit is
      *    not applied a second time.
      *
       01  WS-REQUESTER-LIMIT          PIC 9(11)V99 VALUE 0.
       01  WS-POSTING-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-OVER-LIMIT-FLAG          PIC X VALUE 'N'.
           88  WS-OVER-LIMIT                 VALUE 'Y'.
       01  WS-APPROVING-FLAG           PIC X VALUE 'N'.
           88  WS-APPROVING                  VALUE 'Y'.
       01  WS-PEND-SEARCH-KEY          PIC X(16) VALUE SPACES.
       01  WS-PEND-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-PEND-FOUND                 VALUE 'Y'.
       01  WS-PEND-ACTION              PIC X VALUE SPACE.
       01  WS-DECISION-OK-FLAG         PIC X VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
      *
      *    The APPR or DECL request carries only the pending key -
      *    sixteen bytes.
      *
       01  WS-DECISION-REQUEST-FIELDS.
           05  DRQ-PENDING-KEY         PIC X(16).
      *
      *    An approved posting is replayed through the posting path
      *    as the original request.  The APPR request is kept here
      *    while that happens, and the replayed request and its
      *    reply are kept for 1300-WRITE-EXTRACT: TRANEXTR records
      *    the posting that was applied, under its own transaction
      *    code and correlation key, so the downstream proof and
      *    reporting see it exactly as if it had been applied on
      *    arrival.
      *
       01  WS-APPR-SAVE-REQUEST        PIC X(1000).
       01  WS-APPR-EXTRACT-FLAG        PIC X VALUE 'N'.
           88  WS-APPR-EXTRACT               VALUE 'Y'.
       01  WS-APPR-EXTRACT-KEY         PIC X(16).
       01  WS-APPR-EXTRACT-REQUEST     PIC X(1000).
       01  WS-APPR-EXTRACT-REPLY       PIC X(1000).
      *
      *
      *    The edited amounts carry the full eleven integer digits
      *    of ACC-BALANCE/ACC-HIST-AMOUNT so no high-order digit is
           05  BRP-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BRP-BALANCE             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BRP-AVAILABLE           PIC -ZZZZZZZZZZ9.99.
      *
      *    Hold reply - for HOLD and RLSE alike: the account, the
      *    hold ID (the key RLSE quotes), the amount held, the hold's
      *    status after the transaction, and the account's ledger and
      *    available balances.
      *
       01  WS-HOLD-REPLY.
           05  HLP-ACCOUNT-NO          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HLP-HOLD-ID             PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HLP-AMOUNT              PIC 9(11).99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HLP-STATUS              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HLP-BALANCE             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HLP-AVAILABLE           PIC -ZZZZZZZZZZ9.99.
      *
      *    Decline reply - the pending key, its status after the
      *    decision, and the posting that was refused.
      *
       01  WS-DECLINE-REPLY.
           05  DCP-PENDING-KEY         PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DCP-STATUS              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DCP-TRANS-CODE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DCP-ACCOUNT-NO          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DCP-AMOUNT              PIC 9(11).99.
      *
      *
      *    Live status reply - the server's state at the moment the
           05  SRP-ACCT-DEPTH          PIC 9(4).
           05  FILLER                  PIC X(6)  VALUE ' TXNS='.
           05  SRP-STAT-COUNT          PIC 9(2).
           05  SRP-STAT-ENTRY OCCURS 20 TIMES.
               10  SRP-STAT-SEP1        PIC X(1).
               10  SRP-STAT-CODE        PIC X(4).
               10  SRP-STAT-SEP2        PIC X(1).
           05  TRP-TO-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TRP-TO-BALANCE          PIC -ZZZZZZZZZZ9.99.
      *
      *
      *    Reversal reply - the key reversed, the amount moved back,
      *    and each leg's account and resulting balance.  A side the
      *    reversal did not post is left blank.
      *
       01  WS-REVERSAL-REPLY.
           05  RVP-ORIG-KEY            PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RVP-AMOUNT              PIC 9(11).99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RVP-DEBIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RVP-DEBIT-BALANCE       PIC -ZZZZZZZZZZ9.99.
           05  RVP-DEBIT-BALANCE-X REDEFINES RVP-DEBIT-BALANCE
                                       PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RVP-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RVP-CREDIT-BALANCE      PIC -ZZZZZZZZZZ9.99.
           05  RVP-CREDIT-BALANCE-X REDEFINES RVP-CREDIT-BALANCE
                                       PIC X(15).
      *
       01  WS-HISTORY-REPLY.
           05  HRP-ACCOUNT-NO          PIC X(10).
       01  WS-STAT-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-STAT-FOUND                 VALUE 'Y'.
       01  WS-STATS-TABLE.
           05  WS-STATS-ENTRY OCCURS 20 TIMES.
               10  WST-CODE             PIC X(4).
               10  WST-MSGS             PIC S9(9) BINARY.
               10  WST-MIN-CS           PIC S9(9) BINARY.
           88  WS-AUTH-EOF                   VALUE 'Y'.
       01  WS-AUTH-OVERFLOW-FLAG       PIC X VALUE 'N'.
           88  WS-AUTH-OVERFLOW              VALUE 'Y'.
       01  WS-AUTH-LOAD-FAILED-FLAG    PIC X VALUE 'N'.
           88  WS-AUTH-LOAD-FAILED           VALUE 'Y'.
       01  WS-AUTH-COUNT               PIC S9(4) BINARY VALUE 0.
       01  WS-AUTH-USER-IDX            PIC S9(4) BINARY VALUE 0.
       01  WS-AUTH-CODE-IDX            PIC S9(4) BINARY VALUE 0.
               10  WAT-USER-ID          PIC X(12).
               10  WAT-TRANS-CODE OCCURS 8 TIMES
                                        PIC X(4).
               10  WAT-POSTING-LIMIT    PIC 9(11)V99.
      *
      *    The live table, count and enabled flag as they stood
      *    before a RELD reload attempt.  An AUTHFILE that cannot be
      *
       01  WS-AUTH-SAVE-COUNT          PIC S9(4) BINARY VALUE 0.
       01  WS-AUTH-SAVE-FLAG           PIC X VALUE 'N'.
       01  WS-AUTH-SAVE-TABLE          PIC X(5700).


      *---------------------------------------------------------------
           PERFORM 1165-OPEN-DEDUP-FILE.
           IF NOT WS-DEDUP-OPEN
                   GO TO 1000-MAIN-CLOSE-CHECKPOINT.
      *
      *    Nor run without the hold file - a debit edited against an
      *    available balance whose holds cannot be kept would spend
      *    money already promised elsewhere.
      *
           PERFORM 1168-OPEN-HOLD-FILE.
           IF NOT WS-HOLD-OPEN
                   GO TO 1000-MAIN-CLOSE-CHECKPOINT.
      *
      *    Nor without the pending-approval file - a posting over its
      *    requester's limit could then be neither held for approval
      *    nor applied, and the approver would have nothing to act on.
      *
           PERFORM 1169-OPEN-PEND-FILE.
           IF NOT WS-PEND-OPEN
                   GO TO 1000-MAIN-CLOSE-CHECKPOINT.

           PERFORM 1170-LOAD-AUTH-TABLE.
           IF WS-AUTH-LOAD-FAILED
                   GO TO 1000-MAIN-CLOSE-CHECKPOINT.

           PERFORM 2000-MQ-CONNECT.
           IF COMP-CODE NOT = MQCC-OK
           IF NOT WS-REQUEST-AUTHORIZED
                   GO TO 1000-MAIN-PUT.
      *
           MOVE SPACES TO WS-CONTRA-ACCOUNT.
           MOVE SPACES TO WS-REVERSAL-KEY.
           MOVE 'N'    TO WS-APPROVING-FLAG.
           MOVE 'N'    TO WS-APPR-EXTRACT-FLAG.

           EVALUATE REQ-TRANS-CODE
               WHEN 'ECHO'
                       PERFORM 1200-TXN-ECHO
                       PERFORM 1245-TXN-TRANSFER
               WHEN 'HIST'
                       PERFORM 1260-TXN-HISTORY
               WHEN 'REVS'
                       PERFORM 1255-TXN-REVERSAL
               WHEN 'HOLD'
                       PERFORM 1231-TXN-HOLD
               WHEN 'RLSE'
                       PERFORM 1232-TXN-RELEASE
               WHEN 'APPR'
                       PERFORM 1241-TXN-APPROVE
               WHEN 'DECL'
                       PERFORM 1242-TXN-DECLINE
               WHEN OTHER
                       PERFORM 1290-TXN-UNKNOWN
           END-EVALUATE.
           PERFORM 1950-CLOSE-CHECKPOINT.
           PERFORM 1960-CLOSE-ACCOUNT-MASTER.
           PERFORM 1965-CLOSE-DEDUP-FILE.
           PERFORM 1968-CLOSE-HOLD-FILE.
           PERFORM 1969-CLOSE-PEND-FILE.

       1000-MAIN-END.
           PERFORM 7800-CLOSE-SECURITY-LOG.
           MOVE 'MQSERVER' TO CKP-KEY.

           OPEN I-O CHECKPOINT-FILE.
           IF WS-CHECKPOINT-NOT-FOUND
                   OPEN OUTPUT CHECKPOINT-FILE
                   MOVE 'MQSERVER' TO CKP-KEY
                   MOVE 0          TO CKP-COMMITTED-COUNT
                   CLOSE CHECKPOINT-FILE
                   OPEN I-O CHECKPOINT-FILE.
      *
      *    Not open - a file that is there but will not open, or one
      *    that could not be created (disk full, permissions).  Leave
      *    without touching the file any further; 1000-MAIN checks
      *    WS-CHECKPOINT-OK and stops the run rather than reading or,
      *    later, rewriting a file that was never opened.
      * Open the account master for read and update.  If the file
      * does not exist yet, create it empty - every inquiry against
      * it then answers "account not found" until the master is
      * loaded, which is the honest answer.  Any other open failure
      * - the file held elsewhere, or cut to another record length
      * - is not a missing file: it is reported and the server
      * stops, rather than creating an empty master over it.
      *
       1160-OPEN-ACCOUNT-MASTER SECTION.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-NOT-FOUND
                   OPEN OUTPUT ACCOUNT-FILE
                   CLOSE ACCOUNT-FILE
                   OPEN I-O ACCOUNT-FILE.
      * Open the applied-posting deduplication file for read and
      * update.  If the file does not exist yet, create it empty,
      * the same way the account master is created - every posting
      * then looks new, which on a brand-new file is the truth.  As
      * with the master, only a missing file is created; any other
      * open failure stops the server.
      *
       1165-OPEN-DEDUP-FILE SECTION.

           OPEN I-O DEDUP-FILE.
           IF WS-DEDUP-NOT-FOUND
                   OPEN OUTPUT DEDUP-FILE
                   CLOSE DEDUP-FILE
                   OPEN I-O DEDUP-FILE.
       1165-OPEN-DEDUP-FILE-EXIT.
           EXIT.

      *
      * Open the funds hold file for read and update, creating it
      * empty if it does not exist yet, the same way the dedup file
      * is opened - on a brand-new file no account carries a hold.
      *
       1168-OPEN-HOLD-FILE SECTION.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-NOT-FOUND
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE.

           IF WS-HOLD-OK
                   MOVE 'Y' TO WS-HOLD-OPEN-FLAG
           ELSE
                   DISPLAY 'MQSERVER: UNABLE TO OPEN HOLDFILE - STATUS '
                           WS-HOLD-STATUS.

       1168-OPEN-HOLD-FILE-EXIT.
           EXIT.

      *
      * Open the pending-approval file for read and update, creating
      * it empty if it does not exist yet, the same way the hold file
      * is opened.
      *
       1169-OPEN-PEND-FILE SECTION.

           OPEN I-O PEND-FILE.
           IF WS-PEND-NOT-FOUND
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE.

           IF WS-PEND-OK
                   MOVE 'Y' TO WS-PEND-OPEN-FLAG
           ELSE
                   DISPLAY 'MQSERVER: UNABLE TO OPEN PENDFILE - STATUS '
                           WS-PEND-STATUS.

       1169-OPEN-PEND-FILE-EXIT.
           EXIT.

      *
      * Load the authorized-requester table from AUTHFILE.  With no
      * file present the authorization check is disabled and the
      * server runs open, as it always did, so environments that
      * have not cut a requester file yet keep working - the console
      * warning is their notice.  A file that is there but cannot
      * be opened or read is not the same thing: running open then
      * would let every user through, so WS-AUTH-LOAD-FAILED is set
      * and the caller refuses to go on with the table.
      *
       1170-LOAD-AUTH-TABLE SECTION.

           MOVE 'N' TO WS-AUTH-LOAD-FAILED-FLAG.

           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-NOT-FOUND
                   DISPLAY 'MQSERVER: AUTHFILE NOT AVAILABLE - '
                           'ALL REQUESTERS PERMITTED'
                   GO TO 1170-LOAD-AUTH-TABLE-EXIT.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSERVER: UNABLE TO OPEN AUTHFILE - STATUS '
                           WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-AUTH-LOAD-FAILED-FLAG
                   GO TO 1170-LOAD-AUTH-TABLE-EXIT.

           PERFORM 1175-LOAD-ONE-AUTH
               UNTIL WS-AUTH-EOF OR WS-AUTH-COUNT >= 100
                     OR WS-AUTH-LOAD-FAILED.
      *
      *    The table held every record - or it did not.  A requester
      *    left off the table would be denied as unknown, so a full
      *    rather than silently locking authorized users out.
      *
           PERFORM 1176-CHECK-AUTH-OVERFLOW
               UNTIL WS-AUTH-EOF OR WS-AUTH-OVERFLOW
                     OR WS-AUTH-LOAD-FAILED.

           CLOSE AUTH-FILE.
           IF WS-AUTH-LOAD-FAILED
                   GO TO 1170-LOAD-AUTH-TABLE-EXIT.

           IF WS-AUTH-COUNT > 0
                   MOVE 'Y' TO WS-AUTH-ENABLED-FLAG
               AT END
                       MOVE 'Y' TO WS-AUTH-EOF-FLAG
                       GO TO 1175-LOAD-ONE-AUTH-EXIT.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSERVER: AUTHFILE READ FAILED - STATUS '
                           WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-AUTH-LOAD-FAILED-FLAG
                   GO TO 1175-LOAD-ONE-AUTH-EXIT.

           IF AUT-USER-ID = SPACES
                   GO TO 1175-LOAD-ONE-AUTH-EXIT.
               AT END
                       MOVE 'Y' TO WS-AUTH-EOF-FLAG
                       GO TO 1176-CHECK-AUTH-OVERFLOW-EXIT.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSERVER: AUTHFILE READ FAILED - STATUS '
                           WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-AUTH-LOAD-FAILED-FLAG
                   GO TO 1176-CHECK-AUTH-OVERFLOW-EXIT.

           IF AUT-USER-ID NOT = SPACES
                   MOVE 'Y' TO WS-AUTH-OVERFLOW-FLAG
      * user must be on the file and the transaction listed against
      * them ('*ALL' grants everything).  A denial builds the
      * rejection reply and writes the security audit record; the
      * request never reaches its transaction paragraph.  A user
      * found on the table also brings their posting authority
      * limit with them, for 1238-CHECK-POSTING-LIMIT.
      *
       1450-CHECK-AUTHORIZATION SECTION.

           MOVE 'Y' TO WS-REQUEST-AUTH-FLAG.
           MOVE 0   TO WS-REQUESTER-LIMIT.

           IF NOT WS-AUTH-ENABLED
                   GO TO 1450-CHECK-AUTHORIZATION-EXIT.
                        TO SEC-DENIAL-REASON
                   GO TO 1450-CHECK-AUTHORIZATION-DENY.

           IF WAT-POSTING-LIMIT(WS-AUTH-MATCH-IDX) IS NUMERIC
                   MOVE WAT-POSTING-LIMIT(WS-AUTH-MATCH-IDX)
                        TO WS-REQUESTER-LIMIT.

           MOVE 'N' TO WS-AUTH-CODE-FLAG.
           PERFORM 1460-SEARCH-AUTH-CODE
               VARYING WS-AUTH-CODE-IDX FROM 1 BY 1
       1965-CLOSE-DEDUP-FILE-EXIT.
           EXIT.

      *
      * Close the funds hold file.
      *
       1968-CLOSE-HOLD-FILE SECTION.

           IF WS-HOLD-OPEN
                   CLOSE HOLD-FILE.

       1968-CLOSE-HOLD-FILE-EXIT.
           EXIT.

      *
      * Close the pending-approval file.
      *
       1969-CLOSE-PEND-FILE SECTION.

           IF WS-PEND-OPEN
                   CLOSE PEND-FILE.

       1969-CLOSE-PEND-FILE-EXIT.
           EXIT.

      *
      * Build a rejection reply from WS-REJECT-CODE and
      * WS-REASON-TEXT, set by the rejecting paragraph.  The catalog

           PERFORM 1216-MOVE-ONE-STATUS
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 20.

           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.
           MOVE ZERO              TO RPY-RETURN-CODE.
           MOVE 372               TO RPY-DATA-LENGTH.
           MOVE SPACES            TO RPY-DATA.
           MOVE WS-STATUS-REPLY   TO RPY-DATA.

           MOVE 'N' TO WS-AUTH-ENABLED-FLAG.
           PERFORM 1170-LOAD-AUTH-TABLE.
      *
      *    AUTHFILE missing, or there but not readable, is exactly
      *    the revoke-a-user-now moment security may be editing it.
      *    Dropping to run-open then would be the opposite of a
      *    revoke: put the saved table back and tell the operator,
      *    in the reply and on the console, that the prior
      *    authorizations still stand.
      *
           IF WS-AUTH-FILE-NOT-FOUND OR WS-AUTH-LOAD-FAILED
                   MOVE WS-AUTH-SAVE-TABLE TO WS-AUTH-TABLE
                   MOVE WS-AUTH-SAVE-COUNT TO WS-AUTH-COUNT
                   MOVE WS-AUTH-SAVE-FLAG  TO WS-AUTH-ENABLED-FLAG

      *
      * Build the common balance-style reply - account number,
      * customer name, ledger balance and available balance (ledger
      * less active holds) - used by the inquiry and by both posting
      * transactions.
      *
       1235-BUILD-BALANCE-REPLY SECTION.

           MOVE ACC-ACCOUNT-NO    TO BRP-ACCOUNT-NO.
           MOVE ACC-CUSTOMER-NAME TO BRP-CUSTOMER-NAME.
           MOVE ACC-BALANCE       TO BRP-BALANCE.
           COMPUTE WS-AVAILABLE-BALANCE = ACC-BALANCE - ACC-HOLD-TOTAL.
           MOVE WS-AVAILABLE-BALANCE TO BRP-AVAILABLE.
           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.
           MOVE ZERO              TO RPY-RETURN-CODE.
           MOVE 73                TO RPY-DATA-LENGTH.
           MOVE SPACES            TO RPY-DATA.
           MOVE WS-BALANCE-REPLY  TO RPY-DATA.

       1235-BUILD-BALANCE-REPLY-EXIT.
           EXIT.

      *
      * Transaction HOLD - place a funds hold.  REQ-DATA carries the
      * account, the amount, the last business date the hold is in
      * force and a reason.  No money moves: the amount is added to
      * ACC-HOLD-TOTAL, so it comes off the available balance every
      * debit and transfer is edited against, and a hold record goes
      * to HOLDFILE under the request's correlation key as hold ID.
      * A hold may exceed what is available - it is a claim on money
      * still to come in as much as on money already there.  Holds
      * are not postings: nothing is journaled and the dedup file is
      * not touched; a redelivered HOLD finds its own hold record
      * and is answered 4006.
      *
       1231-TXN-HOLD SECTION.

           IF REQ-DATA-LENGTH < 61
                   MOVE 4005 TO WS-REJECT-CODE
                   MOVE 'REQUEST DATA TOO SHORT FOR TRANSACTION'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.

           MOVE REQ-DATA          TO WS-HOLD-REQUEST-FIELDS.

           IF HRQ-AMOUNT-X NOT NUMERIC OR HRQ-AMOUNT = ZERO
                   MOVE 4004 TO WS-REJECT-CODE
                   MOVE 'HOLD AMOUNT MISSING OR NOT NUMERIC'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.

           IF HRQ-EXPIRY-DATE NOT NUMERIC
              OR HRQ-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE 4011 TO WS-REJECT-CODE
                   MOVE 'HOLD EXPIRY DATE INVALID OR PAST'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.

           MOVE HRQ-ACCOUNT-NO    TO HSK-ACCOUNT-NO.
           MOVE REQ-CORREL-KEY    TO HSK-HOLD-ID.
           PERFORM 1233-FIND-HOLD.
           IF WS-HOLD-FOUND
                   MOVE 4006 TO WS-REJECT-CODE
                   MOVE 'DUPLICATE HOLD - ALREADY PLACED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.

           MOVE HRQ-ACCOUNT-NO    TO TXN-ACCOUNT-NO.
           PERFORM 1280-FETCH-ACCOUNT.
           IF NOT WS-ACCT-FOUND
                   MOVE 4001 TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.
           IF ACC-STATUS NOT = 'A'
                   MOVE 4002 TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT OPEN FOR POSTING'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1231-TXN-HOLD-EXIT.

           ADD HRQ-AMOUNT         TO ACC-HOLD-TOTAL.
           PERFORM 1285-STORE-ACCOUNT.

           MOVE SPACES            TO HOLD-RECORD.
           MOVE HRQ-ACCOUNT-NO    TO HLD-ACCOUNT-NO.
           MOVE REQ-CORREL-KEY    TO HLD-HOLD-ID.
           MOVE HRQ-AMOUNT        TO HLD-AMOUNT.
           MOVE HRQ-REASON        TO HLD-REASON.
           MOVE HRQ-EXPIRY-DATE   TO HLD-EXPIRY-DATE.
           MOVE 'A'               TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE  TO HLD-PLACED-DATE.
           ACCEPT HLD-PLACED-TIME FROM TIME.
           MOVE WS-SAVE-USERID    TO HLD-PLACED-BY.
           MOVE 'W'               TO WS-HOLD-ACTION.
           PERFORM 1236-STORE-HOLD.

           PERFORM 1237-BUILD-HOLD-REPLY.

       1231-TXN-HOLD-EXIT.
           EXIT.

      *
      * Transaction RLSE - release a funds hold.  REQ-DATA carries
      * the account and the hold ID.  The hold's amount comes back
      * off ACC-HOLD-TOTAL and the hold record is closed as released
      * under the RLSE request's correlation key, which is how a
      * redelivered RLSE is recognized and answered 4006.  A hold
      * already released or expired is refused with 4013.
      *
       1232-TXN-RELEASE SECTION.

           IF REQ-DATA-LENGTH < 26
                   MOVE 4005 TO WS-REJECT-CODE
                   MOVE 'REQUEST DATA TOO SHORT FOR TRANSACTION'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1232-TXN-RELEASE-EXIT.

           MOVE REQ-DATA          TO WS-RLSE-REQUEST-FIELDS.

           MOVE RRQ-ACCOUNT-NO    TO HSK-ACCOUNT-NO.
           MOVE RRQ-HOLD-ID       TO HSK-HOLD-ID.
           PERFORM 1233-FIND-HOLD.
           IF NOT WS-HOLD-FOUND
                   MOVE 4012 TO WS-REJECT-CODE
                   MOVE 'HOLD NOT FOUND' TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1232-TXN-RELEASE-EXIT.

           IF HLD-CLOSED-BY-KEY = REQ-CORREL-KEY
                   MOVE 4006 TO WS-REJECT-CODE
                   MOVE 'DUPLICATE RELEASE - ALREADY APPLIED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1232-TXN-RELEASE-EXIT.

           IF NOT HLD-ACTIVE
                   MOVE 4013 TO WS-REJECT-CODE
                   MOVE 'HOLD ALREADY RELEASED OR EXPIRED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1232-TXN-RELEASE-EXIT.

           MOVE RRQ-ACCOUNT-NO    TO TXN-ACCOUNT-NO.
           PERFORM 1280-FETCH-ACCOUNT.
           IF NOT WS-ACCT-FOUND
                   MOVE 4001 TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1232-TXN-RELEASE-EXIT.
      *
      *    Never take the hold total below zero - a master restored
      *    from before the hold was placed must not go negative.
      *
           IF HLD-AMOUNT > ACC-HOLD-TOTAL
                   MOVE ZERO TO ACC-HOLD-TOTAL
           ELSE
                   SUBTRACT HLD-AMOUNT FROM ACC-HOLD-TOTAL.
           PERFORM 1285-STORE-ACCOUNT.

           MOVE 'R'               TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE  TO HLD-CLOSED-DATE.
           MOVE REQ-CORREL-KEY    TO HLD-CLOSED-BY-KEY.
           MOVE 'R'               TO WS-HOLD-ACTION.
           PERFORM 1236-STORE-HOLD.

           PERFORM 1237-BUILD-HOLD-REPLY.

       1232-TXN-RELEASE-EXIT.
           EXIT.

      *
      * Find the hold named by WS-HOLD-SEARCH-KEY into HOLD-RECORD -
      * first in the pending hold buffer for this unit of work, then
      * on HOLDFILE.  WS-HOLD-BUFFER-MATCH remembers which buffer
      * slot matched (zero if none) for 1236-STORE-HOLD.
      *
       1233-FIND-HOLD SECTION.

           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           MOVE 0   TO WS-HOLD-BUFFER-MATCH.
           MOVE 0   TO WS-HOLD-SEARCH-IDX.

           PERFORM 1234-SEARCH-HOLD-BUFFER
               UNTIL WS-HOLD-SEARCH-IDX >= WS-HOLD-BUFFER-COUNT
                     OR WS-HOLD-FOUND.

           IF WS-HOLD-FOUND
                   MOVE WHB-HOLD-IMAGE(WS-HOLD-BUFFER-MATCH)
                        TO HOLD-RECORD
                   GO TO 1233-FIND-HOLD-EXIT.

           MOVE WS-HOLD-SEARCH-KEY TO HLD-KEY.
           READ HOLD-FILE
               INVALID KEY
                       GO TO 1233-FIND-HOLD-EXIT.
      *
      *    Only a clean read counts, the same way 1280-FETCH-ACCOUNT
      *    treats a hard I/O error.
      *
           IF WS-HOLD-OK
                   MOVE 'Y' TO WS-HOLD-FOUND-FLAG.

       1233-FIND-HOLD-EXIT.
           EXIT.

      *
      * Compare the requested hold key against one pending hold
      * buffer entry.
      *
       1234-SEARCH-HOLD-BUFFER SECTION.

           ADD 1 TO WS-HOLD-SEARCH-IDX.
           IF WHB-KEY(WS-HOLD-SEARCH-IDX) = WS-HOLD-SEARCH-KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-FLAG
                   MOVE WS-HOLD-SEARCH-IDX TO WS-HOLD-BUFFER-MATCH.

       1234-SEARCH-HOLD-BUFFER-EXIT.
           EXIT.

      *
      * Put HOLD-RECORD into the pending hold buffer, replacing the
      * entry 1233-FIND-HOLD matched - which keeps its own action,
      * so a hold placed earlier in this unit of work is still
      * written, not rewritten - or adding a new one with the action
      * in WS-HOLD-ACTION.
      *
       1236-STORE-HOLD SECTION.

           IF WS-HOLD-BUFFER-MATCH > 0
                   MOVE HOLD-RECORD
                        TO WHB-HOLD-IMAGE(WS-HOLD-BUFFER-MATCH)
           ELSE
                   ADD 1 TO WS-HOLD-BUFFER-COUNT
                   MOVE HLD-KEY
                        TO WHB-KEY(WS-HOLD-BUFFER-COUNT)
                   MOVE WS-HOLD-ACTION
                        TO WHB-ACTION(WS-HOLD-BUFFER-COUNT)
                   MOVE HOLD-RECORD
                        TO WHB-HOLD-IMAGE(WS-HOLD-BUFFER-COUNT).

       1236-STORE-HOLD-EXIT.
           EXIT.

      *
      * Build the hold reply from HOLD-RECORD and ACCOUNT-RECORD.
      *
       1237-BUILD-HOLD-REPLY SECTION.

           MOVE HLD-ACCOUNT-NO    TO HLP-ACCOUNT-NO.
           MOVE HLD-HOLD-ID       TO HLP-HOLD-ID.
           MOVE HLD-AMOUNT        TO HLP-AMOUNT.
           MOVE HLD-STATUS        TO HLP-STATUS.
           MOVE ACC-BALANCE       TO HLP-BALANCE.
           COMPUTE WS-AVAILABLE-BALANCE = ACC-BALANCE - ACC-HOLD-TOTAL.
           MOVE WS-AVAILABLE-BALANCE TO HLP-AVAILABLE.
           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.
           MOVE ZERO              TO RPY-RETURN-CODE.
           MOVE 76                TO RPY-DATA-LENGTH.
           MOVE SPACES            TO RPY-DATA.
           MOVE WS-HOLD-REPLY     TO RPY-DATA.

       1237-BUILD-HOLD-REPLY-EXIT.
           EXIT.

      *
      * Dual control.  A DEBT, CRDT or TRNF whose amount is above
      * the requesting user's posting authority limit is not
      * applied on arrival: it is kept on PENDFILE under its own
      * correlation key and answered 4014, and waits there for a
      * second user to approve (APPR) or decline (DECL) it.  Decide
      * here whether the posting in WS-POSTING-AMOUNT is over the
      * limit.  A zero limit is no limit, and a posting being
      * replayed by its approval is never held a second time.
      *
       1238-CHECK-POSTING-LIMIT SECTION.

           MOVE 'N' TO WS-OVER-LIMIT-FLAG.

           IF WS-APPROVING OR WS-REQUESTER-LIMIT = ZERO
                   GO TO 1238-CHECK-POSTING-LIMIT-EXIT.

           IF WS-POSTING-AMOUNT > WS-REQUESTER-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT-FLAG.

       1238-CHECK-POSTING-LIMIT-EXIT.
           EXIT.

      *
      * Hold the current posting for approval.  The pending item is
      * keyed on the request's correlation key, so a redelivered
      * over-limit posting finds its own item and is simply answered
      * 4014 again; one whose item has since been declined or has
      * expired is refused 4016 - it must be sent again as new
      * business.  (One already approved never gets this far: its
      * dedup record answers it 4006.)
      *
       1239-PEND-POSTING SECTION.

           MOVE REQ-CORREL-KEY    TO WS-PEND-SEARCH-KEY.
           PERFORM 1243-FIND-PENDING.
           IF WS-PEND-FOUND
              AND NOT PND-PENDING
                   MOVE 4016 TO WS-REJECT-CODE
                   MOVE 'PENDING ITEM ALREADY DECIDED OR EXPIRED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1239-PEND-POSTING-EXIT.

           IF WS-PEND-FOUND
                   GO TO 1239-PEND-POSTING-REPLY.

           MOVE SPACES            TO PEND-RECORD.
           MOVE REQ-CORREL-KEY    TO PND-KEY.
           MOVE REQ-TRANS-CODE    TO PND-TRANS-CODE.
           IF REQ-TRANS-CODE = 'TRNF'
                   MOVE TRF-FROM-ACCOUNT TO PND-ACCOUNT-NO
                   MOVE TRF-TO-ACCOUNT   TO PND-TO-ACCOUNT
           ELSE
                   MOVE TXN-ACCOUNT-NO   TO PND-ACCOUNT-NO.
           MOVE WS-POSTING-AMOUNT TO PND-AMOUNT.
      *
      *    Keep the operands exactly as sent - a TRNF's thirty-three
      *    bytes are the longest a posting carries.
      *
           IF REQ-DATA-LENGTH > 33
                   MOVE 33              TO PND-DATA-LENGTH
           ELSE
                   MOVE REQ-DATA-LENGTH TO PND-DATA-LENGTH.
           MOVE REQ-DATA          TO PND-REQ-DATA.
           MOVE WS-SAVE-USERID    TO PND-MAKER-ID.
           MOVE WS-REQUESTER-LIMIT TO PND-MAKER-LIMIT.
           MOVE WS-BUSINESS-DATE  TO PND-SUBMIT-DATE.
           ACCEPT PND-SUBMIT-TIME FROM TIME.
           MOVE 'P'               TO PND-STATUS.
           MOVE 'W'               TO WS-PEND-ACTION.
           PERFORM 1246-STORE-PENDING.

       1239-PEND-POSTING-REPLY.
           MOVE 4014 TO WS-REJECT-CODE.
           MOVE 'POSTING PENDING APPROVAL' TO WS-REASON-TEXT.
           PERFORM 1190-BUILD-REJECT-REPLY.

       1239-PEND-POSTING-EXIT.
           EXIT.

      *
      * Transaction APPR - approve a pending posting.  REQ-DATA
      * carries the pending key.  The user must be authorized for
      * APPR and must not be the user who sent the posting.  The
      * posting is then applied through the normal posting path
      * exactly as if it had just arrived - same transaction code,
      * same correlation key, same operands, same edits - so it is
      * journaled, dedup-protected and extracted like any other
      * posting.  If the posting edits now refuse it (insufficient
      * funds, say) the refusal is the reply and the item stays
      * pending.  The reply carries APPR and the posting's own
      * reply data.
      *
       1241-TXN-APPROVE SECTION.

           PERFORM 1247-EDIT-DECISION.
           IF NOT WS-DECISION-OK
                   GO TO 1241-TXN-APPROVE-EXIT.

           MOVE WS-INPUT-BUFFER   TO WS-APPR-SAVE-REQUEST.
           MOVE PND-TRANS-CODE    TO REQ-TRANS-CODE.
           MOVE PND-KEY           TO REQ-CORREL-KEY.
           MOVE PND-DATA-LENGTH   TO REQ-DATA-LENGTH.
           MOVE SPACES            TO REQ-DATA.
           MOVE PND-REQ-DATA      TO REQ-DATA.
           MOVE 'Y'               TO WS-APPROVING-FLAG.

           EVALUATE PND-TRANS-CODE
               WHEN 'DEBT'
                       PERFORM 1240-TXN-DEBIT
               WHEN 'CRDT'
                       PERFORM 1250-TXN-CREDIT
               WHEN 'TRNF'
                       PERFORM 1245-TXN-TRANSFER
           END-EVALUATE.

           MOVE 'N'               TO WS-APPROVING-FLAG.
      *
      *    An applied posting goes to the extract as the posting it
      *    is - see 1300-WRITE-EXTRACT.
      *
           IF RPY-RETURN-CODE = ZERO
                   MOVE 'Y'              TO WS-APPR-EXTRACT-FLAG
                   MOVE PND-KEY          TO WS-APPR-EXTRACT-KEY
                   MOVE WS-INPUT-BUFFER  TO WS-APPR-EXTRACT-REQUEST
                   MOVE WS-OUTPUT-BUFFER TO WS-APPR-EXTRACT-REPLY.

           MOVE WS-APPR-SAVE-REQUEST TO WS-INPUT-BUFFER.
           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.

           IF RPY-RETURN-CODE NOT = ZERO
                   GO TO 1241-TXN-APPROVE-EXIT.

           MOVE 'A'               TO PND-STATUS.
           PERFORM 1248-CLOSE-PENDING.

       1241-TXN-APPROVE-EXIT.
           EXIT.

      *
      * Transaction DECL - decline a pending posting.  Under the
      * same edits as APPR the item is closed as declined, and
      * nothing is posted.  The reply carries the pending key, its
      * new status and the posting that was refused.
      *
       1242-TXN-DECLINE SECTION.

           PERFORM 1247-EDIT-DECISION.
           IF NOT WS-DECISION-OK
                   GO TO 1242-TXN-DECLINE-EXIT.

           MOVE 'D'               TO PND-STATUS.
           PERFORM 1248-CLOSE-PENDING.

           MOVE PND-KEY           TO DCP-PENDING-KEY.
           MOVE PND-STATUS        TO DCP-STATUS.
           MOVE PND-TRANS-CODE    TO DCP-TRANS-CODE.
           MOVE PND-ACCOUNT-NO    TO DCP-ACCOUNT-NO.
           MOVE PND-AMOUNT        TO DCP-AMOUNT.
           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.
           MOVE ZERO              TO RPY-RETURN-CODE.
           MOVE 49                TO RPY-DATA-LENGTH.
           MOVE SPACES            TO RPY-DATA.
           MOVE WS-DECLINE-REPLY  TO RPY-DATA.

       1242-TXN-DECLINE-EXIT.
           EXIT.

      *
      * Find the pending item whose key is WS-PEND-SEARCH-KEY into
      * PEND-RECORD - first in the pending-approval buffer for this
      * unit of work, then on PENDFILE.  WS-PEND-BUFFER-MATCH
      * remembers which buffer slot matched (zero if none) for
      * 1246-STORE-PENDING.
      *
       1243-FIND-PENDING SECTION.

           MOVE 'N' TO WS-PEND-FOUND-FLAG.
           MOVE 0   TO WS-PEND-BUFFER-MATCH.
           MOVE 0   TO WS-PEND-SEARCH-IDX.

           PERFORM 1244-SEARCH-PEND-BUFFER
               UNTIL WS-PEND-SEARCH-IDX >= WS-PEND-BUFFER-COUNT
                     OR WS-PEND-FOUND.

           IF WS-PEND-FOUND
                   MOVE WPB-PEND-IMAGE(WS-PEND-BUFFER-MATCH)
                        TO PEND-RECORD
                   GO TO 1243-FIND-PENDING-EXIT.

           MOVE WS-PEND-SEARCH-KEY TO PND-KEY.
           READ PEND-FILE
               INVALID KEY
                       GO TO 1243-FIND-PENDING-EXIT.
      *
      *    Only a clean read counts, the same way 1280-FETCH-ACCOUNT
      *    treats a hard I/O error.
      *
           IF WS-PEND-OK
                   MOVE 'Y' TO WS-PEND-FOUND-FLAG.

       1243-FIND-PENDING-EXIT.
           EXIT.

      *
      * Compare the requested pending key against one pending-
      * approval buffer entry.
      *
       1244-SEARCH-PEND-BUFFER SECTION.

           ADD 1 TO WS-PEND-SEARCH-IDX.
           IF WPB-KEY(WS-PEND-SEARCH-IDX) = WS-PEND-SEARCH-KEY
                   MOVE 'Y' TO WS-PEND-FOUND-FLAG
                   MOVE WS-PEND-SEARCH-IDX TO WS-PEND-BUFFER-MATCH.

       1244-SEARCH-PEND-BUFFER-EXIT.
           EXIT.

      *
      * Put PEND-RECORD into the pending-approval buffer, replacing
      * the entry 1243-FIND-PENDING matched - which keeps its own
      * action, so an item raised earlier in this unit of work is
      * still written, not rewritten - or adding a new one with the
      * action in WS-PEND-ACTION.
      *
       1246-STORE-PENDING SECTION.

           IF WS-PEND-BUFFER-MATCH > 0
                   MOVE PEND-RECORD
                        TO WPB-PEND-IMAGE(WS-PEND-BUFFER-MATCH)
           ELSE
                   ADD 1 TO WS-PEND-BUFFER-COUNT
                   MOVE PND-KEY
                        TO WPB-KEY(WS-PEND-BUFFER-COUNT)
                   MOVE WS-PEND-ACTION
                        TO WPB-ACTION(WS-PEND-BUFFER-COUNT)
                   MOVE PEND-RECORD
                        TO WPB-PEND-IMAGE(WS-PEND-BUFFER-COUNT).

       1246-STORE-PENDING-EXIT.
           EXIT.

      *
      * The edits common to APPR and DECL.  On success the pending
      * item is in PEND-RECORD and WS-DECISION-OK is set; otherwise
      * the rejection reply has been built.  An item is decided only
      * on the business date it was raised - anything older is
      * expired by MQSPENDX at the end of that day, whether or not
      * the expiry run has reached it yet.
      *
       1247-EDIT-DECISION SECTION.

           MOVE 'N' TO WS-DECISION-OK-FLAG.

           IF REQ-DATA-LENGTH < 16
                   MOVE 4005 TO WS-REJECT-CODE
                   MOVE 'REQUEST DATA TOO SHORT FOR TRANSACTION'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1247-EDIT-DECISION-EXIT.

           MOVE REQ-DATA          TO WS-DECISION-REQUEST-FIELDS.

           MOVE DRQ-PENDING-KEY   TO WS-PEND-SEARCH-KEY.
           PERFORM 1243-FIND-PENDING.
           IF NOT WS-PEND-FOUND
                   MOVE 4015 TO WS-REJECT-CODE
                   MOVE 'PENDING ITEM NOT FOUND' TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1247-EDIT-DECISION-EXIT.
      *
      *    A redelivered APPR or DECL finds the item it already
      *    decided.
      *
           IF PND-DECISION-KEY = REQ-CORREL-KEY
                   MOVE 4006 TO WS-REJECT-CODE
                   MOVE 'DUPLICATE DECISION - ALREADY APPLIED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1247-EDIT-DECISION-EXIT.

           IF NOT PND-PENDING
              OR PND-SUBMIT-DATE < WS-BUSINESS-DATE
                   MOVE 4016 TO WS-REJECT-CODE
                   MOVE 'PENDING ITEM ALREADY DECIDED OR EXPIRED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1247-EDIT-DECISION-EXIT.

           IF PND-MAKER-ID = WS-SAVE-USERID
                   MOVE 4017 TO WS-REJECT-CODE
                   MOVE 'APPROVER MAY NOT BE THE SENDING USER'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1247-EDIT-DECISION-EXIT.

           MOVE 'Y' TO WS-DECISION-OK-FLAG.

       1247-EDIT-DECISION-EXIT.
           EXIT.

      *
      * Close the pending item in PEND-RECORD - its new status
      * already set by the caller - under the deciding user and the
      * correlation key of the APPR or DECL request.
      *
       1248-CLOSE-PENDING SECTION.

           MOVE WS-SAVE-USERID    TO PND-CHECKER-ID.
           MOVE WS-BUSINESS-DATE  TO PND-DECISION-DATE.
           ACCEPT PND-DECISION-TIME FROM TIME.
           MOVE REQ-CORREL-KEY    TO PND-DECISION-KEY.
           MOVE 'R'               TO WS-PEND-ACTION.
           PERFORM 1246-STORE-PENDING.

       1248-CLOSE-PENDING-EXIT.
           EXIT.

      *
      * Transaction DEBT - debit posting.
      *
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1245-TXN-TRANSFER-EXIT.
      *
      *    A transfer above the sender's posting limit waits for a
      *    second user's approval - see 1238-CHECK-POSTING-LIMIT.
      *
           MOVE TRF-AMOUNT        TO WS-POSTING-AMOUNT.
           PERFORM 1238-CHECK-POSTING-LIMIT.
           IF WS-OVER-LIMIT
                   PERFORM 1239-PEND-POSTING
                   GO TO 1245-TXN-TRANSFER-EXIT.
      *
      *    Edit the credit side before anything is posted - a
      *    transfer whose to-account cannot take the credit must be
      *    refused before the debit is applied, not after.
      *
           MOVE TRF-AMOUNT-X      TO TXN-AMOUNT-X.
           MOVE 'D'               TO WS-POSTING-TYPE.
           MOVE TRF-TO-ACCOUNT    TO WS-CONTRA-ACCOUNT.
           PERFORM 1272-POST-ONE-AMOUNT.
           IF NOT WS-POSTING-OK
                   PERFORM 1190-BUILD-REJECT-REPLY
      *
           MOVE TRF-TO-ACCOUNT    TO TXN-ACCOUNT-NO.
           MOVE 'C'               TO WS-POSTING-TYPE.
           MOVE TRF-FROM-ACCOUNT  TO WS-CONTRA-ACCOUNT.
           PERFORM 1272-POST-ONE-AMOUNT.
           IF NOT WS-POSTING-OK
                   MOVE TRF-FROM-ACCOUNT TO TXN-ACCOUNT-NO
       1250-TXN-CREDIT-EXIT.
           EXIT.

      *
      * Transaction REVS - reversal.  REQ-DATA carries the account
      * an earlier posting was applied to and that posting's
      * correlation key.  The original is found through the dedup
      * record every applied posting leaves, and the opposite
      * movement is applied under the full posting edits: a debit is
      * reversed by a credit, a credit by a debit, and a transfer by
      * a transfer back - both legs, together or not at all, exactly
      * as 1245-TXN-TRANSFER posts them.  The reversal's own
      * correlation key goes on its journal, dedup and history
      * entries, so a redelivered REVS is answered 4006 like any
      * other posting; the original's key goes on them as the
      * reversal-of key.  The original is marked reversed at commit,
      * and any further reversal of it is refused with 4008.  A
      * reversal cannot itself be reversed (4010) - the business
      * wanted re-posted is sent again as new business.
      *
       1255-TXN-REVERSAL SECTION.
      *
      *    The account and original key - twenty-six bytes - must be
      *    part of the message as sent.
      *
           IF REQ-DATA-LENGTH < 26
                   MOVE 4005 TO WS-REJECT-CODE
                   MOVE 'REQUEST DATA TOO SHORT FOR TRANSACTION'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.

           MOVE REQ-DATA          TO WS-REV-REQUEST-FIELDS.

           IF REV-ORIG-KEY = SPACES OR REV-ORIG-KEY = LOW-VALUES
                   MOVE 4009 TO WS-REJECT-CODE
                   MOVE 'ORIGINAL POSTING NOT FOUND'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.
      *
      *    The reversal itself is a posting - its own key already
      *    applied to the named account means it has been done.
      *
           MOVE REV-ACCOUNT-NO    TO TXN-ACCOUNT-NO.
           PERFORM 1278-CHECK-DUPLICATE.
           IF WS-DUP-FOUND
                   MOVE 4006 TO WS-REJECT-CODE
                   MOVE 'DUPLICATE POSTING - ALREADY APPLIED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.

           PERFORM 1256-FIND-ORIGINAL.
           IF NOT WS-ORIG-FOUND
                   MOVE 4009 TO WS-REJECT-CODE
                   MOVE 'ORIGINAL POSTING NOT FOUND'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.

           IF WS-ORIG-REVERSAL-OF-KEY NOT = SPACES
                   MOVE 4010 TO WS-REJECT-CODE
                   MOVE 'POSTING IS ITSELF A REVERSAL'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.

           IF WS-ORIG-REVERSED
                   MOVE 4008 TO WS-REJECT-CODE
                   MOVE 'POSTING ALREADY REVERSED'
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.
      *
      *    Work out the legs.  The named account gets the opposite of
      *    its original posting; for a transfer the other leg's
      *    account gets the opposite of its side too.
      *
           MOVE SPACES TO WS-REV-DEBIT-ACCOUNT.
           MOVE SPACES TO WS-REV-CREDIT-ACCOUNT.

           IF WS-ORIG-POST-TYPE = 'D'
                   MOVE REV-ACCOUNT-NO         TO WS-REV-CREDIT-ACCOUNT
                   MOVE WS-ORIG-CONTRA-ACCOUNT TO WS-REV-DEBIT-ACCOUNT
           ELSE
                   MOVE REV-ACCOUNT-NO         TO WS-REV-DEBIT-ACCOUNT
                   MOVE WS-ORIG-CONTRA-ACCOUNT TO WS-REV-CREDIT-ACCOUNT.

           MOVE WS-ORIG-AMOUNT    TO TXN-AMOUNT.
           MOVE REV-ORIG-KEY      TO WS-REVERSAL-KEY.
           MOVE SPACES            TO WS-REVERSAL-REPLY.
      *
      *    With two legs, edit the credit side before anything is
      *    posted, the same way the transfer does.
      *
           IF WS-REV-DEBIT-ACCOUNT NOT = SPACES
              AND WS-REV-CREDIT-ACCOUNT NOT = SPACES
                   MOVE WS-REV-CREDIT-ACCOUNT TO TXN-ACCOUNT-NO
                   PERFORM 1280-FETCH-ACCOUNT
                   IF NOT WS-ACCT-FOUND
                           MOVE 4001 TO WS-REJECT-CODE
                           MOVE 'REVERSAL CREDIT ACCOUNT NOT FOUND'
                                TO WS-REASON-TEXT
                           PERFORM 1190-BUILD-REJECT-REPLY
                           GO TO 1255-TXN-REVERSAL-EXIT
                   END-IF
                   IF ACC-STATUS NOT = 'A'
                           MOVE 4002 TO WS-REJECT-CODE
                           MOVE 'REVERSAL CREDIT ACCOUNT NOT OPEN'
                                TO WS-REASON-TEXT
                           PERFORM 1190-BUILD-REJECT-REPLY
                           GO TO 1255-TXN-REVERSAL-EXIT
                   END-IF.
      *
      *    Debit leg first, under the full posting edits - money the
      *    customer has already spent cannot be taken back.  Keep the
      *    account image so the debit can be unwound should the
      *    credit leg then fail.
      *
           IF WS-REV-DEBIT-ACCOUNT = SPACES
                   MOVE SPACES TO RVP-DEBIT-BALANCE-X
                   GO TO 1255-TXN-REVERSAL-CREDIT.

           MOVE WS-REV-DEBIT-ACCOUNT TO TXN-ACCOUNT-NO.
           PERFORM 1280-FETCH-ACCOUNT.
           IF NOT WS-ACCT-FOUND
                   MOVE 4001 TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.
           MOVE ACCOUNT-RECORD    TO WS-REV-SAVE-DEBIT-IMAGE.

           MOVE 'D'                   TO WS-POSTING-TYPE.
           MOVE WS-REV-CREDIT-ACCOUNT TO WS-CONTRA-ACCOUNT.
           PERFORM 1272-POST-ONE-AMOUNT.
           IF NOT WS-POSTING-OK
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.
           MOVE WS-REV-DEBIT-ACCOUNT TO RVP-DEBIT-ACCOUNT.
           MOVE ACC-BALANCE          TO RVP-DEBIT-BALANCE.

       1255-TXN-REVERSAL-CREDIT.
      *
      *    Credit leg.  Where a debit leg went first, a failure here
      *    is unwound the same way a transfer's credit-side failure
      *    is, so the half-done reversal never reaches the files.
      *
           IF WS-REV-CREDIT-ACCOUNT = SPACES
                   MOVE SPACES TO RVP-CREDIT-BALANCE-X
                   GO TO 1255-TXN-REVERSAL-MARK.

           MOVE WS-REV-CREDIT-ACCOUNT TO TXN-ACCOUNT-NO.
           MOVE 'C'                   TO WS-POSTING-TYPE.
           MOVE WS-REV-DEBIT-ACCOUNT  TO WS-CONTRA-ACCOUNT.
           PERFORM 1272-POST-ONE-AMOUNT.
           IF NOT WS-POSTING-OK
                   IF WS-REV-DEBIT-ACCOUNT NOT = SPACES
                           MOVE WS-REV-DEBIT-ACCOUNT TO TXN-ACCOUNT-NO
                           PERFORM 1280-FETCH-ACCOUNT
                           MOVE WS-REV-SAVE-DEBIT-IMAGE
                                TO ACCOUNT-RECORD
                           PERFORM 1285-STORE-ACCOUNT
                           SUBTRACT 1 FROM WS-JRNL-BUFFER-COUNT
                           SUBTRACT 1 FROM WS-DDUP-BUFFER-COUNT
                           MOVE 0 TO WS-ALERT-PEND-COUNT
                   END-IF
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1255-TXN-REVERSAL-EXIT.
           MOVE WS-REV-CREDIT-ACCOUNT TO RVP-CREDIT-ACCOUNT.
           MOVE ACC-BALANCE           TO RVP-CREDIT-BALANCE.

       1255-TXN-REVERSAL-MARK.
      *
      *    Both legs stand - mark the original reversed on every
      *    account it touched, at commit.
      *
           MOVE REV-ACCOUNT-NO    TO TXN-ACCOUNT-NO.
           PERFORM 1259-BUFFER-REVERSAL-MARK.
           IF WS-ORIG-CONTRA-ACCOUNT NOT = SPACES
                   MOVE WS-ORIG-CONTRA-ACCOUNT TO TXN-ACCOUNT-NO
                   PERFORM 1259-BUFFER-REVERSAL-MARK.

           MOVE REV-ORIG-KEY      TO RVP-ORIG-KEY.
           MOVE WS-ORIG-AMOUNT    TO RVP-AMOUNT.
           MOVE REQ-TRANS-CODE    TO RPY-TRANS-CODE.
           MOVE ZERO              TO RPY-RETURN-CODE.
           MOVE 85                TO RPY-DATA-LENGTH.
           MOVE SPACES            TO RPY-DATA.
           MOVE WS-REVERSAL-REPLY TO RPY-DATA.
           PERFORM 1310-PUT-PENDING-ALERTS.

       1255-TXN-REVERSAL-EXIT.
           EXIT.

      *
      * Find the posting REV-ORIG-KEY applied to REV-ACCOUNT-NO -
      * first in the pending dedup buffer for this unit of work,
      * then on DEDUPFIL - and whether it has been reversed already,
      * either on the file or by an earlier reversal still pending
      * in this unit of work.
      *
       1256-FIND-ORIGINAL SECTION.

           MOVE 'N'    TO WS-ORIG-FOUND-FLAG.
           MOVE 'N'    TO WS-ORIG-REVERSED-FLAG.
           MOVE SPACES TO WS-ORIG-REVERSED-BY-KEY.
           MOVE 0      TO WS-DDUP-SEARCH-IDX.

           PERFORM 1257-SEARCH-ORIG-BUFFER
               UNTIL WS-DDUP-SEARCH-IDX >= WS-DDUP-BUFFER-COUNT
                     OR WS-ORIG-FOUND.

           IF WS-ORIG-FOUND
                   GO TO 1256-FIND-ORIGINAL-PENDING.

           MOVE REV-ACCOUNT-NO TO DDP-ACCOUNT-NO.
           MOVE REV-ORIG-KEY   TO DDP-CORREL-KEY.
           READ DEDUP-FILE
               INVALID KEY
                       GO TO 1256-FIND-ORIGINAL-EXIT.
      *
      *    Only a clean read counts, the same way 1278-CHECK-
      *    DUPLICATE treats a hard I/O error.
      *
           IF NOT WS-DEDUP-OK
                   GO TO 1256-FIND-ORIGINAL-EXIT.

           MOVE 'Y'                 TO WS-ORIG-FOUND-FLAG.
           MOVE DDP-POST-TYPE       TO WS-ORIG-POST-TYPE.
           MOVE DDP-AMOUNT          TO WS-ORIG-AMOUNT.
           MOVE DDP-CONTRA-ACCOUNT  TO WS-ORIG-CONTRA-ACCOUNT.
           MOVE DDP-REVERSAL-OF-KEY TO WS-ORIG-REVERSAL-OF-KEY.
           MOVE DDP-REVERSED-BY-KEY TO WS-ORIG-REVERSED-BY-KEY.

           IF WS-ORIG-REVERSED-BY-KEY NOT = SPACES
                   MOVE 'Y' TO WS-ORIG-REVERSED-FLAG
                   GO TO 1256-FIND-ORIGINAL-EXIT.

       1256-FIND-ORIGINAL-PENDING.
           MOVE 0 TO WS-RVSL-SEARCH-IDX.
           PERFORM 1258-SEARCH-RVSL-BUFFER
               UNTIL WS-RVSL-SEARCH-IDX >= WS-RVSL-BUFFER-COUNT
                     OR WS-ORIG-REVERSED.

       1256-FIND-ORIGINAL-EXIT.
           EXIT.

      *
      * Compare the original's account/correlation key against one
      * pending dedup buffer entry.
      *
       1257-SEARCH-ORIG-BUFFER SECTION.

           ADD 1 TO WS-DDUP-SEARCH-IDX.
           IF WDB-ACCOUNT-NO(WS-DDUP-SEARCH-IDX) = REV-ACCOUNT-NO
              AND WDB-CORREL-KEY(WS-DDUP-SEARCH-IDX) = REV-ORIG-KEY
                   MOVE 'Y' TO WS-ORIG-FOUND-FLAG
                   MOVE WDB-POST-TYPE(WS-DDUP-SEARCH-IDX)
                        TO WS-ORIG-POST-TYPE
                   MOVE WDB-AMOUNT(WS-DDUP-SEARCH-IDX)
                        TO WS-ORIG-AMOUNT
                   MOVE WDB-CONTRA-ACCOUNT(WS-DDUP-SEARCH-IDX)
                        TO WS-ORIG-CONTRA-ACCOUNT
                   MOVE WDB-REVERSAL-OF-KEY(WS-DDUP-SEARCH-IDX)
                        TO WS-ORIG-REVERSAL-OF-KEY.

       1257-SEARCH-ORIG-BUFFER-EXIT.
           EXIT.

      *
      * Compare the original's account/correlation key against one
      * pending reversal mark.
      *
       1258-SEARCH-RVSL-BUFFER SECTION.

           ADD 1 TO WS-RVSL-SEARCH-IDX.
           IF WRB-ACCOUNT-NO(WS-RVSL-SEARCH-IDX) = REV-ACCOUNT-NO
              AND WRB-ORIG-KEY(WS-RVSL-SEARCH-IDX) = REV-ORIG-KEY
                   MOVE 'Y' TO WS-ORIG-REVERSED-FLAG.

       1258-SEARCH-RVSL-BUFFER-EXIT.
           EXIT.

      *
      * Buffer the mark that sets DDP-REVERSED-BY-KEY on the
      * original's dedup record for TXN-ACCOUNT-NO.  Not rewritten
      * yet - see the remarks on WS-RVSL-BUFFER-TABLE.
      *
       1259-BUFFER-REVERSAL-MARK SECTION.

           ADD 1 TO WS-RVSL-BUFFER-COUNT.
           MOVE TXN-ACCOUNT-NO
                TO WRB-ACCOUNT-NO(WS-RVSL-BUFFER-COUNT).
           MOVE REV-ORIG-KEY
                TO WRB-ORIG-KEY(WS-RVSL-BUFFER-COUNT).
           MOVE REQ-CORREL-KEY
                TO WRB-REVERSED-BY-KEY(WS-RVSL-BUFFER-COUNT).

       1259-BUFFER-REVERSAL-MARK-EXIT.
           EXIT.

      *
      * Transaction HIST - return the postings held in the master
      * record's history slots, newest first.
                        TO WS-REASON-TEXT
                   PERFORM 1190-BUILD-REJECT-REPLY
                   GO TO 1270-APPLY-POSTING-EXIT.
      *
      *    A posting above the sender's posting limit waits for a
      *    second user's approval - see 1238-CHECK-POSTING-LIMIT.
      *
           MOVE TXN-AMOUNT        TO WS-POSTING-AMOUNT.
           PERFORM 1238-CHECK-POSTING-LIMIT.
           IF WS-OVER-LIMIT
                   PERFORM 1239-PEND-POSTING
                   GO TO 1270-APPLY-POSTING-EXIT.

           PERFORM 1272-POST-ONE-AMOUNT.
           IF NOT WS-POSTING-OK
                        TO WS-REASON-TEXT
                   GO TO 1272-POST-ONE-AMOUNT-EXIT.

      *
      *    A debit must fit inside the available balance - money
      *    under an active hold is promised elsewhere and cannot be
      *    spent, even though it is still on the ledger.
      *
           COMPUTE WS-AVAILABLE-BALANCE = ACC-BALANCE - ACC-HOLD-TOTAL.
           IF WS-POSTING-TYPE = 'D'
              AND WS-AVAILABLE-BALANCE < TXN-AMOUNT
                   MOVE 4003 TO WS-REJECT-CODE
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
                   GO TO 1272-POST-ONE-AMOUNT-EXIT.
                       WHEN 'CRDT'
                       WHEN 'TRNF'
                       WHEN 'HIST'
                       WHEN 'REVS'
                       WHEN 'HOLD'
                       WHEN 'RLSE'
                       WHEN 'APPR'
                       WHEN 'DECL'
                               MOVE REQ-TRANS-CODE TO WS-STATS-CODE
                       WHEN OTHER
                               MOVE '*UNK' TO WS-STATS-CODE
                                TO WST-MAX-CS(WS-STAT-MATCH-IDX)
                   END-IF
           ELSE
                   IF WS-STATS-TXN-COUNT < 20
                           ADD 1 TO WS-STATS-TXN-COUNT
                           MOVE WS-STATS-CODE
                                TO WST-CODE(WS-STATS-TXN-COUNT)

           PERFORM 1655-MOVE-ONE-STAT
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 20.

           WRITE STATS-RECORD.
           PERFORM 1660-RESET-STATS.
           ACCEPT WEB-TIMESTAMP(WS-EXTRACT-BUFFER-COUNT) FROM TIME.
           MOVE WS-BUSINESS-DATE
                TO WEB-DATE(WS-EXTRACT-BUFFER-COUNT).
      *
      *    An approval that applied its posting is extracted as that
      *    posting - see 1241-TXN-APPROVE.
      *
           IF WS-APPR-EXTRACT
                   MOVE WS-APPR-EXTRACT-KEY
                        TO WEB-CORREL-KEY(WS-EXTRACT-BUFFER-COUNT)
                   MOVE WS-APPR-EXTRACT-REQUEST
                        TO WEB-REQUEST(WS-EXTRACT-BUFFER-COUNT)
                   MOVE WS-APPR-EXTRACT-REPLY
                        TO WEB-REPLY(WS-EXTRACT-BUFFER-COUNT)
                   GO TO 1300-WRITE-EXTRACT-EXIT.

           MOVE REQ-CORREL-KEY
                TO WEB-CORREL-KEY(WS-EXTRACT-BUFFER-COUNT).
           MOVE WS-INPUT-BUFFER
                TO WJB-CORREL-KEY(WS-JRNL-BUFFER-COUNT).
           MOVE ACC-BALANCE
                TO WJB-BALANCE(WS-JRNL-BUFFER-COUNT).
           MOVE WS-REVERSAL-KEY
                TO WJB-REVERSAL-OF-KEY(WS-JRNL-BUFFER-COUNT).

       1305-BUFFER-JOURNAL-EXIT.
           EXIT.
                TO WDB-AMOUNT(WS-DDUP-BUFFER-COUNT).
           MOVE ACC-BALANCE
                TO WDB-BALANCE(WS-DDUP-BUFFER-COUNT).
           MOVE WS-CONTRA-ACCOUNT
                TO WDB-CONTRA-ACCOUNT(WS-DDUP-BUFFER-COUNT).
           MOVE WS-REVERSAL-KEY
                TO WDB-REVERSAL-OF-KEY(WS-DDUP-BUFFER-COUNT).

       1306-BUFFER-DEDUP-EXIT.
           EXIT.
                TO JRN-CORREL-KEY.
           MOVE WJB-BALANCE(WS-JRNL-BUFFER-IDX)
                TO JRN-BALANCE.
           MOVE WJB-REVERSAL-OF-KEY(WS-JRNL-BUFFER-IDX)
                TO JRN-REVERSAL-OF-KEY.
           WRITE JOURNAL-RECORD.

       1366-WRITE-ONE-JOURNAL-EXIT.
                TO DDP-AMOUNT.
           MOVE WDB-BALANCE(WS-DDUP-BUFFER-IDX)
                TO DDP-BALANCE.
           MOVE WDB-CONTRA-ACCOUNT(WS-DDUP-BUFFER-IDX)
                TO DDP-CONTRA-ACCOUNT.
           MOVE WDB-REVERSAL-OF-KEY(WS-DDUP-BUFFER-IDX)
                TO DDP-REVERSAL-OF-KEY.
           MOVE SPACES
                TO DDP-REVERSED-BY-KEY.
           WRITE DEDUP-RECORD
               INVALID KEY
                       CONTINUE.
       1379-DISCARD-DDUP-BUFFER-EXIT.
           EXIT.

      *
      * Mark every original reversed in the unit of work just
      * committed, now that its dedup record - even one applied in
      * this same unit of work - is on DEDUPFIL, then empty the
      * buffer.
      *
       1362-FLUSH-RVSL-BUFFER SECTION.

           PERFORM 1363-MARK-ONE-REVERSAL
               VARYING WS-RVSL-BUFFER-IDX FROM 1 BY 1
               UNTIL WS-RVSL-BUFFER-IDX > WS-RVSL-BUFFER-COUNT.

           MOVE 0 TO WS-RVSL-BUFFER-COUNT.

       1362-FLUSH-RVSL-BUFFER-EXIT.
           EXIT.

      *
      * Set DDP-REVERSED-BY-KEY on one original's dedup record.
      *
       1363-MARK-ONE-REVERSAL SECTION.

           MOVE WRB-ACCOUNT-NO(WS-RVSL-BUFFER-IDX) TO DDP-ACCOUNT-NO.
           MOVE WRB-ORIG-KEY(WS-RVSL-BUFFER-IDX)   TO DDP-CORREL-KEY.
           READ DEDUP-FILE
               INVALID KEY
                       DISPLAY 'MQSERVER: REVERSED POSTING NOT ON '
                               'DEDUPFIL - ' DDP-KEY
                       GO TO 1363-MARK-ONE-REVERSAL-EXIT.

           MOVE WRB-REVERSED-BY-KEY(WS-RVSL-BUFFER-IDX)
                TO DDP-REVERSED-BY-KEY.
           REWRITE DEDUP-RECORD
               INVALID KEY
                       DISPLAY 'MQSERVER: DEDUP REWRITE FAILED - '
                               DDP-KEY.

       1363-MARK-ONE-REVERSAL-EXIT.
           EXIT.

      *
      * The unit of work failed to commit - discard the buffered
      * reversal marks with the reversal postings that raised them.
      *
       1377-DISCARD-RVSL-BUFFER SECTION.

           MOVE 0 TO WS-RVSL-BUFFER-COUNT.

       1377-DISCARD-RVSL-BUFFER-EXIT.
           EXIT.

      *
      * Write or rewrite every buffered hold record on HOLDFILE now
      * that the MQCMIT covering the holds and releases has
      * succeeded, then empty the buffer.
      *
       1364-FLUSH-HOLD-BUFFER SECTION.

           PERFORM 1369-WRITE-ONE-HOLD
               VARYING WS-HOLD-BUFFER-IDX FROM 1 BY 1
               UNTIL WS-HOLD-BUFFER-IDX > WS-HOLD-BUFFER-COUNT.

           MOVE 0 TO WS-HOLD-BUFFER-COUNT.

       1364-FLUSH-HOLD-BUFFER-EXIT.
           EXIT.

      *
      * Write or rewrite one buffered hold record.  A new hold whose
      * key is already on the file can only mean an earlier run
      * abended between its MQCMIT and this flush - the record is
      * rewritten as it now stands.
      *
       1369-WRITE-ONE-HOLD SECTION.

           MOVE WHB-HOLD-IMAGE(WS-HOLD-BUFFER-IDX) TO HOLD-RECORD.

           IF WHB-ACTION(WS-HOLD-BUFFER-IDX) NOT = 'W'
                   GO TO 1369-WRITE-ONE-HOLD-REWRITE.

           WRITE HOLD-RECORD
               INVALID KEY
                       GO TO 1369-WRITE-ONE-HOLD-REWRITE.

           GO TO 1369-WRITE-ONE-HOLD-EXIT.

       1369-WRITE-ONE-HOLD-REWRITE.
           REWRITE HOLD-RECORD
               INVALID KEY
                       DISPLAY 'MQSERVER: HOLD REWRITE FAILED - '
                               HLD-KEY.

       1369-WRITE-ONE-HOLD-EXIT.
           EXIT.

      *
      * The unit of work failed to commit - discard the buffered
      * hold records with the account updates that carry their
      * totals.
      *
       1376-DISCARD-HOLD-BUFFER SECTION.

           MOVE 0 TO WS-HOLD-BUFFER-COUNT.

       1376-DISCARD-HOLD-BUFFER-EXIT.
           EXIT.

      *
      * Write or rewrite every buffered pending-approval record now
      * that the MQCMIT covering them has succeeded, then empty the
      * buffer.
      *
       1361-FLUSH-PEND-BUFFER SECTION.

           PERFORM 1372-WRITE-ONE-PENDING
               VARYING WS-PEND-BUFFER-IDX FROM 1 BY 1
               UNTIL WS-PEND-BUFFER-IDX > WS-PEND-BUFFER-COUNT.

           MOVE 0 TO WS-PEND-BUFFER-COUNT.

       1361-FLUSH-PEND-BUFFER-EXIT.
           EXIT.

      *
      * Write or rewrite one buffered pending-approval record, the
      * same way 1369-WRITE-ONE-HOLD does a hold.
      *
       1372-WRITE-ONE-PENDING SECTION.

           MOVE WPB-PEND-IMAGE(WS-PEND-BUFFER-IDX) TO PEND-RECORD.

           IF WPB-ACTION(WS-PEND-BUFFER-IDX) NOT = 'W'
                   GO TO 1372-WRITE-ONE-PENDING-REWRITE.

           WRITE PEND-RECORD
               INVALID KEY
                       GO TO 1372-WRITE-ONE-PENDING-REWRITE.

           GO TO 1372-WRITE-ONE-PENDING-EXIT.

       1372-WRITE-ONE-PENDING-REWRITE.
           REWRITE PEND-RECORD
               INVALID KEY
                       DISPLAY 'MQSERVER: PENDING REWRITE FAILED - '
                               PND-KEY.

       1372-WRITE-ONE-PENDING-EXIT.
           EXIT.

      *
      * The unit of work failed to commit - discard the buffered
      * pending-approval records with the postings and replies they
      * belong to.
      *
       1371-DISCARD-PEND-BUFFER SECTION.

           MOVE 0 TO WS-PEND-BUFFER-COUNT.

       1371-DISCARD-PEND-BUFFER-EXIT.
           EXIT.

      *
      * Write every buffered extract record to EXTRACT-FILE now that
      * the MQCMIT covering them has succeeded, then empty the
      * finalizes any complete request/reply pairs already in the
      * open unit of work, which is safe: each of those replies has
      * gone out.  The put preserves the message descriptor as
      * received and passes on the context saved by the MQGET from
      * WS-GET-Q-HANDLE, so the reject-queue copy keeps the
      * requester's user ID and original put date/time - whoever
      * works the reject queue sees who sent it and when, and a
      * requeue is authorized as the requester, not as this server.
      * WS-POISON-REJECTED tells the caller whether the message is
      * safely off the queue.
      *
       1400-REJECT-POISON SECTION.

                   MOVE INPUT-BUFFER-LENGTH TO WS-REJECT-LENGTH.

           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                   MQPMO-PASS-ALL-CONTEXT +
                                   MQPMO-FAIL-IF-QUIESCING.
           MOVE WS-GET-Q-HANDLE TO MQPMO-CONTEXT.

           CALL 'MQPUT' USING  CON-HANDLE
                               OPR-Q-HANDLE
           MOVE MQOT-Q      TO MQOD-OBJECTTYPE.
           MOVE WS-INPUT-Q  TO MQOD-OBJECTNAME.
           MOVE SPACES      TO MQOD-OBJECTQMGRNAME.
      *
      *    Context is saved on every get so a poison message can be
      *    passed to the reject queue under its sender's identity.
      *
           COMPUTE OPI-OPTIONS = MQOO-INPUT-AS-Q-DEF  +
                                 MQOO-SAVE-ALL-CONTEXT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
           MOVE SPACES       TO MQOD-OBJECTQMGRNAME.
      *
           COMPUTE OPX-OPTIONS = MQOO-INPUT-AS-Q-DEF  +
                                 MQOO-SAVE-ALL-CONTEXT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
           MOVE WS-REJECT-Q      TO MQOD-OBJECTNAME.
           MOVE SPACES           TO MQOD-OBJECTQMGRNAME.
           COMPUTE OPR-OPTIONS = MQOO-OUTPUT +
                                 MQOO-PASS-ALL-CONTEXT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
                   PERFORM 1350-FLUSH-EXTRACT-BUFFER
                   PERFORM 1365-FLUSH-JRNL-BUFFER
                   PERFORM 1367-FLUSH-DDUP-BUFFER
                   PERFORM 1362-FLUSH-RVSL-BUFFER
                   PERFORM 1364-FLUSH-HOLD-BUFFER
                   PERFORM 1361-FLUSH-PEND-BUFFER
                   PERFORM 1355-FLUSH-ACCT-BUFFER
                   PERFORM 1650-WRITE-STATS-INTERVAL
           ELSE
                   PERFORM 1370-DISCARD-EXTRACT-BUFFER
                   PERFORM 1378-DISCARD-JRNL-BUFFER
                   PERFORM 1379-DISCARD-DDUP-BUFFER
                   PERFORM 1377-DISCARD-RVSL-BUFFER
                   PERFORM 1376-DISCARD-HOLD-BUFFER
                   PERFORM 1371-DISCARD-PEND-BUFFER
                   PERFORM 1375-DISCARD-ACCT-BUFFER
                   PERFORM 1660-RESET-STATS.

      * log is a running operational history across restarts, the
      * same as CHECKPOINT-FILE - append to it with OPEN EXTEND, only
      * falling back to OPEN OUTPUT (create) the first time the file
      * does not exist yet.  Any other open failure is reported and
      * stops the server - creating the file then would empty an
      * existing history.  The other history files below are opened
      * the same way.
      *
       7000-OPEN-AUDIT-LOG SECTION.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-NOT-FOUND
                   OPEN OUTPUT AUDIT-LOG-FILE.

           IF NOT WS-AUDIT-LOG-OK
       7100-OPEN-EXTRACT SECTION.

           OPEN EXTEND EXTRACT-FILE.
           IF WS-EXTRACT-NOT-FOUND
                   OPEN OUTPUT EXTRACT-FILE.

           IF NOT WS-EXTRACT-OK
       7150-OPEN-JOURNAL SECTION.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
                   OPEN OUTPUT JOURNAL-FILE.

           IF NOT WS-JOURNAL-OK
       7200-OPEN-STATS SECTION.

           OPEN EXTEND STATS-FILE.
           IF WS-STATS-NOT-FOUND
                   OPEN OUTPUT STATS-FILE.

           IF NOT WS-STATS-OK
       7300-OPEN-SECURITY-LOG SECTION.

           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECURITY-NOT-FOUND
                   OPEN OUTPUT SECURITY-LOG-FILE.

           IF NOT WS-SECURITY-OK
