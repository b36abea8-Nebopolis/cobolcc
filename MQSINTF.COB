      *                     past the work already done instead of
      *                     re-reading it.  The fee follows the
      *                     server's insufficient-funds rule - an
      *                     account whose available balance (ledger
      *                     less active funds holds) cannot cover it
      *                     has the fee waived and reported, not
      *                     forced negative, and the waiver written
      *                     to the FEEWAIV file (MQSFWVR) for the
      *                     ledger interface.  Prints a posting
      *                     register of what was applied per
      *                     account and ends
      *                     with return code 8 when a file cannot
      *                     be processed.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
      *
      *    Waived fees - the only record of a fee the run chose not
      *    to charge, keyed on business date plus account.
      *
           SELECT WAIVER-FILE     ASSIGN TO FEEWAIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FWV-KEY
                  FILE STATUS  IS WS-WAIVER-STATUS.
      *
           SELECT RATE-FILE       ASSIGN TO RATEFILE
                  ORGANIZATION IS SEQUENTIAL
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
      *
       FD  WAIVER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  WAIVER-RECORD.
           COPY MQSFWVR.
      *
       FD  RATE-FILE
           RECORDING MODE IS F
           88  WS-ACCOUNT-OK                VALUE '00'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                  VALUE '00'.
           88  WS-DEDUP-NOT-FOUND           VALUE '35'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
           88  WS-JOURNAL-NOT-FOUND         VALUE '35'.
       01  WS-WAIVER-STATUS            PIC X(2) VALUE '00'.
           88  WS-WAIVER-OK                 VALUE '00'.
           88  WS-WAIVER-NOT-FOUND          VALUE '35'.
       01  WS-RATE-STATUS              PIC X(2) VALUE '00'.
           88  WS-RATE-OK                   VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-POSTING-TYPE             PIC X VALUE SPACE.
       01  WS-POSTING-AMOUNT           PIC 9(11)V99  VALUE 0.
       01  WS-POSTING-CORREL           PIC X(16) VALUE SPACES.
       01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE 0.
      *
      *    The interest and fee correlation keys for this business
      *    date - one pair for the whole run, so the dedup file
           EXIT.

      *
      * Open the master, the dedup file, the journal and the waiver
      * file.  All four are required - posting without the dedup
      * record or the journal entry would leave the run unprotected
      * against a rerun and the books without their record, and a
      * waiver left unrecorded would be missing from the ledger.
      *
       2300-OPEN-FILES SECTION.

                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN I-O DEDUP-FILE.
           IF WS-DEDUP-NOT-FOUND
                   OPEN OUTPUT DEDUP-FILE
                   CLOSE DEDUP-FILE
                   OPEN I-O DEDUP-FILE.
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
                   OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSINTF: UNABLE TO OPEN JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN I-O WAIVER-FILE.
           IF WS-WAIVER-NOT-FOUND
                   OPEN OUTPUT WAIVER-FILE
                   CLOSE WAIVER-FILE
                   OPEN I-O WAIVER-FILE.
           IF NOT WS-WAIVER-OK
                   DISPLAY 'MQSINTF: UNABLE TO OPEN FEEWAIV - '
                           'STATUS ' WS-WAIVER-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2300-OPEN-FILES-EXIT.
      *
      * Post this period's maintenance fee as a debit, under the
      * same dedup protection and the server's insufficient-funds
      * rule - an account whose available balance (ledger less
      * active funds holds) cannot cover the fee has it waived and
      * reported rather than being forced negative or into money
      * already held.
      *
       3700-POST-FEE SECTION.

                   MOVE 'ALREADY POSTED' TO RPT-REG-NOTE
                   GO TO 3700-POST-FEE-EXIT.

           COMPUTE WS-AVAILABLE-BALANCE = ACC-BALANCE - ACC-HOLD-TOTAL.

           IF WS-AVAILABLE-BALANCE < WS-FEE-AMOUNT
                   ADD 1 TO INT-FEES-WAIVED
                   MOVE 'FEE WAIVED' TO RPT-REG-NOTE
                   PERFORM 4400-WRITE-WAIVER
      *
      *            The waiver is worth a register line even when no
      *            interest posted either.
           MOVE WS-POSTING-AMOUNT TO JRN-AMOUNT.
           MOVE WS-POSTING-CORREL TO JRN-CORREL-KEY.
           MOVE ACC-BALANCE       TO JRN-BALANCE.
           MOVE SPACES            TO JRN-REVERSAL-OF-KEY.
           WRITE JOURNAL-RECORD.

       4200-WRITE-JOURNAL-EXIT.
           MOVE WS-POSTING-TYPE   TO DDP-POST-TYPE.
           MOVE WS-POSTING-AMOUNT TO DDP-AMOUNT.
           MOVE ACC-BALANCE       TO DDP-BALANCE.
           MOVE SPACES            TO DDP-CONTRA-ACCOUNT.
           MOVE SPACES            TO DDP-REVERSAL-OF-KEY.
           MOVE SPACES            TO DDP-REVERSED-BY-KEY.
           WRITE DEDUP-RECORD
               INVALID KEY
                       CONTINUE.
       4300-WRITE-DEDUP-EXIT.
           EXIT.

      *
      * Write this account's waiver record.  A rerun that waives the
      * same fee again finds the key already on file and leaves the
      * first record standing - the duplicate-key status is cleared
      * so 4600-CLOSE-FILES still closes the file.
      *
       4400-WRITE-WAIVER SECTION.

           MOVE WS-BUSINESS-DATE     TO FWV-BUSINESS-DATE.
           MOVE ACC-ACCOUNT-NO       TO FWV-ACCOUNT-NO.
           ACCEPT FWV-WAIVE-TIME FROM TIME.
           MOVE WS-FEE-AMOUNT        TO FWV-AMOUNT.
           MOVE WS-AVAILABLE-BALANCE TO FWV-AVAILABLE-BALANCE.
           WRITE WAIVER-RECORD
               INVALID KEY
                       MOVE '00' TO WS-WAIVER-STATUS.

       4400-WRITE-WAIVER-EXIT.
           EXIT.

      *
      * Rewrite the restart record - business date plus the last
      * account committed.
      *
       4600-CLOSE-FILES SECTION.

           IF WS-WAIVER-OK
                   CLOSE WAIVER-FILE.
           IF WS-JOURNAL-OK
                   CLOSE JOURNAL-FILE.
           CLOSE DEDUP-FILE.
