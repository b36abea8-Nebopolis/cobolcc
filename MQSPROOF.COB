      *                     day's movement comes from the request
      *                     images on the TRANEXTR extract, DEBT,
      *                     CRDT and TRNF pairs whose reply carries
      *                     RPY-RETURN-CODE zero, and REVS
      *                     reversals (proved from the legs their
      *                     reply names, and reported as reversals
      *                     apart from the day's new business), plus
      *                     the day's MQSINTF interest/fee postings
      *                     and MQSSTORD standing-order payments
      *                     from the JRNLFILE journal (selected by their
      *                     INT/FEE correlation keys for the
      *                     business date, and by the 'SO' keys
      *                     posted on it, since the batch runs
      *                     write no extract records); today's
      *                     balances come from the ACCTMSTR master
      *                     itself.  This job is the last money job
      *                     of the day - it must run after MQSERVER
      *                     has quiesced and after any MQSINTF and
      *                     MQSSTORD run,
      *                     so the snapshot it cuts reflects every
      *                     posting the day made.
      *                     Every account that fails the proof is
      *                     way MQSRECON rolls its baseline.
      *                     AUDITLOG-style day files apply: TRANEXTR
      *                     is expected to hold exactly the work
      *                     since the last proof.  Every run ends by
      *                     rewriting the PROOFSTS status record
      *                     (MQSPRFS) - the business date, balanced
      *                     or not, and whether the snapshot was
      *                     rolled - so the ledger interface can
      *                     refuse a day that did not prove.
      *
      * *************************************************************
      *
                  FILE STATUS  IS WS-EXTRACT-STATUS.
      *
      *    The posting journal - read for the day's MQSINTF
      *    interest/fee postings and MQSSTORD standing-order
      *    payments, which reach the master without an extract
      *    record.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SNAPSHOT-STATUS.
      *
      *    The outcome of this run - one record, rewritten every
      *    time, balanced or not.
      *
           SELECT STATUS-FILE     ASSIGN TO PROOFSTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PROOF-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
       01  SNAPSHOT-RECORD.
           05  SNP-ACCOUNT-NO          PIC X(10).
           05  SNP-BALANCE             PIC S9(11)V99.
      *
       FD  STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PROOF-STATUS-RECORD.
           COPY MQSPRFS.
      *
      *===============================================================
       WORKING-STORAGE SECTION.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-SNAPSHOT-STATUS          PIC X(2) VALUE '00'.
           88  WS-SNAPSHOT-OK               VALUE '00'.
       01  WS-PROOF-STATUS             PIC X(2) VALUE '00'.
           88  WS-PROOF-STATUS-OK           VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-BALANCED-SWITCH          PIC X VALUE 'Y'.
           88  WS-BALANCED                  VALUE 'Y'.
       01  WS-SNAPSHOT-ROLLED-SWITCH   PIC X VALUE 'N'.
           88  WS-SNAPSHOT-ROLLED           VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
           05  TRF-AMOUNT REDEFINES TRF-AMOUNT-X
                                       PIC 9(11)V99.
      *
      *    A reversal request names only the original posting - the
      *    amount and the accounts it moved back are in the reply:
      *    original key, amount, then the debit leg's account and
      *    balance and the credit leg's account and balance, a leg
      *    the reversal did not post left blank.
      *
       01  WS-REV-REPLY-FIELDS.
           05  RVR-ORIG-KEY            PIC X(16).
           05  FILLER                  PIC X(1).
           05  RVR-AMOUNT-INT          PIC 9(11).
           05  FILLER                  PIC X(1).
           05  RVR-AMOUNT-DEC          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RVR-DEBIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1).
           05  RVR-DEBIT-BALANCE       PIC X(15).
           05  FILLER                  PIC X(1).
           05  RVR-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(1).
           05  RVR-CREDIT-BALANCE      PIC X(15).
       01  WS-REV-AMOUNT               PIC 9(11)V99 VALUE 0.
      *
      *    The interest and fee correlation keys MQSINTF builds for
      *    the business date - the exact sixteen-byte keys select
      *    that run's journal records, and nothing else, into the
           05  WS-FEE-CORREL-DATE      PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
      *
      *    A journal record's correlation key laid out as MQSSTORD
      *    builds it - 'SO', the order ID and the due date paid.  A
      *    due date missed on an earlier day is paid under its own
      *    date, so standing-order payments are selected by the
      *    key's shape and the journal's posting date instead.
      *
       01  WS-SO-CORREL-KEY.
           05  WS-SO-CORREL-PREFIX     PIC X(2).
           05  WS-SO-CORREL-ORDER-ID   PIC X(6).
           05  WS-SO-CORREL-DUE-DATE   PIC X(8).
      *
      *---------------------------------------------------------------
      *    Proof table - one entry per account seen on the prior
      *    snapshot, the extract or the master
       01  PRF-PRIOR-TOTAL             PIC S9(13)V99 VALUE 0.
       01  PRF-NET-TOTAL               PIC S9(13)V99 VALUE 0.
       01  PRF-BATCH-NET-TOTAL         PIC S9(13)V99 VALUE 0.
       01  PRF-REVERSAL-NET-TOTAL      PIC S9(13)V99 VALUE 0.
       01  PRF-EXTRACT-NET-TOTAL       PIC S9(13)V99 VALUE 0.
       01  PRF-EXPECTED-TOTAL          PIC S9(13)V99 VALUE 0.
       01  PRF-ACTUAL-TOTAL            PIC S9(13)V99 VALUE 0.
       01  PRF-MASTER-ACCOUNTS         PIC 9(7) VALUE 0.
       01  PRF-POSTINGS-APPLIED        PIC 9(7) VALUE 0.
       01  PRF-REVERSALS-APPLIED       PIC 9(7) VALUE 0.
       01  PRF-ACCTS-OUT               PIC 9(7) VALUE 0.
      *
      *---------------------------------------------------------------
      *
       01  RPT-LINE-2B.
           05  FILLER                  PIC X(30) VALUE
                   'NET BATCH       (JRNLFILE)  : '.
           05  RPT-LINE-2B-AMOUNT      PIC -Z(12)9.99.
      *
       01  RPT-LINE-2C.
           05  FILLER                  PIC X(30) VALUE
                   'NET REVERSALS   (TRANEXTR)  : '.
           05  RPT-LINE-2C-AMOUNT      PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(30) VALUE
           05  FILLER                  PIC X(30) VALUE
                   'POSTINGS APPLIED            : '.
           05  RPT-LINE-6-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-6B.
           05  FILLER                  PIC X(30) VALUE
                   'REVERSALS APPLIED           : '.
           05  RPT-LINE-6B-COUNT       PIC ZZZZZZZZ9.
      *
       01  RPT-OOB-LINE.
           05  RPT-OOB-ACCOUNT         PIC X(10).
           PERFORM 2000-LOAD-SNAPSHOT.
           PERFORM 3000-ACCUM-EXTRACT.
           IF NOT WS-EXTRACT-OK
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   GO TO 1000-MAIN-STATUS.

           PERFORM 3800-ACCUM-JOURNAL.


           PERFORM 4000-PROVE-MASTER.
           IF NOT WS-ACCOUNT-OK
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   GO TO 1000-MAIN-STATUS.

           PERFORM 4500-CHECK-LOST-ACCOUNTS.
           PERFORM 5000-PRINT-REPORT.
                           ' ACCOUNT(S)/POSTING(S) NOT PROVED ***'
                   MOVE 'N' TO WS-BALANCED-SWITCH.

       1000-MAIN-STATUS.
      *
      *    Record the outcome, whatever it was - a run that stopped
      *    early still replaces an earlier day's balanced status.
      *
           PERFORM 7000-WRITE-PROOF-STATUS.

           IF NOT WS-BALANCED
                   MOVE 8 TO RETURN-CODE.

      * Fold the day's successful posting transactions from the
      * extract into the proof table: a DEBT subtracts from its
      * account, a CRDT adds, and a TRNF subtracts from its
      * from-account and adds to its to-account.  A REVS moves
      * each leg its reply names back the other way.  Rejected
      * requests (any non-zero RPY-RETURN-CODE) moved no money and
      * are passed over.
      *
       3000-ACCUM-EXTRACT SECTION.

                       PERFORM 3300-ACCUM-CREDIT
               WHEN 'TRNF'
                       PERFORM 3400-ACCUM-TRANSFER
               WHEN 'REVS'
                       PERFORM 3500-ACCUM-REVERSAL
               WHEN OTHER
                       CONTINUE
           END-EVALUATE.
       3400-ACCUM-TRANSFER-EXIT.
           EXIT.

      *
      * One successful reversal - the debit leg, if posted, moves
      * minus the amount and the credit leg plus.  Its movement is
      * kept apart in PRF-REVERSAL-NET-TOTAL, so the report shows
      * money moved back as reversals, not as new postings.
      *
       3500-ACCUM-REVERSAL SECTION.

           MOVE RPY-DATA TO WS-REV-REPLY-FIELDS.
           IF RVR-AMOUNT-INT NOT NUMERIC
              OR RVR-AMOUNT-DEC NOT NUMERIC
                   GO TO 3500-ACCUM-REVERSAL-EXIT.

           COMPUTE WS-REV-AMOUNT =
                   RVR-AMOUNT-INT + RVR-AMOUNT-DEC / 100.

           IF RVR-DEBIT-ACCOUNT NOT = SPACES
                   ADD 1 TO PRF-REVERSALS-APPLIED
                   MOVE RVR-DEBIT-ACCOUNT TO WS-MERGE-ACCOUNT
                   COMPUTE WS-MERGE-AMOUNT = 0 - WS-REV-AMOUNT
                   ADD WS-MERGE-AMOUNT TO PRF-REVERSAL-NET-TOTAL
                   PERFORM 3600-MERGE-MOVEMENT.

           IF RVR-CREDIT-ACCOUNT NOT = SPACES
                   ADD 1 TO PRF-REVERSALS-APPLIED
                   MOVE RVR-CREDIT-ACCOUNT TO WS-MERGE-ACCOUNT
                   MOVE WS-REV-AMOUNT      TO WS-MERGE-AMOUNT
                   ADD WS-MERGE-AMOUNT TO PRF-REVERSAL-NET-TOTAL
                   PERFORM 3600-MERGE-MOVEMENT.

       3500-ACCUM-REVERSAL-EXIT.
           EXIT.

      *
      * Fold one movement (WS-MERGE-ACCOUNT / WS-MERGE-AMOUNT) into
      * the proof table.
           EXIT.

      *
      * Fold the day's MQSINTF interest and fee postings and
      * MQSSTORD standing-order payments from the journal into the
      * proof table.  The batch runs update the master with a
      * journal record but no extract record, so without this pass
      * every account they touched would fail the proof.  Selection
      * is by the exact INT/FEE correlation keys MQSINTF builds for
      * the business date, and by the 'SO' keys of the MQSSTORD
      * payments posted on it - earlier days' batch
      * postings are already inside the prior snapshot, and the
      * server's own postings are already netted from the extract.
      * A missing journal just means no batch run has ever written
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3850-ACCUM-ONE-JOURNAL-EXIT.

           IF JRN-CORREL-KEY = WS-INT-CORREL-KEY
              OR JRN-CORREL-KEY = WS-FEE-CORREL-KEY
                   GO TO 3850-ACCUM-ONE-JOURNAL-TAKE.

           MOVE JRN-CORREL-KEY TO WS-SO-CORREL-KEY.
           IF JRN-POST-DATE NOT = WS-BUSINESS-DATE
              OR WS-SO-CORREL-PREFIX NOT = 'SO'
              OR WS-SO-CORREL-DUE-DATE NOT NUMERIC
                   GO TO 3850-ACCUM-ONE-JOURNAL-EXIT.

       3850-ACCUM-ONE-JOURNAL-TAKE.

           ADD 1 TO PRF-POSTINGS-APPLIED.
           MOVE JRN-ACCOUNT-NO TO WS-MERGE-ACCOUNT.
           IF JRN-POST-TYPE = 'D'
                   MOVE 'N' TO WS-BALANCED-SWITCH.

           COMPUTE PRF-EXTRACT-NET-TOTAL =
                   PRF-NET-TOTAL - PRF-BATCH-NET-TOTAL
                                 - PRF-REVERSAL-NET-TOTAL.

           DISPLAY ' '.
           MOVE PRF-PRIOR-TOTAL    TO RPT-LINE-1-AMOUNT.
           DISPLAY RPT-LINE-2.
           MOVE PRF-BATCH-NET-TOTAL TO RPT-LINE-2B-AMOUNT.
           DISPLAY RPT-LINE-2B.
           MOVE PRF-REVERSAL-NET-TOTAL TO RPT-LINE-2C-AMOUNT.
           DISPLAY RPT-LINE-2C.
           MOVE PRF-EXPECTED-TOTAL TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.
           MOVE PRF-ACTUAL-TOTAL   TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-5.
           MOVE PRF-POSTINGS-APPLIED TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.
           MOVE PRF-REVERSALS-APPLIED TO RPT-LINE-6B-COUNT.
           DISPLAY RPT-LINE-6B.

           DISPLAY ' '.
           IF WS-BALANCED
               UNTIL WS-SCAN-IDX > PRF-ACCT-COUNT.

           CLOSE SNAPSHOT-FILE.
           MOVE 'Y' TO WS-SNAPSHOT-ROLLED-SWITCH.

       6000-UPDATE-SNAPSHOT-EXIT.
           EXIT.

       6100-WRITE-ONE-SNAPSHOT-EXIT.
           EXIT.

      *
      * Rewrite the PROOFSTS status record with this run's outcome.
      * A status that cannot be written leaves the day unproven as
      * far as the ledger interface is concerned - it is raised
      * with the out-of-balance return code.
      *
       7000-WRITE-PROOF-STATUS SECTION.

           OPEN OUTPUT STATUS-FILE.
           IF NOT WS-PROOF-STATUS-OK
                   DISPLAY 'MQSPROOF: UNABLE TO REWRITE PROOFSTS - '
                           'STATUS ' WS-PROOF-STATUS
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   GO TO 7000-WRITE-PROOF-STATUS-EXIT.

           MOVE WS-BUSINESS-DATE TO PFS-BUSINESS-DATE.
           ACCEPT PFS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PFS-RUN-TIME FROM TIME.
           IF WS-BALANCED
                   MOVE 'B' TO PFS-RESULT
           ELSE
                   MOVE 'O' TO PFS-RESULT.
           MOVE WS-SNAPSHOT-ROLLED-SWITCH TO PFS-SNAPSHOT-ROLLED.
           MOVE PRF-MASTER-ACCOUNTS  TO PFS-MASTER-ACCOUNTS.
           MOVE PRF-POSTINGS-APPLIED TO PFS-POSTINGS-APPLIED.
           MOVE PRF-NET-TOTAL        TO PFS-NET-TOTAL.
           MOVE PRF-ACTUAL-TOTAL     TO PFS-ACTUAL-TOTAL.
           WRITE PROOF-STATUS-RECORD.
           IF NOT WS-PROOF-STATUS-OK
                   DISPLAY 'MQSPROOF: PROOFSTS WRITE FAILED - '
                           'STATUS ' WS-PROOF-STATUS
                   MOVE 'N' TO WS-BALANCED-SWITCH.

           CLOSE STATUS-FILE.

       7000-WRITE-PROOF-STATUS-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
