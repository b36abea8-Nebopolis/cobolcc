      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSBULK.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSBULK
      *
      *  Description      : Inbound bulk posting file loader.
      *
      *  Function         : Reads a client's BULKPOST file (MQSBLKR
      *                     layout - header, detail records, trailer)
      *                     twice.  The first pass proves the file:
      *                     the header must come first and carry an
      *                     originator, a batch ID and the business
      *                     date; every detail needs an account, an
      *                     amount above zero and a type of C or D;
      *                     and the trailer, last, must agree with
      *                     the detail count and the hash total of
      *                     the amounts.  Any failure rejects the
      *                     whole batch - nothing is put, the reason
      *                     is reported, and the program ends with
      *                     return code 8 so the client can be
      *                     asked for a corrected file.  A proven
      *                     file is then read again and each detail
      *                     MQPUT onto the server's input queue as a
      *                     CRDT (type C) or DEBT (type D) request,
      *                     under the correlation key batch ID + the
      *                     detail's six-digit sequence number in
      *                     the file, so DEDUPFIL turns a
      *                     resubmitted file's details into
      *                     duplicate replies (4006) instead of
      *                     second postings.  Puts are taken in
      *                     units of 100 under syncpoint, as
      *                     MQSRPLAY takes them; a put failure stops
      *                     the load, backs out the unfinished unit
      *                     and ends with return code 8 - the file
      *                     can simply be run again.  A read error
      *                     on either pass is treated the same way:
      *                     in the first it rejects the batch, in
      *                     the second it stops the load.  The replies
      *                     go to the server's default reply queue;
      *                     MQSBRTN reads the outcome of each detail
      *                     from TRANEXTR once the server has worked
      *                     the batch.  Queue manager and input
      *                     queue come from MQSPARM as the server
      *                     reads them.
      *
      * *************************************************************
      *
      *===============================================================
       ENVIRONMENT DIVISION.
      *===============================================================
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BULK-FILE       ASSIGN TO BULKPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BULK-STATUS.
      *
      *    Startup parameter file - read for the business date the
      *    header must carry, and for the queue manager and input
      *    queue the server is reading.
      *
           SELECT PARM-FILE       ASSIGN TO MQSPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PARM-FILE-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
       FD  BULK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  BULK-RECORD.
           COPY MQSBLKR.
      *
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PARM-RECORD.
           COPY MQSPARM.
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-BULK-STATUS              PIC X(2) VALUE '00'.
           88  WS-BULK-OK                   VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-MQ-ERROR-SWITCH          PIC X VALUE 'N'.
           88  WS-MQ-ERROR                  VALUE 'Y'.
       01  WS-HEADER-SEEN-FLAG         PIC X VALUE 'N'.
           88  WS-HEADER-SEEN                VALUE 'Y'.
       01  WS-TRAILER-SEEN-FLAG        PIC X VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       01  WS-PUT-PASS-FLAG            PIC X VALUE 'N'.
           88  WS-PUT-PASS                   VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
      *
      *    Why the batch was rejected - spaces while it still
      *    proves - and the record that failed it.
      *
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-REJECT-RECORD-NO         PIC 9(7)  VALUE 0.
       01  WS-READ-ERROR-REASON.
           05  FILLER                  PIC X(20)
                   VALUE 'READ ERROR - STATUS '.
           05  WS-READ-ERROR-STATUS    PIC X(2).
      *
      *    The most details one batch may carry - MQSBRTN holds a
      *    whole batch in its match table.
      *
       01  WS-MAX-DETAILS              PIC 9(7)  VALUE 9999.
      *
      *    The header of the batch being loaded.
      *
       01  WS-BATCH-ORIGINATOR         PIC X(20) VALUE SPACES.
       01  WS-BATCH-DATE               PIC X(8)  VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(10) VALUE SPACES.
      *
      *    Correlation key of one detail's request.
      *
       01  WS-BULK-CORREL.
           05  WS-BULK-CORREL-BATCH    PIC X(10).
           05  WS-BULK-CORREL-SEQ      PIC 9(6).
      *
      *    The request being put, overlaid with its layout; the
      *    posting operands are the account and the thirteen-digit
      *    amount, twenty-three bytes, as the server reads them.
      *
       01  WS-REQUEST-IMAGE            PIC X(1000).
       01  MQS-REQUEST-RECORD REDEFINES WS-REQUEST-IMAGE.
           COPY MQSREQR.
      *
       01  WS-BULK-REQUEST-DATA.
           05  BRQ-ACCOUNT-NO          PIC X(10).
           05  BRQ-AMOUNT              PIC 9(11)V99.
      *
      *---------------------------------------------------------------
      *    Counters and control totals
      *---------------------------------------------------------------
      *
       01  BLD-RECORDS-READ            PIC 9(7) VALUE 0.
       01  BLD-RECORDS-REREAD          PIC 9(7) VALUE 0.
       01  BLD-DETAILS-READ            PIC 9(7) VALUE 0.
       01  BLD-HASH-COMPUTED           PIC 9(13)V99 VALUE 0.
       01  BLD-CREDITS-PUT             PIC 9(7) VALUE 0.
       01  BLD-DEBITS-PUT              PIC 9(7) VALUE 0.
       01  BLD-CREDIT-TOTAL            PIC 9(13)V99 VALUE 0.
       01  BLD-DEBIT-TOTAL             PIC 9(13)V99 VALUE 0.
       01  BLD-REQUESTS-PUT            PIC 9(7) VALUE 0.
       01  WS-PUTS-SINCE-COMMIT        PIC S9(9) BINARY VALUE 0.
       01  WS-COMMIT-INTERVAL          PIC S9(9) BINARY VALUE 100.
      *
      *---------------------------------------------------------------
      *    Queue Manager fields
      *---------------------------------------------------------------
      *
       01  WS-QUEUE-MGR                PIC X(48) VALUE 'MQA1'.
       01  CON-HANDLE                  PIC S9(9) BINARY.
       01  WS-TARGET-Q                 PIC X(48) VALUE 'TEST.SERVER'.
       01  OPT-OPTIONS                 PIC S9(9) BINARY.
       01  OPT-Q-HANDLE                PIC S9(9) BINARY.
       01  CLS-OPTIONS                 PIC S9(9) BINARY.
       01  COMP-CODE                   PIC S9(9) BINARY.
       01  REASON-CODE                 PIC S9(9) BINARY.
       01  OUTPUT-BUFFER-LENGTH        PIC S9(9) BINARY VALUE 1000.
      *
       01  PRT-LOG-MESSAGE.
           05  PRT-LOG-TIME        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRT-COMMAND         PIC X(10).
           05  FILLER              PIC X(13) VALUE ' COMP CODE = '.
           05  PRT-COMP-CODE       PIC 9(1).
           05  FILLER              PIC X(10) VALUE ' REASON = '.
           05  PRT-REASON-CODE     PIC 9(4).
           05  FILLER              PIC X(37) VALUE SPACES.
      *
      *    MQOD, MQMD and MQPMO are declared as 01-level records by
      *    their respective copybooks.
           COPY CMQODV.

           COPY CMQMDV.

           COPY CMQPMOV.
      *
       01  MQM-CONSTANTS.
           COPY CMQV.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'RECORDS READ      : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'DETAIL RECORDS    : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-2-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'CREDITS PUT       : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-3-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'DEBITS PUT        : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-4-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'REQUESTS PUT      : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-REJECT-LINE.
           05  FILLER                  PIC X(30) VALUE
                   '*** BATCH REJECTED AT RECORD '.
           05  RPT-REJECT-RECORD-NO    PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  RPT-REJECT-REASON       PIC X(40).
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-PARAMETERS.

           PERFORM 3000-PROVE-BATCH.
           IF NOT WS-BULK-OK AND NOT WS-EOF
                   DISPLAY 'MQSBULK: BULKPOST UNREADABLE - STATUS '
                           WS-BULK-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 5000-PRINT-REPORT
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           OPEN INPUT BULK-FILE.
           IF NOT WS-BULK-OK
                   DISPLAY 'MQSBULK: BULKPOST UNREADABLE - STATUS '
                           WS-BULK-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 2500-MQ-CONNECT.
           IF COMP-CODE NOT = MQCC-OK
                   GO TO 1000-MAIN-CLOSE-BULK.

           PERFORM 4000-MQ-OPEN-TARGET.
           IF COMP-CODE NOT = MQCC-OK
                   GO TO 1000-MAIN-DISCONNECT.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'Y' TO WS-PUT-PASS-FLAG.
           MOVE 0   TO BLD-DETAILS-READ.
           PERFORM 4100-READ-FOR-PUT.
           PERFORM 4200-PUT-ONE-RECORD
               UNTIL WS-EOF OR WS-MQ-ERROR
                     OR WS-REJECT-REASON NOT = SPACES.
      *
      *    Commit the final partial unit - unless the load died on a
      *    put or a read, in which case the unfinished unit is left
      *    to back out with the disconnect.
      *
           IF NOT WS-MQ-ERROR AND WS-REJECT-REASON = SPACES
              AND WS-PUTS-SINCE-COMMIT > 0
                   PERFORM 4800-MQ-COMMIT.

           PERFORM 5500-MQ-CLOSE-TARGET.

       1000-MAIN-DISCONNECT.
           PERFORM 6000-MQ-DISCONNECT.

       1000-MAIN-CLOSE-BULK.
           CLOSE BULK-FILE.
           PERFORM 5000-PRINT-REPORT.
      *
      *    Set the return code explicitly either way - the MQ calls
      *    above leave their own linkage in the register.
      *
           IF WS-MQ-ERROR OR WS-REJECT-REASON NOT = SPACES
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Pick up the business date, the queue manager and the input
      * queue from MQSPARM, keeping the defaults for any left blank
      * - the same way MQSERVER reads them at startup.
      *
       2100-READ-PARAMETERS SECTION.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-FILE-OK
                   GO TO 2100-READ-PARAMETERS-EXIT.

           READ PARM-FILE
               AT END
                       GO TO 2100-CLOSE-PARM-FILE.

           IF PRM-QUEUE-MGR NOT = SPACES
                   MOVE PRM-QUEUE-MGR TO WS-QUEUE-MGR.
           IF PRM-INPUT-Q NOT = SPACES
                   MOVE PRM-INPUT-Q   TO WS-TARGET-Q.
           IF PRM-BUSINESS-DATE NOT = SPACES
              AND PRM-BUSINESS-DATE NOT = LOW-VALUES
              AND PRM-BUSINESS-DATE NUMERIC
                   MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE.

       2100-CLOSE-PARM-FILE.
           CLOSE PARM-FILE.

       2100-READ-PARAMETERS-EXIT.
           EXIT.

      *
      * First pass - prove the whole file against its header and
      * trailer before a single detail is put.  The first failure
      * found rejects the batch and names the record.
      *
       3000-PROVE-BATCH SECTION.

           OPEN INPUT BULK-FILE.
           IF NOT WS-BULK-OK
                   GO TO 3000-PROVE-BATCH-EXIT.

           PERFORM 3100-READ-FOR-PROOF.
           PERFORM 3200-PROVE-ONE-RECORD
               UNTIL WS-EOF OR WS-REJECT-REASON NOT = SPACES.

           CLOSE BULK-FILE.

           IF WS-REJECT-REASON NOT = SPACES
                   GO TO 3000-PROVE-BATCH-EXIT.

           MOVE BLD-RECORDS-READ TO WS-REJECT-RECORD-NO.
           IF NOT WS-HEADER-SEEN
                   MOVE 'FILE EMPTY' TO WS-REJECT-REASON
                   GO TO 3000-PROVE-BATCH-EXIT.
           IF NOT WS-TRAILER-SEEN
                   MOVE 'TRAILER RECORD MISSING' TO WS-REJECT-REASON
                   GO TO 3000-PROVE-BATCH-EXIT.
           IF BLD-DETAILS-READ = ZERO
                   MOVE 'NO DETAIL RECORDS' TO WS-REJECT-REASON.

       3000-PROVE-BATCH-EXIT.
           EXIT.

      *
      * Read the next record for the proving pass.
      *
       3100-READ-FOR-PROOF SECTION.

           READ BULK-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-READ-FOR-PROOF-EXIT.

           IF NOT WS-BULK-OK
                   ADD 1 BLD-RECORDS-READ GIVING WS-REJECT-RECORD-NO
                   MOVE WS-BULK-STATUS       TO WS-READ-ERROR-STATUS
                   MOVE WS-READ-ERROR-REASON TO WS-REJECT-REASON
                   GO TO 3100-READ-FOR-PROOF-EXIT.

           ADD 1 TO BLD-RECORDS-READ.

       3100-READ-FOR-PROOF-EXIT.
           EXIT.

      *
      * Prove one record, then read the next.
      *
       3200-PROVE-ONE-RECORD SECTION.

           MOVE BLD-RECORDS-READ TO WS-REJECT-RECORD-NO.

           IF WS-TRAILER-SEEN
                   MOVE 'RECORD AFTER TRAILER' TO WS-REJECT-REASON
                   GO TO 3200-PROVE-ONE-RECORD-EXIT.

           IF NOT WS-HEADER-SEEN
              AND NOT BLK-HEADER
                   MOVE 'FIRST RECORD NOT A HEADER'
                        TO WS-REJECT-REASON
                   GO TO 3200-PROVE-ONE-RECORD-EXIT.

           IF BLK-HEADER
                   PERFORM 3300-PROVE-HEADER
           ELSE
                   IF BLK-DETAIL
                           PERFORM 3400-PROVE-DETAIL
                   ELSE
                           IF BLK-TRAILER
                                   PERFORM 3500-PROVE-TRAILER
                           ELSE
                                   MOVE 'RECORD TYPE INVALID'
                                        TO WS-REJECT-REASON.

           IF WS-REJECT-REASON NOT = SPACES
                   GO TO 3200-PROVE-ONE-RECORD-EXIT.

           PERFORM 3100-READ-FOR-PROOF.

       3200-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *
      * The header - first record only, fully filled in, for the
      * business date being run.
      *
       3300-PROVE-HEADER SECTION.

           IF WS-HEADER-SEEN
                   MOVE 'SECOND HEADER RECORD' TO WS-REJECT-REASON
                   GO TO 3300-PROVE-HEADER-EXIT.

           MOVE 'Y' TO WS-HEADER-SEEN-FLAG.
           MOVE BLK-ORIGINATOR    TO WS-BATCH-ORIGINATOR.
           MOVE BLK-BUSINESS-DATE TO WS-BATCH-DATE.
           MOVE BLK-BATCH-ID      TO WS-BATCH-ID.

           IF BLK-ORIGINATOR = SPACES
                   MOVE 'ORIGINATOR MISSING' TO WS-REJECT-REASON
                   GO TO 3300-PROVE-HEADER-EXIT.
           IF BLK-BATCH-ID = SPACES
                   MOVE 'BATCH ID MISSING' TO WS-REJECT-REASON
                   GO TO 3300-PROVE-HEADER-EXIT.
           IF BLK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'HEADER DATE NOT THE BUSINESS DATE'
                        TO WS-REJECT-REASON.

       3300-PROVE-HEADER-EXIT.
           EXIT.

      *
      * A detail - an account, an amount above zero and a type the
      * server can post; counted and hashed for the trailer.
      *
       3400-PROVE-DETAIL SECTION.

           IF BLK-ACCOUNT-NO = SPACES
                   MOVE 'DETAIL ACCOUNT MISSING' TO WS-REJECT-REASON
                   GO TO 3400-PROVE-DETAIL-EXIT.
           IF BLK-AMOUNT-X NOT NUMERIC
              OR BLK-AMOUNT = ZERO
                   MOVE 'DETAIL AMOUNT INVALID' TO WS-REJECT-REASON
                   GO TO 3400-PROVE-DETAIL-EXIT.
           IF NOT BLK-CREDIT AND NOT BLK-DEBIT
                   MOVE 'DETAIL TYPE NOT C OR D' TO WS-REJECT-REASON
                   GO TO 3400-PROVE-DETAIL-EXIT.

           ADD 1 TO BLD-DETAILS-READ.
           IF BLD-DETAILS-READ > WS-MAX-DETAILS
                   MOVE 'TOO MANY DETAIL RECORDS' TO WS-REJECT-REASON
                   GO TO 3400-PROVE-DETAIL-EXIT.

           ADD BLK-AMOUNT TO BLD-HASH-COMPUTED.

       3400-PROVE-DETAIL-EXIT.
           EXIT.

      *
      * The trailer - its count and hash total must agree with the
      * details actually on the file.
      *
       3500-PROVE-TRAILER SECTION.

           MOVE 'Y' TO WS-TRAILER-SEEN-FLAG.

           IF BLK-RECORD-COUNT-X NOT NUMERIC
              OR BLK-RECORD-COUNT NOT = BLD-DETAILS-READ
                   MOVE 'TRAILER RECORD COUNT DOES NOT AGREE'
                        TO WS-REJECT-REASON
                   GO TO 3500-PROVE-TRAILER-EXIT.
           IF BLK-HASH-TOTAL-X NOT NUMERIC
              OR BLK-HASH-TOTAL NOT = BLD-HASH-COMPUTED
                   MOVE 'TRAILER HASH TOTAL DOES NOT AGREE'
                        TO WS-REJECT-REASON.

       3500-PROVE-TRAILER-EXIT.
           EXIT.

      *
      * Open the server's input queue for output.
      *
       4000-MQ-OPEN-TARGET SECTION.

           MOVE MQOT-Q      TO MQOD-OBJECTTYPE.
           MOVE WS-TARGET-Q TO MQOD-OBJECTNAME.
           MOVE SPACES      TO MQOD-OBJECTQMGRNAME.
           COMPUTE OPT-OPTIONS = MQOO-OUTPUT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
                               MQOD
                               OPT-OPTIONS
                               OPT-Q-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQOPEN'      TO PRT-COMMAND.
           MOVE COMP-CODE     TO PRT-COMP-CODE.
           MOVE REASON-CODE   TO PRT-REASON-CODE.
           ACCEPT PRT-LOG-TIME  FROM TIME.
           DISPLAY PRT-LOG-MESSAGE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH.

       4000-MQ-OPEN-TARGET-EXIT.
           EXIT.

      *
      * Read the next record for the put pass.  The file has been
      * proved, so only the details matter here; each is numbered
      * in file order for its correlation key.  A read error now
      * stops the load.
      *
       4100-READ-FOR-PUT SECTION.

           READ BULK-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 4100-READ-FOR-PUT-EXIT.

           IF NOT WS-BULK-OK
                   ADD 1 BLD-RECORDS-REREAD
                       GIVING WS-REJECT-RECORD-NO
                   MOVE WS-BULK-STATUS       TO WS-READ-ERROR-STATUS
                   MOVE WS-READ-ERROR-REASON TO WS-REJECT-REASON
                   GO TO 4100-READ-FOR-PUT-EXIT.

           ADD 1 TO BLD-RECORDS-REREAD.

           IF BLK-DETAIL
                   ADD 1 TO BLD-DETAILS-READ.

       4100-READ-FOR-PUT-EXIT.
           EXIT.

      *
      * Put one detail onto the input queue as a posting request -
      * a fresh request message, new MsgId, no CorrelId - under
      * syncpoint, committing every WS-COMMIT-INTERVAL puts; then
      * read the next record.
      *
       4200-PUT-ONE-RECORD SECTION.

           IF NOT BLK-DETAIL
                   GO TO 4200-PUT-ONE-RECORD-NEXT.

           MOVE SPACES            TO WS-REQUEST-IMAGE.
           IF BLK-CREDIT
                   MOVE 'CRDT'    TO REQ-TRANS-CODE
           ELSE
                   MOVE 'DEBT'    TO REQ-TRANS-CODE.
           MOVE WS-BATCH-ID       TO WS-BULK-CORREL-BATCH.
           MOVE BLD-DETAILS-READ  TO WS-BULK-CORREL-SEQ.
           MOVE WS-BULK-CORREL    TO REQ-CORREL-KEY.
           MOVE BLK-ACCOUNT-NO    TO BRQ-ACCOUNT-NO.
           MOVE BLK-AMOUNT        TO BRQ-AMOUNT.
           MOVE 23                TO REQ-DATA-LENGTH.
           MOVE WS-BULK-REQUEST-DATA TO REQ-DATA.

           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                   MQPMO-FAIL-IF-QUIESCING.
           MOVE MQMT-REQUEST   TO MQMD-MSGTYPE.
           MOVE MQMI-NONE      TO MQMD-MSGID.
           MOVE MQCI-NONE      TO MQMD-CORRELID.
      *
           CALL 'MQPUT' USING  CON-HANDLE
                               OPT-Q-HANDLE
                               MQMD
                               MQPMO
                               OUTPUT-BUFFER-LENGTH
                               WS-REQUEST-IMAGE
                               COMP-CODE
                               REASON-CODE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'MQPUT'       TO PRT-COMMAND
                   MOVE COMP-CODE     TO PRT-COMP-CODE
                   MOVE REASON-CODE   TO PRT-REASON-CODE
                   ACCEPT PRT-LOG-TIME  FROM TIME
                   DISPLAY PRT-LOG-MESSAGE
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH
                   GO TO 4200-PUT-ONE-RECORD-EXIT.

           ADD 1 TO BLD-REQUESTS-PUT.
           IF BLK-CREDIT
                   ADD 1 TO BLD-CREDITS-PUT
                   ADD BLK-AMOUNT TO BLD-CREDIT-TOTAL
           ELSE
                   ADD 1 TO BLD-DEBITS-PUT
                   ADD BLK-AMOUNT TO BLD-DEBIT-TOTAL.

           ADD 1 TO WS-PUTS-SINCE-COMMIT.
           IF WS-PUTS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                   PERFORM 4800-MQ-COMMIT.

       4200-PUT-ONE-RECORD-NEXT.
           IF NOT WS-MQ-ERROR
                   PERFORM 4100-READ-FOR-PUT.

       4200-PUT-ONE-RECORD-EXIT.
           EXIT.

      *
      * Take a syncpoint on the puts so far.
      *
       4800-MQ-COMMIT SECTION.

           CALL 'MQCMIT' USING CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQCMIT'      TO PRT-COMMAND.
           MOVE COMP-CODE     TO PRT-COMP-CODE.
           MOVE REASON-CODE   TO PRT-REASON-CODE.
           ACCEPT PRT-LOG-TIME  FROM TIME.
           DISPLAY PRT-LOG-MESSAGE.

           IF COMP-CODE = MQCC-OK
                   MOVE 0 TO WS-PUTS-SINCE-COMMIT
           ELSE
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH.

       4800-MQ-COMMIT-EXIT.
           EXIT.

      *
      * Connect to the queue manager.
      *
       2500-MQ-CONNECT SECTION.

           CALL 'MQCONN' USING WS-QUEUE-MGR
                               CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQCONN'      TO PRT-COMMAND.
           MOVE COMP-CODE     TO PRT-COMP-CODE.
           MOVE REASON-CODE   TO PRT-REASON-CODE.
           ACCEPT PRT-LOG-TIME  FROM TIME.
           DISPLAY PRT-LOG-MESSAGE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH.

       2500-MQ-CONNECT-EXIT.
           EXIT.

      *
      * Close the input queue.
      *
       5500-MQ-CLOSE-TARGET SECTION.

           MOVE MQCO-NONE TO CLS-OPTIONS.
      *
           CALL 'MQCLOSE' USING CON-HANDLE
                                OPT-Q-HANDLE
                                CLS-OPTIONS
                                COMP-CODE
                                REASON-CODE.

       5500-MQ-CLOSE-TARGET-EXIT.
           EXIT.

      *
      * Disconnect from the queue manager.
      *
       6000-MQ-DISCONNECT SECTION.

           CALL 'MQDISC' USING CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

       6000-MQ-DISCONNECT-EXIT.
           EXIT.

      *
      * Print the load report to SYSOUT.
      *
       5000-PRINT-REPORT SECTION.

           DISPLAY '==============================================='.
           DISPLAY '   MQSBULK  -  BULK POSTING FILE LOAD REPORT'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY 'ORIGINATOR    ' WS-BATCH-ORIGINATOR.
           DISPLAY 'BATCH ID      ' WS-BATCH-ID
                   '  HEADER DATE ' WS-BATCH-DATE.
           DISPLAY 'INPUT QUEUE   ' WS-TARGET-Q.
           DISPLAY ' '.

           MOVE BLD-RECORDS-READ     TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.

           MOVE BLD-DETAILS-READ     TO RPT-LINE-2-COUNT.
           MOVE BLD-HASH-COMPUTED    TO RPT-LINE-2-AMOUNT.
           DISPLAY RPT-LINE-2.

           IF WS-REJECT-REASON NOT = SPACES AND NOT WS-PUT-PASS
                   MOVE WS-REJECT-RECORD-NO TO RPT-REJECT-RECORD-NO
                   MOVE WS-REJECT-REASON    TO RPT-REJECT-REASON
                   DISPLAY RPT-REJECT-LINE
                   DISPLAY '*** NOTHING PUT - THE CLIENT MUST SEND '
                           'A CORRECTED FILE ***'
                   GO TO 5000-PRINT-REPORT-END.

           MOVE BLD-CREDITS-PUT      TO RPT-LINE-3-COUNT.
           MOVE BLD-CREDIT-TOTAL     TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.

           MOVE BLD-DEBITS-PUT       TO RPT-LINE-4-COUNT.
           MOVE BLD-DEBIT-TOTAL      TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-4.

           MOVE BLD-REQUESTS-PUT     TO RPT-LINE-5-COUNT.
           DISPLAY RPT-LINE-5.

           IF WS-MQ-ERROR
                   DISPLAY '*** LOAD ENDED ON AN MQ FAILURE - '
                           'LAST UNCOMMITTED UNIT BACKED OUT - '
                           'RERUN THE FILE ***'.

           IF WS-REJECT-REASON NOT = SPACES
                   DISPLAY '*** LOAD ENDED AT RECORD '
                           WS-REJECT-RECORD-NO ' - '
                           WS-REJECT-REASON
                   DISPLAY '*** LAST UNCOMMITTED UNIT BACKED OUT - '
                           'RERUN THE FILE ***'.

       5000-PRINT-REPORT-END.
           DISPLAY '==============================================='.

       5000-PRINT-REPORT-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
