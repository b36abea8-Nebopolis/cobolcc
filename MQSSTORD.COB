      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSSTORD.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSSTORD
      *
      *  Description      : Scheduled standing-order payment run.
      *
      *  Function         : Walks every active order on the
      *                     STNDORDR standing order master (MQSSORD
      *                     layout) and pays each one falling due on
      *                     or before the business date as a
      *                     transfer from its from-account to its
      *                     to-account, with the same disciplines
      *                     MQSINTF uses: the history push into the
      *                     five online slots, a JRNLFILE journal
      *                     record per leg, and a DEDUPFIL record
      *                     per leg keyed on the account plus a
      *                     correlation key built from the order
      *                     and the due date being paid ('SO' +
      *                     order ID + YYYYMMDD).  The dedup records
      *                     make the run safe to rerun: a due date
      *                     already paid - both legs, or the debit
      *                     leg of one interrupted between its legs
      *                     - is recognized and not paid again, and
      *                     each order is rewritten with its next
      *                     due date as soon as it has been dealt
      *                     with, so the order file is its own
      *                     restart point.  Payments follow the
      *                     server's insufficient-funds rule - an
      *                     order whose from-account's available
      *                     balance (ledger less active funds
      *                     holds) cannot cover it is skipped and
      *                     reported, never forced overdrawn, and a
      *                     closed or missing account skips it the
      *                     same way.  Paid or skipped, each due
      *                     date is rolled forward by the order's
      *                     frequency; an order missed on earlier
      *                     days pays each due date it missed.  An
      *                     order whose next due date passes its end
      *                     date is marked completed.  Prints a
      *                     register of every order paid, skipped
      *                     and completed and ends with return code
      *                     4 when any payment was skipped or any
      *                     order is in error, 8 when a file cannot
      *                     be processed.  Runs in the same window
      *                     as MQSINTF, after MQSERVER has quiesced
      *                     and before MQSPROOF.
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
           SELECT ORDER-FILE      ASSIGN TO STNDORDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SOR-ORDER-ID
                  FILE STATUS  IS WS-ORDER-STATUS.
      *
           SELECT ACCOUNT-FILE    ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACC-ACCOUNT-NO
                  FILE STATUS  IS WS-ACCOUNT-STATUS.
      *
           SELECT DEDUP-FILE      ASSIGN TO DEDUPFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DDP-KEY
                  FILE STATUS  IS WS-DEDUP-STATUS.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
      *    Startup parameter file - read for the business date only,
      *    so a rerun pays the day it belongs to, the same way
      *    MQSERVER stamps its records.
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
       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  ORDER-RECORD.
           COPY MQSSORD.
      *
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  ACCOUNT-RECORD.
           COPY MQSACCT.
      *
       FD  DEDUP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  DEDUP-RECORD.
           COPY MQSDDPR.
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
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
       01  WS-ORDER-STATUS             PIC X(2) VALUE '00'.
           88  WS-ORDER-OK                  VALUE '00'.
           88  WS-ORDER-NOT-FOUND           VALUE '35'.
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                VALUE '00'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                  VALUE '00'.
           88  WS-DEDUP-NOT-FOUND           VALUE '35'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
           88  WS-JOURNAL-NOT-FOUND         VALUE '35'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-DUP-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-DUP-FOUND                  VALUE 'Y'.
       01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-ORDER-CHANGED-FLAG       PIC X VALUE 'N'.
           88  WS-ORDER-CHANGED              VALUE 'Y'.
       01  WS-HIST-IDX                 PIC S9(4) BINARY VALUE 0.
      *
      *---------------------------------------------------------------
      *    Posting fields
      *---------------------------------------------------------------
      *
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
       01  WS-POSTING-TYPE             PIC X VALUE SPACE.
       01  WS-POSTING-AMOUNT           PIC 9(11)V99  VALUE 0.
       01  WS-CONTRA-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE 0.
      *
      *    The correlation key one payment posts under - both legs
      *    carry it, each on its own account, so DEDUPFIL answers
      *    for each leg separately.
      *
       01  WS-POSTING-CORREL.
           05  FILLER                  PIC X(2)  VALUE 'SO'.
           05  WS-CORREL-ORDER-ID      PIC X(6).
           05  WS-CORREL-DUE-DATE      PIC X(8).
      *
      *    What the accounts on each side looked like when the
      *    payment was edited, and which legs an earlier run has
      *    already posted.
      *
       01  WS-FROM-OPEN-FLAG           PIC X VALUE 'N'.
           88  WS-FROM-OPEN                  VALUE 'Y'.
       01  WS-TO-OPEN-FLAG             PIC X VALUE 'N'.
           88  WS-TO-OPEN                    VALUE 'Y'.
       01  WS-TO-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-TO-FOUND                   VALUE 'Y'.
       01  WS-DEBIT-DONE-FLAG          PIC X VALUE 'N'.
           88  WS-DEBIT-DONE                 VALUE 'Y'.
       01  WS-CREDIT-DONE-FLAG         PIC X VALUE 'N'.
           88  WS-CREDIT-DONE                VALUE 'Y'.
      *
      *    'P' = paid, 'S' = skipped, 'R' = already paid by an
      *    earlier run.
      *
       01  WS-PAY-RESULT               PIC X VALUE SPACE.
           88  WS-PAY-PAID                   VALUE 'P'.
           88  WS-PAY-SKIPPED                VALUE 'S'.
           88  WS-PAY-ALREADY                VALUE 'R'.
      *
      *---------------------------------------------------------------
      *    Due-date roll forward
      *---------------------------------------------------------------
      *
       01  WS-DATE-WORK                PIC X(8).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-DAYS-TO-ADD              PIC 9(3) VALUE 0.
       01  WS-MONTHS-TO-ADD            PIC 9(2) VALUE 0.
       01  WS-MONTH-LENGTH             PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-4               PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-100             PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-400             PIC 9(4) VALUE 0.
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(2).
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  SOX-ORDERS-READ             PIC 9(7) VALUE 0.
       01  SOX-PAYMENTS-MADE           PIC 9(7) VALUE 0.
       01  SOX-PAYMENTS-SKIPPED        PIC 9(7) VALUE 0.
       01  SOX-ALREADY-PAID            PIC 9(7) VALUE 0.
       01  SOX-ORDERS-COMPLETED        PIC 9(7) VALUE 0.
       01  SOX-ORDERS-IN-ERROR         PIC 9(7) VALUE 0.
       01  SOX-TOTAL-PAID              PIC 9(13)V99 VALUE 0.
       01  SOX-TOTAL-SKIPPED           PIC 9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Standing order register print lines
      *---------------------------------------------------------------
      *
       01  RPT-REGISTER-LINE.
           05  RPT-REG-EVENT           PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-ORDER-ID        PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-DUE-DATE        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-FROM            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-TO              PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-AMOUNT          PIC Z(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REG-NOTE            PIC X(22).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'ORDERS READ       : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'PAYMENTS MADE     : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-2-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'PAYMENTS SKIPPED  : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-3-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'ALREADY PAID      : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'ORDERS COMPLETED  : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(20) VALUE
                   'ORDERS IN ERROR   : '.
           05  RPT-LINE-6-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-BUSINESS-DATE.

           PERFORM 2300-OPEN-FILES.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           DISPLAY '==============================================='.
           DISPLAY ' MQSSTORD  -  STANDING ORDER PAYMENT REGISTER'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY ' '.

           PERFORM 3000-POSITION-ORDERS.
           PERFORM 3100-READ-ORDER.
           PERFORM 3500-PROCESS-ORDER
               UNTIL WS-EOF OR WS-RUN-FAILED.

           PERFORM 4600-CLOSE-FILES.
           PERFORM 5000-PRINT-SUMMARY.

           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF SOX-PAYMENTS-SKIPPED > 0
                      OR SOX-ORDERS-IN-ERROR > 0
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Pick up the business date from MQSPARM, defaulting to the
      * system date, the same way MQSERVER does at startup.
      *
       2100-READ-BUSINESS-DATE SECTION.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-FILE-OK
                   GO TO 2100-READ-BUSINESS-DATE-EXIT.

           READ PARM-FILE
               AT END
                       GO TO 2100-CLOSE-PARM-FILE.

           IF PRM-BUSINESS-DATE NOT = SPACES
              AND PRM-BUSINESS-DATE NOT = LOW-VALUES
              AND PRM-BUSINESS-DATE NUMERIC
                   MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE.

       2100-CLOSE-PARM-FILE.
           CLOSE PARM-FILE.

       2100-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *
      * Open the order file, the master, the dedup file and the
      * journal.  An order file that does not exist yet is created
      * empty - no order has been set up, and there is nothing to
      * pay.  The rest are required, for the same reason MQSINTF
      * requires them.
      *
       2300-OPEN-FILES SECTION.

           OPEN I-O ORDER-FILE.
           IF WS-ORDER-NOT-FOUND
                   OPEN OUTPUT ORDER-FILE
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE.
           IF NOT WS-ORDER-OK
                   DISPLAY 'MQSSTORD: UNABLE TO OPEN STNDORDR - '
                           'STATUS ' WS-ORDER-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN I-O ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSSTORD: UNABLE TO OPEN ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   CLOSE ORDER-FILE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN I-O DEDUP-FILE.
           IF WS-DEDUP-NOT-FOUND
                   OPEN OUTPUT DEDUP-FILE
                   CLOSE DEDUP-FILE
                   OPEN I-O DEDUP-FILE.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSSTORD: UNABLE TO OPEN DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE ORDER-FILE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
                   OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSSTORD: UNABLE TO OPEN JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   CLOSE DEDUP-FILE
                   CLOSE ACCOUNT-FILE
                   CLOSE ORDER-FILE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2300-OPEN-FILES-EXIT.
           EXIT.

      *
      * Position the order file at its first record.
      *
       3000-POSITION-ORDERS SECTION.

           MOVE LOW-VALUES TO SOR-ORDER-ID.

           START ORDER-FILE KEY > SOR-ORDER-ID
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

       3000-POSITION-ORDERS-EXIT.
           EXIT.

      *
      * Read the next order.
      *
       3100-READ-ORDER SECTION.

           IF WS-EOF
                   GO TO 3100-READ-ORDER-EXIT.

           READ ORDER-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-READ-ORDER-EXIT.

           IF NOT WS-ORDER-OK
                   DISPLAY 'MQSSTORD: STNDORDR READ FAILED - '
                           'STATUS ' WS-ORDER-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3100-READ-ORDER-EXIT.

           ADD 1 TO SOX-ORDERS-READ.

       3100-READ-ORDER-EXIT.
           EXIT.

      *
      * Pay every due date of one order that has fallen due by the
      * business date, rewrite the order with its new next due date
      * and status, then read the next order.  Only active orders
      * are paid.  An order whose due date or frequency cannot be
      * worked with is reported and left alone for MQSSOMNT to put
      * right.
      *
       3500-PROCESS-ORDER SECTION.

           IF NOT SOR-ACTIVE
                   GO TO 3500-PROCESS-ORDER-NEXT.

           IF SOR-NEXT-DUE-DATE NOT NUMERIC
              OR NOT (SOR-WEEKLY OR SOR-FORTNIGHTLY OR SOR-MONTHLY
                      OR SOR-QUARTERLY OR SOR-ANNUAL)
                   ADD 1 TO SOX-ORDERS-IN-ERROR
                   MOVE 'IN ERROR'         TO RPT-REG-EVENT
                   MOVE 'DUE DATE/FREQUENCY BAD' TO RPT-REG-NOTE
                   PERFORM 3900-PRINT-REGISTER
                   GO TO 3500-PROCESS-ORDER-NEXT.

           MOVE 'N' TO WS-ORDER-CHANGED-FLAG.

           PERFORM 3600-PAY-ONE-DUE-DATE
               UNTIL NOT SOR-ACTIVE
                     OR SOR-NEXT-DUE-DATE > WS-BUSINESS-DATE
                     OR WS-RUN-FAILED.

           IF WS-RUN-FAILED
                   GO TO 3500-PROCESS-ORDER-EXIT.

           IF NOT WS-ORDER-CHANGED
                   GO TO 3500-PROCESS-ORDER-NEXT.

           REWRITE ORDER-RECORD
               INVALID KEY
                       DISPLAY 'MQSSTORD: ORDER REWRITE FAILED - '
                               SOR-ORDER-ID
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 3500-PROCESS-ORDER-EXIT.

       3500-PROCESS-ORDER-NEXT.
           PERFORM 3100-READ-ORDER.

       3500-PROCESS-ORDER-EXIT.
           EXIT.

      *
      * Deal with the order's next due date - pay it, or skip it -
      * and roll the next due date forward.  An order already past
      * its end date (amended since, say) is completed without a
      * payment.
      *
       3600-PAY-ONE-DUE-DATE SECTION.

           MOVE 'Y' TO WS-ORDER-CHANGED-FLAG.

           IF SOR-END-DATE NOT = SPACES
              AND SOR-NEXT-DUE-DATE > SOR-END-DATE
                   GO TO 3600-PAY-ONE-DUE-DATE-COMPLETE.

           MOVE SOR-ORDER-ID      TO WS-CORREL-ORDER-ID.
           MOVE SOR-NEXT-DUE-DATE TO WS-CORREL-DUE-DATE.
           MOVE SPACES            TO RPT-REG-NOTE.

           PERFORM 3700-POST-PAYMENT.
           IF WS-RUN-FAILED
                   GO TO 3600-PAY-ONE-DUE-DATE-EXIT.

           IF WS-PAY-PAID
                   ADD 1 TO SOX-PAYMENTS-MADE
                   ADD SOR-AMOUNT TO SOX-TOTAL-PAID
                   ADD 1 TO SOR-PAID-COUNT
                   MOVE 'P'         TO SOR-LAST-RESULT
                   MOVE 'PAID'      TO RPT-REG-EVENT.
           IF WS-PAY-ALREADY
                   ADD 1 TO SOX-ALREADY-PAID
                   MOVE 'P'         TO SOR-LAST-RESULT
                   MOVE 'ALREADY'   TO RPT-REG-EVENT
                   MOVE 'PAID BY EARLIER RUN' TO RPT-REG-NOTE.
           IF WS-PAY-SKIPPED
                   ADD 1 TO SOX-PAYMENTS-SKIPPED
                   ADD SOR-AMOUNT TO SOX-TOTAL-SKIPPED
                   ADD 1 TO SOR-SKIPPED-COUNT
                   MOVE 'S'         TO SOR-LAST-RESULT
                   MOVE 'SKIPPED'   TO RPT-REG-EVENT.
           PERFORM 3900-PRINT-REGISTER.

           MOVE SOR-NEXT-DUE-DATE TO SOR-LAST-DUE-DATE.
           PERFORM 3800-ROLL-DUE-DATE.

           IF SOR-END-DATE = SPACES
              OR SOR-NEXT-DUE-DATE NOT > SOR-END-DATE
                   GO TO 3600-PAY-ONE-DUE-DATE-EXIT.

       3600-PAY-ONE-DUE-DATE-COMPLETE.
           MOVE 'E'              TO SOR-STATUS.
           MOVE WS-BUSINESS-DATE TO SOR-CLOSED-DATE.
           ADD 1 TO SOX-ORDERS-COMPLETED.
           MOVE 'COMPLETED'      TO RPT-REG-EVENT.
           MOVE 'END DATE REACHED' TO RPT-REG-NOTE.
           PERFORM 3900-PRINT-REGISTER.

       3600-PAY-ONE-DUE-DATE-EXIT.
           EXIT.

      *
      * Post one payment: the debit to the from-account, then the
      * credit to the to-account.  Each leg is looked up on the
      * dedup file first, so a rerun after an abend between the two
      * legs posts only the credit still owed, and a rerun after a
      * complete payment posts nothing.  A payment none of whose
      * legs is posted yet is edited in full - both accounts on the
      * master and active, and the from-account's available balance
      * covering the amount - and skipped with the reason if it
      * fails.
      *
       3700-POST-PAYMENT SECTION.

           MOVE SPACE TO WS-PAY-RESULT.
           MOVE 'N'   TO WS-FROM-OPEN-FLAG.
           MOVE 'N'   TO WS-TO-OPEN-FLAG.
           MOVE 'N'   TO WS-TO-FOUND-FLAG.
           MOVE 'N'   TO WS-DEBIT-DONE-FLAG.
           MOVE 'N'   TO WS-CREDIT-DONE-FLAG.
           MOVE ZERO  TO WS-AVAILABLE-BALANCE.

           MOVE SOR-FROM-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4050-FETCH-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.
           IF WS-ACCT-FOUND
                   PERFORM 4000-CHECK-DUPLICATE
                   IF WS-DUP-FOUND
                           MOVE 'Y' TO WS-DEBIT-DONE-FLAG
                   END-IF
                   IF ACC-STATUS = 'A'
                           MOVE 'Y' TO WS-FROM-OPEN-FLAG
                   END-IF
                   COMPUTE WS-AVAILABLE-BALANCE =
                           ACC-BALANCE - ACC-HOLD-TOTAL.

           MOVE SOR-TO-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4050-FETCH-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.
           IF WS-ACCT-FOUND
                   MOVE 'Y' TO WS-TO-FOUND-FLAG
                   PERFORM 4000-CHECK-DUPLICATE
                   IF WS-DUP-FOUND
                           MOVE 'Y' TO WS-CREDIT-DONE-FLAG
                   END-IF
                   IF ACC-STATUS = 'A'
                           MOVE 'Y' TO WS-TO-OPEN-FLAG.

           IF WS-DEBIT-DONE AND WS-CREDIT-DONE
                   MOVE 'R' TO WS-PAY-RESULT
                   GO TO 3700-POST-PAYMENT-EXIT.

           IF WS-DEBIT-DONE
                   GO TO 3700-POST-PAYMENT-CREDIT.

           IF NOT WS-FROM-OPEN
                   MOVE 'S' TO WS-PAY-RESULT
                   MOVE 'FROM ACCOUNT NOT OPEN' TO RPT-REG-NOTE
                   GO TO 3700-POST-PAYMENT-EXIT.
           IF NOT WS-TO-OPEN
                   MOVE 'S' TO WS-PAY-RESULT
                   MOVE 'TO ACCOUNT NOT OPEN' TO RPT-REG-NOTE
                   GO TO 3700-POST-PAYMENT-EXIT.
           IF WS-AVAILABLE-BALANCE < SOR-AMOUNT
                   MOVE 'S' TO WS-PAY-RESULT
                   MOVE 'INSUFFICIENT FUNDS' TO RPT-REG-NOTE
                   GO TO 3700-POST-PAYMENT-EXIT.
      *
      *    Debit the from side.
      *
           MOVE SOR-FROM-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4050-FETCH-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.

           MOVE 'D'              TO WS-POSTING-TYPE.
           MOVE SOR-AMOUNT       TO WS-POSTING-AMOUNT.
           MOVE SOR-TO-ACCOUNT   TO WS-CONTRA-ACCOUNT.
           SUBTRACT WS-POSTING-AMOUNT FROM ACC-BALANCE.
           PERFORM 4100-PUSH-HISTORY.
           PERFORM 4200-WRITE-JOURNAL.
           PERFORM 4300-WRITE-DEDUP.
           PERFORM 4400-REWRITE-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.
      *
      *    Credit the to side - owed whenever the debit has been
      *    posted, by this run or an earlier one, so the edits that
      *    refuse a new payment do not apply here; only a to-account
      *    gone from the master altogether stops it.
      *
       3700-POST-PAYMENT-CREDIT.
           IF NOT WS-CREDIT-DONE
              AND NOT WS-TO-FOUND
                   DISPLAY 'MQSSTORD: TO ACCOUNT ' SOR-TO-ACCOUNT
                           ' NOT ON MASTER - ORDER ' SOR-ORDER-ID
                           ' DEBITED BUT NOT CREDITED'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3700-POST-PAYMENT-EXIT.

           IF WS-CREDIT-DONE
                   GO TO 3700-POST-PAYMENT-PAID.

           MOVE SOR-TO-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4050-FETCH-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.

           MOVE 'C'              TO WS-POSTING-TYPE.
           MOVE SOR-AMOUNT       TO WS-POSTING-AMOUNT.
           MOVE SOR-FROM-ACCOUNT TO WS-CONTRA-ACCOUNT.
           ADD WS-POSTING-AMOUNT TO ACC-BALANCE.
           PERFORM 4100-PUSH-HISTORY.
           PERFORM 4200-WRITE-JOURNAL.
           PERFORM 4300-WRITE-DEDUP.
           PERFORM 4400-REWRITE-ACCOUNT.
           IF WS-RUN-FAILED
                   GO TO 3700-POST-PAYMENT-EXIT.

       3700-POST-PAYMENT-PAID.
           MOVE 'P' TO WS-PAY-RESULT.

       3700-POST-PAYMENT-EXIT.
           EXIT.

      *
      * Roll the order's next due date forward by its frequency.
      * Weekly and fortnightly orders move on seven or fourteen
      * days; monthly, quarterly and annual orders move on one,
      * three or twelve months, to the order's anchor day or the
      * last day of a shorter month.
      *
       3800-ROLL-DUE-DATE SECTION.

           MOVE SOR-NEXT-DUE-DATE TO WS-DATE-WORK.

           IF SOR-WEEKLY
                   MOVE 7 TO WS-DAYS-TO-ADD.
           IF SOR-FORTNIGHTLY
                   MOVE 14 TO WS-DAYS-TO-ADD.
           IF SOR-WEEKLY OR SOR-FORTNIGHTLY
                   PERFORM 3850-ADD-ONE-DAY WS-DAYS-TO-ADD TIMES
                   GO TO 3800-ROLL-DUE-DATE-STORE.

           IF SOR-MONTHLY
                   MOVE 1 TO WS-MONTHS-TO-ADD.
           IF SOR-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD.
           IF SOR-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD.
           PERFORM 3860-ADD-MONTHS.

       3800-ROLL-DUE-DATE-STORE.
           MOVE WS-DATE-WORK TO SOR-NEXT-DUE-DATE.

       3800-ROLL-DUE-DATE-EXIT.
           EXIT.

      *
      * Move the working date on by one day.
      *
       3850-ADD-ONE-DAY SECTION.

           ADD 1 TO WS-DW-DAY.
           PERFORM 3870-SET-MONTH-LENGTH.
           IF WS-DW-DAY > WS-MONTH-LENGTH
                   MOVE 1 TO WS-DW-DAY
                   ADD 1 TO WS-DW-MONTH.
           IF WS-DW-MONTH > 12
                   MOVE 1 TO WS-DW-MONTH
                   ADD 1 TO WS-DW-YEAR.

       3850-ADD-ONE-DAY-EXIT.
           EXIT.

      *
      * Move the working date on by WS-MONTHS-TO-ADD months, to the
      * order's anchor day - or the month's last day, if shorter.
      * An order with no anchor day keeps the day it has.
      *
       3860-ADD-MONTHS SECTION.

           ADD WS-MONTHS-TO-ADD TO WS-DW-MONTH.
           IF WS-DW-MONTH > 12
                   SUBTRACT 12 FROM WS-DW-MONTH
                   ADD 1 TO WS-DW-YEAR.

           IF SOR-ANCHOR-DAY NUMERIC
              AND SOR-ANCHOR-DAY > ZERO
                   MOVE SOR-ANCHOR-DAY TO WS-DW-DAY.

           PERFORM 3870-SET-MONTH-LENGTH.
           IF WS-DW-DAY > WS-MONTH-LENGTH
                   MOVE WS-MONTH-LENGTH TO WS-DW-DAY.

       3860-ADD-MONTHS-EXIT.
           EXIT.

      *
      * Set WS-MONTH-LENGTH for the working date's month - February
      * has twenty-nine days in a year divisible by four, unless it
      * is a century year not divisible by four hundred.
      *
       3870-SET-MONTH-LENGTH SECTION.

           MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LENGTH.

           IF WS-DW-MONTH NOT = 2
                   GO TO 3870-SET-MONTH-LENGTH-EXIT.

           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-LENGTH.

       3870-SET-MONTH-LENGTH-EXIT.
           EXIT.

      *
      * Print one register line for the current order; the caller
      * has set the event and the note.
      *
       3900-PRINT-REGISTER SECTION.

           MOVE SOR-ORDER-ID      TO RPT-REG-ORDER-ID.
           MOVE SOR-NEXT-DUE-DATE TO RPT-REG-DUE-DATE.
           MOVE SOR-FROM-ACCOUNT  TO RPT-REG-FROM.
           MOVE SOR-TO-ACCOUNT    TO RPT-REG-TO.
           MOVE SOR-AMOUNT        TO RPT-REG-AMOUNT.
           DISPLAY RPT-REGISTER-LINE.

       3900-PRINT-REGISTER-EXIT.
           EXIT.

      *
      * Look the payment's correlation key up on the dedup file for
      * the account in ACCOUNT-RECORD.  Only a clean read counts as
      * a hit, the same way MQSERVER's 1278-CHECK-DUPLICATE answers
      * it.
      *
       4000-CHECK-DUPLICATE SECTION.

           MOVE 'N' TO WS-DUP-FOUND-FLAG.
           MOVE ACC-ACCOUNT-NO    TO DDP-ACCOUNT-NO.
           MOVE WS-POSTING-CORREL TO DDP-CORREL-KEY.
           READ DEDUP-FILE
               INVALID KEY
                       GO TO 4000-CHECK-DUPLICATE-EXIT.

           IF WS-DEDUP-OK
                   MOVE 'Y' TO WS-DUP-FOUND-FLAG.

       4000-CHECK-DUPLICATE-EXIT.
           EXIT.

      *
      * Read the master record for the account in ACC-ACCOUNT-NO.
      * Not on file is an answer; a hard I/O error stops the run.
      *
       4050-FETCH-ACCOUNT SECTION.

           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           READ ACCOUNT-FILE
               INVALID KEY
                       GO TO 4050-FETCH-ACCOUNT-EXIT.

           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSSTORD: ACCTMSTR READ FAILED - STATUS '
                           WS-ACCOUNT-STATUS ' - ' ACC-ACCOUNT-NO
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 4050-FETCH-ACCOUNT-EXIT.

           MOVE 'Y' TO WS-ACCT-FOUND-FLAG.

       4050-FETCH-ACCOUNT-EXIT.
           EXIT.

      *
      * Push this posting into history slot one, shifting the older
      * entries down, exactly as MQSERVER's 1275-PUSH-HISTORY does.
      *
       4100-PUSH-HISTORY SECTION.

           PERFORM 4150-SHIFT-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 5 BY -1
               UNTIL WS-HIST-IDX < 2.

           MOVE WS-BUSINESS-DATE   TO ACC-HIST-DATE(1).
           ACCEPT ACC-HIST-TIME(1) FROM TIME.
           MOVE WS-POSTING-TYPE    TO ACC-HIST-TYPE(1).
           MOVE WS-POSTING-AMOUNT  TO ACC-HIST-AMOUNT(1).
           MOVE WS-POSTING-CORREL  TO ACC-HIST-CORREL-KEY(1).
           IF ACC-HIST-COUNT < 5
                   ADD 1 TO ACC-HIST-COUNT.

       4100-PUSH-HISTORY-EXIT.
           EXIT.

      *
      * Shift one history slot down by one.
      *
       4150-SHIFT-ONE-HISTORY SECTION.

           MOVE ACC-HIST-ENTRY(WS-HIST-IDX - 1)
                TO ACC-HIST-ENTRY(WS-HIST-IDX).

       4150-SHIFT-ONE-HISTORY-EXIT.
           EXIT.

      *
      * Write this leg's journal record.
      *
       4200-WRITE-JOURNAL SECTION.

           MOVE ACC-ACCOUNT-NO    TO JRN-ACCOUNT-NO.
           MOVE WS-BUSINESS-DATE  TO JRN-POST-DATE.
           ACCEPT JRN-POST-TIME FROM TIME.
           MOVE WS-POSTING-TYPE   TO JRN-POST-TYPE.
           MOVE WS-POSTING-AMOUNT TO JRN-AMOUNT.
           MOVE WS-POSTING-CORREL TO JRN-CORREL-KEY.
           MOVE ACC-BALANCE       TO JRN-BALANCE.
           MOVE SPACES            TO JRN-REVERSAL-OF-KEY.
           WRITE JOURNAL-RECORD.

       4200-WRITE-JOURNAL-EXIT.
           EXIT.

      *
      * Write this leg's dedup record - the key that keeps a rerun
      * from paying it again.  Each leg names the other as its
      * contra account, the way MQSERVER records a transfer, so a
      * REVS of the payment backs out both legs.
      *
       4300-WRITE-DEDUP SECTION.

           MOVE ACC-ACCOUNT-NO    TO DDP-ACCOUNT-NO.
           MOVE WS-POSTING-CORREL TO DDP-CORREL-KEY.
           MOVE WS-BUSINESS-DATE  TO DDP-POST-DATE.
           ACCEPT DDP-POST-TIME FROM TIME.
           MOVE WS-POSTING-TYPE   TO DDP-POST-TYPE.
           MOVE WS-POSTING-AMOUNT TO DDP-AMOUNT.
           MOVE ACC-BALANCE       TO DDP-BALANCE.
           MOVE WS-CONTRA-ACCOUNT TO DDP-CONTRA-ACCOUNT.
           MOVE SPACES            TO DDP-REVERSAL-OF-KEY.
           MOVE SPACES            TO DDP-REVERSED-BY-KEY.
           WRITE DEDUP-RECORD
               INVALID KEY
                       CONTINUE.

       4300-WRITE-DEDUP-EXIT.
           EXIT.

      *
      * Rewrite the posted master record.
      *
       4400-REWRITE-ACCOUNT SECTION.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSSTORD: ACCOUNT REWRITE FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       4400-REWRITE-ACCOUNT-EXIT.
           EXIT.

      *
      * Close the payment files.
      *
       4600-CLOSE-FILES SECTION.

           CLOSE JOURNAL-FILE.
           CLOSE DEDUP-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE ORDER-FILE.

       4600-CLOSE-FILES-EXIT.
           EXIT.

      *
      * Print the run summary to SYSOUT.
      *
       5000-PRINT-SUMMARY SECTION.

           DISPLAY ' '.
           MOVE SOX-ORDERS-READ      TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE SOX-PAYMENTS-MADE    TO RPT-LINE-2-COUNT.
           MOVE SOX-TOTAL-PAID       TO RPT-LINE-2-AMOUNT.
           DISPLAY RPT-LINE-2.
           MOVE SOX-PAYMENTS-SKIPPED TO RPT-LINE-3-COUNT.
           MOVE SOX-TOTAL-SKIPPED    TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.
           MOVE SOX-ALREADY-PAID     TO RPT-LINE-4-COUNT.
           DISPLAY RPT-LINE-4.
           MOVE SOX-ORDERS-COMPLETED TO RPT-LINE-5-COUNT.
           DISPLAY RPT-LINE-5.
           MOVE SOX-ORDERS-IN-ERROR  TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.

           IF WS-RUN-FAILED
                   DISPLAY '*** RUN ENDED ON A FAILURE - RERUN TO '
                           'PAY THE ORDERS STILL DUE ***'.
           DISPLAY '==============================================='.

       5000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
