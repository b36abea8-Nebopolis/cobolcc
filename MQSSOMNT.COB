      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSSOMNT.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSSOMNT
      *
      *  Description      : Batch standing-order maintenance
      *                     utility.
      *
      *  Function         : Reads a transaction file of maintenance
      *                     actions and applies them to the STNDORDR
      *                     standing order master under the MQSSORD
      *                     layout, for MQSSTORD to pay from:
      *                       ADD   set up the order - both accounts
      *                             on ACCTMSTR and active, and
      *                             different; amount above zero; a
      *                             valid frequency; a first due
      *                             date on or after the business
      *                             date; and an end date, if any,
      *                             on or after the first due date
      *                       AMND  replace the amount, frequency,
      *                             next due date, end date or
      *                             reference of an active order -
      *                             each field left blank stays as
      *                             it is, and an end date of
      *                             zeros removes the end date.  The
      *                             accounts are never amended; the
      *                             order is cancelled and set up
      *                             again instead
      *                       CANC  cancel an active order
      *                     A new or amended next due date sets the
      *                     order's anchor day - the day of the
      *                     month its monthly, quarterly and annual
      *                     payments fall on.  Orders are never
      *                     deleted.  Creates the order file empty
      *                     first if it does not exist yet, the same
      *                     way MQSMAINT creates the master.  Prints
      *                     one report line per action - applied, or
      *                     rejected with the reason - and ends with
      *                     return code 4 when any action was
      *                     rejected (8 when a file could not be
      *                     opened) so the scheduler can raise it.
      *
      *                     Transaction record layout (SOTRAN):
      *                       action          X(4)  ADD/AMND/CANC
      *                       order ID        X(6)
      *                       from account    X(10) ADD only
      *                       to account      X(10) ADD only
      *                       amount          9(11)V99
      *                       frequency       X(1)  W/F/M/Q/A
      *                       next due date   X(8)  YYYYMMDD
      *                       end date        X(8)  YYYYMMDD
      *                       reference       X(18)
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
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SOR-ORDER-ID
                  FILE STATUS  IS WS-ORDER-STATUS.
      *
           SELECT ACCOUNT-FILE    ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACC-ACCOUNT-NO
                  FILE STATUS  IS WS-ACCOUNT-STATUS.
      *
           SELECT SOTRAN-FILE     ASSIGN TO SOTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SOTRAN-STATUS.
      *
      *    Startup parameter file - read for the business date only,
      *    which a first due date may not fall before.
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
       FD  SOTRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SOTRAN-RECORD.
           05  SOT-ACTION              PIC X(4).
           05  SOT-ORDER-ID            PIC X(6).
           05  SOT-FROM-ACCOUNT        PIC X(10).
           05  SOT-TO-ACCOUNT          PIC X(10).
           05  SOT-AMOUNT              PIC X(13).
           05  SOT-AMOUNT-NUM REDEFINES SOT-AMOUNT
                                       PIC 9(11)V99.
           05  SOT-FREQUENCY           PIC X(1).
               88  SOT-FREQUENCY-VALID      VALUE 'W' 'F' 'M'
                                                  'Q' 'A'.
           05  SOT-NEXT-DUE-DATE       PIC X(8).
           05  SOT-END-DATE            PIC X(8).
           05  SOT-REFERENCE           PIC X(18).
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
       01  WS-SOTRAN-STATUS            PIC X(2) VALUE '00'.
           88  WS-SOTRAN-OK                 VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-ORDER-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-ORDER-FOUND                VALUE 'Y'.
       01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-DATE-VALID-FLAG          PIC X VALUE 'N'.
           88  WS-DATE-VALID                 VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
      *
      *    The next due date and end date an amended order will
      *    carry, edited together before anything is changed.
      *
       01  WS-NEW-NEXT-DUE-DATE        PIC X(8)  VALUE SPACES.
       01  WS-NEW-END-DATE             PIC X(8)  VALUE SPACES.
      *
      *---------------------------------------------------------------
      *    Date editing
      *---------------------------------------------------------------
      *
       01  WS-DATE-WORK                PIC X(8).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
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
       01  SOM-ACTIONS-READ            PIC 9(7) VALUE 0.
       01  SOM-ACTIONS-APPLIED         PIC 9(7) VALUE 0.
       01  SOM-ACTIONS-REJECTED        PIC 9(7) VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-ACTION-LINE.
           05  RPT-ACT-VERDICT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ACT-ACTION          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ACT-ORDER-ID        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ACT-REASON          PIC X(40).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'ACTIONS READ      : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'ACTIONS APPLIED   : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'ACTIONS REJECTED  : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-BUSINESS-DATE.

           OPEN INPUT SOTRAN-FILE.
           IF NOT WS-SOTRAN-OK
                   DISPLAY 'MQSSOMNT: SOTRAN UNREADABLE - STATUS '
                           WS-SOTRAN-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSSOMNT: UNABLE TO OPEN ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   CLOSE SOTRAN-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 2000-OPEN-ORDER-FILE.
           IF NOT WS-ORDER-OK
                   DISPLAY 'MQSSOMNT: UNABLE TO OPEN STNDORDR - '
                           'STATUS ' WS-ORDER-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE SOTRAN-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           DISPLAY '==============================================='.
           DISPLAY '  MQSSOMNT  -  STANDING ORDER MAINTENANCE'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.

           PERFORM 3000-READ-ACTION.
           PERFORM 3500-PROCESS-ACTION UNTIL WS-EOF.

           CLOSE ORDER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE SOTRAN-FILE.
           PERFORM 5000-PRINT-SUMMARY.

           IF SOM-ACTIONS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Open the order file for read and update, creating it empty
      * if it does not exist yet, so the first order can be set up
      * without a hand-built file.
      *
       2000-OPEN-ORDER-FILE SECTION.

           OPEN I-O ORDER-FILE.
           IF WS-ORDER-NOT-FOUND
                   OPEN OUTPUT ORDER-FILE
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE.

       2000-OPEN-ORDER-FILE-EXIT.
           EXIT.

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
      * Read the next maintenance action.
      *
       3000-READ-ACTION SECTION.

           READ SOTRAN-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH.

           IF NOT WS-EOF
                   ADD 1 TO SOM-ACTIONS-READ.

       3000-READ-ACTION-EXIT.
           EXIT.

      *
      * Apply one maintenance action and report the verdict, then
      * read the next one.  Every rejection names its reason, so the
      * clerk can fix the input and rerun just the rejects.
      *
       3500-PROCESS-ACTION SECTION.

           MOVE SPACES TO WS-REJECT-REASON.

           IF SOT-ORDER-ID = SPACES
                   MOVE 'ORDER ID MISSING'
                        TO WS-REJECT-REASON
                   GO TO 3500-PROCESS-ACTION-VERDICT.

           EVALUATE SOT-ACTION
               WHEN 'ADD '
                       PERFORM 3600-APPLY-ADD
               WHEN 'AMND'
                       PERFORM 3700-APPLY-AMEND
               WHEN 'CANC'
                       PERFORM 3800-APPLY-CANCEL
               WHEN OTHER
                       MOVE 'ACTION NOT RECOGNIZED'
                            TO WS-REJECT-REASON
           END-EVALUATE.

       3500-PROCESS-ACTION-VERDICT.
           MOVE SOT-ACTION       TO RPT-ACT-ACTION.
           MOVE SOT-ORDER-ID     TO RPT-ACT-ORDER-ID.
           MOVE WS-REJECT-REASON TO RPT-ACT-REASON.
           IF WS-REJECT-REASON = SPACES
                   ADD 1 TO SOM-ACTIONS-APPLIED
                   MOVE 'APPLIED ' TO RPT-ACT-VERDICT
           ELSE
                   ADD 1 TO SOM-ACTIONS-REJECTED
                   MOVE 'REJECTED' TO RPT-ACT-VERDICT.
           DISPLAY RPT-ACTION-LINE.

           PERFORM 3000-READ-ACTION.

       3500-PROCESS-ACTION-EXIT.
           EXIT.

      *
      * ADD - set up the order, active, with its first due date as
      * the next due date and that date's day as its anchor day.
      * Every field of the new record is set here.
      *
       3600-APPLY-ADD SECTION.

           PERFORM 4000-FETCH-ORDER.
           IF WS-ORDER-FOUND
                   MOVE 'ORDER ALREADY ON FILE'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           MOVE SOT-FROM-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4100-FETCH-ACCOUNT.
           IF NOT WS-ACCT-FOUND
                   MOVE 'FROM ACCOUNT NOT FOUND'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.
           IF ACC-STATUS NOT = 'A'
                   MOVE 'FROM ACCOUNT NOT ACTIVE'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           MOVE SOT-TO-ACCOUNT TO ACC-ACCOUNT-NO.
           PERFORM 4100-FETCH-ACCOUNT.
           IF NOT WS-ACCT-FOUND
                   MOVE 'TO ACCOUNT NOT FOUND'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.
           IF ACC-STATUS NOT = 'A'
                   MOVE 'TO ACCOUNT NOT ACTIVE'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           IF SOT-FROM-ACCOUNT = SOT-TO-ACCOUNT
                   MOVE 'FROM AND TO ACCOUNTS THE SAME'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           IF SOT-AMOUNT NOT NUMERIC
              OR SOT-AMOUNT-NUM = ZERO
                   MOVE 'AMOUNT INVALID'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           IF NOT SOT-FREQUENCY-VALID
                   MOVE 'FREQUENCY INVALID'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           MOVE SOT-NEXT-DUE-DATE TO WS-DATE-WORK.
           PERFORM 4300-EDIT-DATE.
           IF NOT WS-DATE-VALID
                   MOVE 'FIRST DUE DATE INVALID'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.
           IF SOT-NEXT-DUE-DATE < WS-BUSINESS-DATE
                   MOVE 'FIRST DUE DATE BEFORE BUSINESS DATE'
                        TO WS-REJECT-REASON
                   GO TO 3600-APPLY-ADD-EXIT.

           IF SOT-END-DATE NOT = SPACES
                   MOVE SOT-END-DATE TO WS-DATE-WORK
                   PERFORM 4300-EDIT-DATE
                   IF NOT WS-DATE-VALID
                           MOVE 'END DATE INVALID'
                                TO WS-REJECT-REASON
                           GO TO 3600-APPLY-ADD-EXIT
                   END-IF
                   IF SOT-END-DATE < SOT-NEXT-DUE-DATE
                           MOVE 'END DATE BEFORE FIRST DUE DATE'
                                TO WS-REJECT-REASON
                           GO TO 3600-APPLY-ADD-EXIT.

           MOVE SPACES            TO ORDER-RECORD.
           MOVE SOT-ORDER-ID      TO SOR-ORDER-ID.
           MOVE SOT-FROM-ACCOUNT  TO SOR-FROM-ACCOUNT.
           MOVE SOT-TO-ACCOUNT    TO SOR-TO-ACCOUNT.
           MOVE SOT-AMOUNT-NUM    TO SOR-AMOUNT.
           MOVE SOT-FREQUENCY     TO SOR-FREQUENCY.
           MOVE SOT-NEXT-DUE-DATE TO SOR-NEXT-DUE-DATE.
           MOVE SOT-NEXT-DUE-DATE TO WS-DATE-WORK.
           MOVE WS-DW-DAY         TO SOR-ANCHOR-DAY.
           MOVE SOT-END-DATE      TO SOR-END-DATE.
           MOVE 'A'               TO SOR-STATUS.
           MOVE SOT-REFERENCE     TO SOR-REFERENCE.
           MOVE WS-BUSINESS-DATE  TO SOR-CREATED-DATE.
           MOVE SPACES            TO SOR-CLOSED-DATE.
           MOVE SPACES            TO SOR-LAST-DUE-DATE.
           MOVE SPACE             TO SOR-LAST-RESULT.
           MOVE ZERO              TO SOR-PAID-COUNT.
           MOVE ZERO              TO SOR-SKIPPED-COUNT.

           WRITE ORDER-RECORD
               INVALID KEY
                       MOVE 'ORDER WRITE FAILED'
                            TO WS-REJECT-REASON.

       3600-APPLY-ADD-EXIT.
           EXIT.

      *
      * AMND - replace the non-blank fields of an active order.
      * Everything is edited before anything is changed, and the
      * resulting end date must not fall before the resulting next
      * due date.
      *
       3700-APPLY-AMEND SECTION.

           PERFORM 4000-FETCH-ORDER.
           IF NOT WS-ORDER-FOUND
                   MOVE 'ORDER NOT FOUND'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           IF NOT SOR-ACTIVE
                   MOVE 'ORDER NOT ACTIVE'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           IF SOT-FROM-ACCOUNT NOT = SPACES
              OR SOT-TO-ACCOUNT NOT = SPACES
                   MOVE 'ACCOUNTS CANNOT BE AMENDED'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           IF SOT-AMOUNT = SPACES
              AND SOT-FREQUENCY = SPACE
              AND SOT-NEXT-DUE-DATE = SPACES
              AND SOT-END-DATE = SPACES
              AND SOT-REFERENCE = SPACES
                   MOVE 'NOTHING TO AMEND'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           IF SOT-AMOUNT NOT = SPACES
                   IF SOT-AMOUNT NOT NUMERIC
                      OR SOT-AMOUNT-NUM = ZERO
                           MOVE 'AMOUNT INVALID'
                                TO WS-REJECT-REASON
                           GO TO 3700-APPLY-AMEND-EXIT.

           IF SOT-FREQUENCY NOT = SPACE
              AND NOT SOT-FREQUENCY-VALID
                   MOVE 'FREQUENCY INVALID'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           MOVE SOR-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE-DATE.
           IF SOT-NEXT-DUE-DATE NOT = SPACES
                   MOVE SOT-NEXT-DUE-DATE TO WS-DATE-WORK
                   PERFORM 4300-EDIT-DATE
                   IF NOT WS-DATE-VALID
                           MOVE 'NEXT DUE DATE INVALID'
                                TO WS-REJECT-REASON
                           GO TO 3700-APPLY-AMEND-EXIT
                   END-IF
                   IF SOT-NEXT-DUE-DATE < WS-BUSINESS-DATE
                           MOVE 'NEXT DUE DATE BEFORE BUSINESS DATE'
                                TO WS-REJECT-REASON
                           GO TO 3700-APPLY-AMEND-EXIT
                   END-IF
                   MOVE SOT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE-DATE.

           MOVE SOR-END-DATE TO WS-NEW-END-DATE.
           IF SOT-END-DATE = '00000000'
                   MOVE SPACES TO WS-NEW-END-DATE
           ELSE
                   IF SOT-END-DATE NOT = SPACES
                           MOVE SOT-END-DATE TO WS-DATE-WORK
                           PERFORM 4300-EDIT-DATE
                           IF NOT WS-DATE-VALID
                                   MOVE 'END DATE INVALID'
                                        TO WS-REJECT-REASON
                                   GO TO 3700-APPLY-AMEND-EXIT
                           END-IF
                           MOVE SOT-END-DATE TO WS-NEW-END-DATE.

           IF WS-NEW-END-DATE NOT = SPACES
              AND WS-NEW-END-DATE < WS-NEW-NEXT-DUE-DATE
                   MOVE 'END DATE BEFORE NEXT DUE DATE'
                        TO WS-REJECT-REASON
                   GO TO 3700-APPLY-AMEND-EXIT.

           IF SOT-AMOUNT NOT = SPACES
                   MOVE SOT-AMOUNT-NUM TO SOR-AMOUNT.
           IF SOT-FREQUENCY NOT = SPACE
                   MOVE SOT-FREQUENCY TO SOR-FREQUENCY.
           IF SOT-NEXT-DUE-DATE NOT = SPACES
                   MOVE SOT-NEXT-DUE-DATE TO SOR-NEXT-DUE-DATE
                   MOVE SOT-NEXT-DUE-DATE TO WS-DATE-WORK
                   MOVE WS-DW-DAY         TO SOR-ANCHOR-DAY.
           MOVE WS-NEW-END-DATE TO SOR-END-DATE.
           IF SOT-REFERENCE NOT = SPACES
                   MOVE SOT-REFERENCE TO SOR-REFERENCE.

           PERFORM 4200-REWRITE-ORDER.

       3700-APPLY-AMEND-EXIT.
           EXIT.

      *
      * CANC - cancel an active order.  It stays on file, closed on
      * the business date, with its payment counts.
      *
       3800-APPLY-CANCEL SECTION.

           PERFORM 4000-FETCH-ORDER.
           IF NOT WS-ORDER-FOUND
                   MOVE 'ORDER NOT FOUND'
                        TO WS-REJECT-REASON
                   GO TO 3800-APPLY-CANCEL-EXIT.

           IF NOT SOR-ACTIVE
                   MOVE 'ORDER NOT ACTIVE'
                        TO WS-REJECT-REASON
                   GO TO 3800-APPLY-CANCEL-EXIT.

           MOVE 'C'              TO SOR-STATUS.
           MOVE WS-BUSINESS-DATE TO SOR-CLOSED-DATE.
           PERFORM 4200-REWRITE-ORDER.

       3800-APPLY-CANCEL-EXIT.
           EXIT.

      *
      * Fetch the order named by the action.  A hard I/O error is
      * answered as "not found", the way MQSMAINT answers it.
      *
       4000-FETCH-ORDER SECTION.

           MOVE 'N' TO WS-ORDER-FOUND-FLAG.
           MOVE SOT-ORDER-ID TO SOR-ORDER-ID.
           READ ORDER-FILE
               INVALID KEY
                       GO TO 4000-FETCH-ORDER-EXIT.

           IF WS-ORDER-OK
                   MOVE 'Y' TO WS-ORDER-FOUND-FLAG.

       4000-FETCH-ORDER-EXIT.
           EXIT.

      *
      * Fetch the master record for the account in ACC-ACCOUNT-NO.
      *
       4100-FETCH-ACCOUNT SECTION.

           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           READ ACCOUNT-FILE
               INVALID KEY
                       GO TO 4100-FETCH-ACCOUNT-EXIT.

           IF WS-ACCOUNT-OK
                   MOVE 'Y' TO WS-ACCT-FOUND-FLAG.

       4100-FETCH-ACCOUNT-EXIT.
           EXIT.

      *
      * Rewrite the updated order.
      *
       4200-REWRITE-ORDER SECTION.

           REWRITE ORDER-RECORD
               INVALID KEY
                       MOVE 'ORDER REWRITE FAILED'
                            TO WS-REJECT-REASON.

       4200-REWRITE-ORDER-EXIT.
           EXIT.

      *
      * Edit the YYYYMMDD date in WS-DATE-WORK: numeric, a month of
      * 1 to 12 and a day that month has - February has twenty-nine
      * in a leap year.
      *
       4300-EDIT-DATE SECTION.

           MOVE 'N' TO WS-DATE-VALID-FLAG.

           IF WS-DATE-WORK NOT NUMERIC
                   GO TO 4300-EDIT-DATE-EXIT.
           IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
                   GO TO 4300-EDIT-DATE-EXIT.

           MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LENGTH.
           IF WS-DW-MONTH = 2
                   DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                      AND (WS-LEAP-REM-100 NOT = 0
                           OR WS-LEAP-REM-400 = 0)
                           MOVE 29 TO WS-MONTH-LENGTH.

           IF WS-DW-DAY < 1 OR WS-DW-DAY > WS-MONTH-LENGTH
                   GO TO 4300-EDIT-DATE-EXIT.

           MOVE 'Y' TO WS-DATE-VALID-FLAG.

       4300-EDIT-DATE-EXIT.
           EXIT.

      *
      * Print the run summary to SYSOUT.
      *
       5000-PRINT-SUMMARY SECTION.

           DISPLAY ' '.
           MOVE SOM-ACTIONS-READ     TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE SOM-ACTIONS-APPLIED  TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE SOM-ACTIONS-REJECTED TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           DISPLAY '==============================================='.

       5000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
