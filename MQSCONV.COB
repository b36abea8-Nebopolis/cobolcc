      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSCONV.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSCONV
      *
      *  Description      : One-time conversion of the MQSERVER
      *                     files whose records were widened, from
      *                     the old record layout to the new.
      *
      *  Function         : Five files were lengthened by fields
      *                     added at the end of the record (or, for
      *                     STATFILE, by ten more code entries ahead
      *                     of the interval date):
      *                       ACCTMSTR  290 -> 303  ACC-HOLD-TOTAL
      *                       AUTHFILE   44 ->  57  AUT-POSTING-LIMIT
      *                       DEDUPFIL   69 -> 111  DDP-CONTRA-ACCOUNT
      *                                             DDP-REVERSAL-OF-KEY
      *                                             DDP-REVERSED-BY-KEY
      *                       JRNLFILE   69 ->  85  JRN-REVERSAL-OF-KEY
      *                       STATFILE  366 -> 706  code entries 11-20
      *                     A file in the old layout cannot be read
      *                     by the programs built on the new one, so
      *                     every one of them must be converted by
      *                     this run before MQSERVER or any batch
      *                     program is first run on the new layouts.
      *
      *                     Each old file is renamed to (or unloaded
      *                     as) its old-layout DD - ACCTOLD, AUTHOLD,
      *                     DDPOLD, JRNLOLD, STATOLD - and the new
      *                     file allocated empty at the new record
      *                     length under its usual DD.  Every old
      *                     record is copied across in the order it
      *                     is read - key order for the two indexed
      *                     files - with the new fields set:
      *                       ACC-HOLD-TOTAL       zero (no holds)
      *                       AUT-POSTING-LIMIT    zero (no limit)
      *                       DDP- and JRN- keys   spaces (not a
      *                                            transfer leg, not
      *                                            a reversal, not
      *                                            reversed)
      *                       STA- entries 11-20   blank code, zero
      *                                            counts (unused)
      *                     An old file that is not there is
      *                     reported and its new file left alone.
      *
      *                     For every file, prints the records and
      *                     control total read from the old file and
      *                     those on the new file, recounted from
      *                     the file itself once written.  Control
      *                     totals are the balances (ACCTMSTR), the
      *                     posting amounts (DEDUPFIL, JRNLFILE) and
      *                     the message counts (STATFILE).  A file
      *                     whose figures differ fails the run.
      *
      *                     Ends with return code 4 when an old file
      *                     was not there to convert, 8 when a file
      *                     cannot be converted or does not balance.
      *                     The old files are to be kept until the
      *                     run has ended with return code 0 and
      *                     MQSPROOF has proved the new ACCTMSTR.
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
      *    The account master, old layout and new.
      *
           SELECT OLD-ACCOUNT-FILE ASSIGN TO ACCTOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS OAC-ACCOUNT-NO
                  FILE STATUS  IS WS-OLD-STATUS.
      *
           SELECT ACCOUNT-FILE    ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACC-ACCOUNT-NO
                  FILE STATUS  IS WS-ACCOUNT-STATUS.
      *
      *    The authorized requester file, old layout and new.
      *
           SELECT OLD-AUTH-FILE   ASSIGN TO AUTHOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OLD-STATUS.
      *
           SELECT AUTH-FILE       ASSIGN TO AUTHFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTH-FILE-STATUS.
      *
      *    The deduplication file, old layout and new.
      *
           SELECT OLD-DEDUP-FILE  ASSIGN TO DDPOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ODP-KEY
                  FILE STATUS  IS WS-OLD-STATUS.
      *
           SELECT DEDUP-FILE      ASSIGN TO DEDUPFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DDP-KEY
                  FILE STATUS  IS WS-DEDUP-STATUS.
      *
      *    The posting journal, old layout and new.
      *
           SELECT OLD-JOURNAL-FILE ASSIGN TO JRNLOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OLD-STATUS.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
      *    The interval statistics, old layout and new.
      *
           SELECT OLD-STATS-FILE  ASSIGN TO STATOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OLD-STATUS.
      *
           SELECT STATS-FILE      ASSIGN TO STATFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STATS-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
      *    The old account master record - MQSACCT without the hold
      *    total.
      *
       FD  OLD-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-ACCOUNT-RECORD.
           05  OAC-ACCOUNT-NO          PIC X(10).
           05  FILLER                  PIC X(31).
           05  OAC-BALANCE             PIC S9(11)V99.
           05  FILLER                  PIC X(236).
      *
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  ACCOUNT-RECORD.
           COPY MQSACCT.
      *
      *    The old authorized requester record - MQSAUTH without the
      *    posting limit.
      *
       FD  OLD-AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-AUTH-RECORD             PIC X(44).
      *
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  AUTH-RECORD.
           COPY MQSAUTH.
      *
      *    The old deduplication record - MQSDDPR without the contra
      *    account and reversal keys.
      *
       FD  OLD-DEDUP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-DEDUP-RECORD.
           05  ODP-KEY                 PIC X(26).
           05  FILLER                  PIC X(17).
           05  ODP-AMOUNT              PIC 9(11)V99.
           05  FILLER                  PIC X(13).
      *
       FD  DEDUP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  DEDUP-RECORD.
           COPY MQSDDPR.
      *
      *    The old journal record - MQSJRNR without the reversal-of
      *    key.
      *
       FD  OLD-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-JOURNAL-RECORD.
           05  FILLER                  PIC X(27).
           05  OJR-AMOUNT              PIC 9(11)V99.
           05  FILLER                  PIC X(29).
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
      *
      *    The old interval statistics record - MQSSTAT with ten code
      *    entries.
      *
       FD  OLD-STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-STATS-RECORD.
           05  OST-HEAD.
               10  FILLER              PIC X(18).
               10  OST-TXN-ENTRY OCCURS 10 TIMES.
                   15  FILLER          PIC X(4).
                   15  OST-TXN-MSGS    PIC 9(7).
                   15  FILLER          PIC X(23).
           05  OST-INTERVAL-DATE       PIC X(8).
      *
       FD  STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  STATS-RECORD.
           COPY MQSSTAT.
      *
      *    The new record seen as the old record's first ten entries,
      *    the ten added, and the interval date.
      *
       01  STATS-CONVERT-RECORD.
           05  SCV-HEAD                PIC X(358).
           05  SCV-ADDED-ENTRIES       PIC X(340).
           05  SCV-INTERVAL-DATE       PIC X(8).
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-OLD-STATUS               PIC X(2) VALUE '00'.
           88  WS-OLD-OK                    VALUE '00'.
           88  WS-OLD-NOT-FOUND             VALUE '35'.
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-AUTH-FILE-OK              VALUE '00'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                  VALUE '00'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
       01  WS-STATS-STATUS             PIC X(2) VALUE '00'.
           88  WS-STATS-OK                  VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-NOT-CONVERTED-SWITCH     PIC X VALUE 'N'.
           88  WS-NOT-CONVERTED             VALUE 'Y'.
       01  WS-STAT-IDX                 PIC 9(4) VALUE 0.
      *
      *    The record in hand's contribution to its file's control
      *    total.
      *
       01  WS-RECORD-TOTAL             PIC S9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    The files converted, in the order they are done - what
      *    their control total is ('A' amounts, 'M' messages, space
      *    none) - and the run's figures for each.
      *---------------------------------------------------------------
      *
       01  CNV-FILE-COUNT              PIC 9(4) VALUE 5.
       01  CNV-FILE-VALUES.
           05  FILLER                  PIC X(17)
                   VALUE 'ACCTMSTRACCTOLD A'.
           05  FILLER                  PIC X(17)
                   VALUE 'AUTHFILEAUTHOLD  '.
           05  FILLER                  PIC X(17)
                   VALUE 'DEDUPFILDDPOLD  A'.
           05  FILLER                  PIC X(17)
                   VALUE 'JRNLFILEJRNLOLD A'.
           05  FILLER                  PIC X(17)
                   VALUE 'STATFILESTATOLD M'.
       01  CNV-FILE-NAMES REDEFINES CNV-FILE-VALUES.
           05  CNV-FILE-NAME-ENTRY OCCURS 5 TIMES.
               10  CN-FILE-NAME        PIC X(8).
               10  CN-OLD-NAME         PIC X(8).
               10  CN-TOTAL-KIND       PIC X(1).
      *
       01  CNV-FILE-TABLE.
           05  CNV-FILE-ENTRY OCCURS 5 TIMES.
      *
      *            'N' not reached, 'M' no old file, 'C' converted,
      *            'F' failed.
      *
               10  CF-STATE            PIC X(1).
                   88  CF-NOT-REACHED       VALUE 'N'.
                   88  CF-NOT-ON-FILE       VALUE 'M'.
                   88  CF-CONVERTED         VALUE 'C'.
                   88  CF-FAILED            VALUE 'F'.
               10  CF-IN-COUNT         PIC 9(9).
               10  CF-IN-TOTAL         PIC S9(13)V99.
               10  CF-OUT-COUNT        PIC 9(9).
               10  CF-OUT-TOTAL        PIC S9(13)V99.
       01  CNV-IX                      PIC 9(4) VALUE 0.
       01  CNV-FIGURE-LABEL            PIC X(20).
       01  CNV-FIGURE-COUNT            PIC 9(9) VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-FILE-HEADING.
           05  RPT-FH-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(16)
                   VALUE '  CONVERTED FROM'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-FH-OLD-NAME         PIC X(8).
      *
       01  RPT-FILE-STATE-LINE.
           05  RPT-FS-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FS-STATE            PIC X(50).
      *
       01  RPT-AMOUNT-LINE.
           05  RPT-AL-LABEL            PIC X(20).
           05  RPT-AL-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05  RPT-AL-TOTAL            PIC -Z(12)9.99.
      *
       01  RPT-MESSAGES-LINE.
           05  RPT-ML-LABEL            PIC X(20).
           05  RPT-ML-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  MESSAGES'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ML-TOTAL            PIC Z(12)9.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL            PIC X(20).
           05  RPT-CL-COUNT            PIC ZZZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2000-CLEAR-ONE-FILE
               VARYING CNV-IX FROM 1 BY 1
               UNTIL CNV-IX > CNV-FILE-COUNT.

           DISPLAY '==============================================='.
           DISPLAY '   MQSCONV  -  FILE LAYOUT CONVERSION'.
           DISPLAY '==============================================='.
           DISPLAY ' '.

           PERFORM 3000-CONVERT-ACCOUNTS.
           IF NOT WS-RUN-FAILED
                   PERFORM 3100-CONVERT-AUTH.
           IF NOT WS-RUN-FAILED
                   PERFORM 3200-CONVERT-DEDUP.
           IF NOT WS-RUN-FAILED
                   PERFORM 3300-CONVERT-JOURNAL.
           IF NOT WS-RUN-FAILED
                   PERFORM 3400-CONVERT-STATS.

           PERFORM 6000-PRINT-REPORT.

           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF WS-NOT-CONVERTED
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Start one file's entry off as not reached, with no figures.
      *
       2000-CLEAR-ONE-FILE SECTION.

           MOVE 'N'        TO CF-STATE(CNV-IX).
           MOVE ZERO       TO CF-IN-COUNT(CNV-IX)
                              CF-IN-TOTAL(CNV-IX)
                              CF-OUT-COUNT(CNV-IX)
                              CF-OUT-TOTAL(CNV-IX).

       2000-CLEAR-ONE-FILE-EXIT.
           EXIT.

      *
      * ACCTMSTR (entry 1): copy ACCTOLD across in key order with no
      * holds, then recount.
      *
       3000-CONVERT-ACCOUNTS SECTION.

           MOVE 1 TO CNV-IX.

           OPEN INPUT OLD-ACCOUNT-FILE.
           IF WS-OLD-NOT-FOUND
                   MOVE 'M' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-NOT-CONVERTED-SWITCH
                   GO TO 3000-CONVERT-ACCOUNTS-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN ACCTOLD - '
                           'STATUS ' WS-OLD-STATUS
                   GO TO 3000-CONVERT-ACCOUNTS-FAILED.

           OPEN OUTPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   CLOSE OLD-ACCOUNT-FILE
                   GO TO 3000-CONVERT-ACCOUNTS-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3010-CONVERT-ONE-ACCOUNT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE ACCOUNT-FILE.
           CLOSE OLD-ACCOUNT-FILE.
           IF WS-RUN-FAILED
                   GO TO 3000-CONVERT-ACCOUNTS-FAILED.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSCONV: UNABLE TO RECOUNT ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   GO TO 3000-CONVERT-ACCOUNTS-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3020-RECOUNT-ONE-ACCOUNT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE ACCOUNT-FILE.
           IF WS-RUN-FAILED
                   GO TO 3000-CONVERT-ACCOUNTS-FAILED.

           MOVE 'C' TO CF-STATE(CNV-IX).
           GO TO 3000-CONVERT-ACCOUNTS-EXIT.

       3000-CONVERT-ACCOUNTS-FAILED.
           MOVE 'F' TO CF-STATE(CNV-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3000-CONVERT-ACCOUNTS-EXIT.
           EXIT.

      *
      * Read one old account record and write it in the new layout.
      *
       3010-CONVERT-ONE-ACCOUNT SECTION.

           READ OLD-ACCOUNT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: ACCTOLD READ FAILED - '
                           'STATUS ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT.

           ADD 1           TO CF-IN-COUNT(CNV-IX).
           ADD OAC-BALANCE TO CF-IN-TOTAL(CNV-IX).

           MOVE OLD-ACCOUNT-RECORD TO ACCOUNT-RECORD.
           MOVE ZERO               TO ACC-HOLD-TOTAL.

           WRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSCONV: ACCTMSTR WRITE FAILED - '
                               ACC-ACCOUNT-NO ' STATUS '
                               WS-ACCOUNT-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3010-CONVERT-ONE-ACCOUNT-EXIT.
           EXIT.

      *
      * Count one new account record into the after figures.
      *
       3020-RECOUNT-ONE-ACCOUNT SECTION.

           READ ACCOUNT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3020-RECOUNT-ONE-ACCOUNT-EXIT.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSCONV: ACCTMSTR READ FAILED - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3020-RECOUNT-ONE-ACCOUNT-EXIT.

           ADD 1           TO CF-OUT-COUNT(CNV-IX).
           ADD ACC-BALANCE TO CF-OUT-TOTAL(CNV-IX).

       3020-RECOUNT-ONE-ACCOUNT-EXIT.
           EXIT.

      *
      * AUTHFILE (entry 2): copy AUTHOLD across with no posting
      * limits, then recount.  The file has no control total beyond
      * its record count.
      *
       3100-CONVERT-AUTH SECTION.

           MOVE 2 TO CNV-IX.

           OPEN INPUT OLD-AUTH-FILE.
           IF WS-OLD-NOT-FOUND
                   MOVE 'M' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-NOT-CONVERTED-SWITCH
                   GO TO 3100-CONVERT-AUTH-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN AUTHOLD - '
                           'STATUS ' WS-OLD-STATUS
                   GO TO 3100-CONVERT-AUTH-FAILED.

           OPEN OUTPUT AUTH-FILE.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN AUTHFILE - '
                           'STATUS ' WS-AUTH-FILE-STATUS
                   CLOSE OLD-AUTH-FILE
                   GO TO 3100-CONVERT-AUTH-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3110-CONVERT-ONE-AUTH
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE AUTH-FILE.
           CLOSE OLD-AUTH-FILE.
           IF WS-RUN-FAILED
                   GO TO 3100-CONVERT-AUTH-FAILED.

           OPEN INPUT AUTH-FILE.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSCONV: UNABLE TO RECOUNT AUTHFILE - '
                           'STATUS ' WS-AUTH-FILE-STATUS
                   GO TO 3100-CONVERT-AUTH-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3120-RECOUNT-ONE-AUTH
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE AUTH-FILE.
           IF WS-RUN-FAILED
                   GO TO 3100-CONVERT-AUTH-FAILED.

           MOVE 'C' TO CF-STATE(CNV-IX).
           GO TO 3100-CONVERT-AUTH-EXIT.

       3100-CONVERT-AUTH-FAILED.
           MOVE 'F' TO CF-STATE(CNV-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3100-CONVERT-AUTH-EXIT.
           EXIT.

      *
      * Read one old requester record and write it in the new
      * layout.
      *
       3110-CONVERT-ONE-AUTH SECTION.

           READ OLD-AUTH-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3110-CONVERT-ONE-AUTH-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: AUTHOLD READ FAILED - '
                           'STATUS ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3110-CONVERT-ONE-AUTH-EXIT.

           ADD 1 TO CF-IN-COUNT(CNV-IX).

           MOVE OLD-AUTH-RECORD TO AUTH-RECORD.
           MOVE ZERO            TO AUT-POSTING-LIMIT.

           WRITE AUTH-RECORD.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSCONV: AUTHFILE WRITE FAILED - '
                           'STATUS ' WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3110-CONVERT-ONE-AUTH-EXIT.
           EXIT.

      *
      * Count one new requester record into the after figures.
      *
       3120-RECOUNT-ONE-AUTH SECTION.

           READ AUTH-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3120-RECOUNT-ONE-AUTH-EXIT.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSCONV: AUTHFILE READ FAILED - '
                           'STATUS ' WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3120-RECOUNT-ONE-AUTH-EXIT.

           ADD 1 TO CF-OUT-COUNT(CNV-IX).

       3120-RECOUNT-ONE-AUTH-EXIT.
           EXIT.

      *
      * DEDUPFIL (entry 3): copy DDPOLD across in key order as
      * single-account postings, none a reversal and none reversed,
      * then recount.
      *
       3200-CONVERT-DEDUP SECTION.

           MOVE 3 TO CNV-IX.

           OPEN INPUT OLD-DEDUP-FILE.
           IF WS-OLD-NOT-FOUND
                   MOVE 'M' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-NOT-CONVERTED-SWITCH
                   GO TO 3200-CONVERT-DEDUP-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN DDPOLD - '
                           'STATUS ' WS-OLD-STATUS
                   GO TO 3200-CONVERT-DEDUP-FAILED.

           OPEN OUTPUT DEDUP-FILE.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   CLOSE OLD-DEDUP-FILE
                   GO TO 3200-CONVERT-DEDUP-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3210-CONVERT-ONE-DEDUP
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE DEDUP-FILE.
           CLOSE OLD-DEDUP-FILE.
           IF WS-RUN-FAILED
                   GO TO 3200-CONVERT-DEDUP-FAILED.

           OPEN INPUT DEDUP-FILE.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSCONV: UNABLE TO RECOUNT DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   GO TO 3200-CONVERT-DEDUP-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3220-RECOUNT-ONE-DEDUP
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE DEDUP-FILE.
           IF WS-RUN-FAILED
                   GO TO 3200-CONVERT-DEDUP-FAILED.

           MOVE 'C' TO CF-STATE(CNV-IX).
           GO TO 3200-CONVERT-DEDUP-EXIT.

       3200-CONVERT-DEDUP-FAILED.
           MOVE 'F' TO CF-STATE(CNV-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3200-CONVERT-DEDUP-EXIT.
           EXIT.

      *
      * Read one old dedup record and write it in the new layout.
      *
       3210-CONVERT-ONE-DEDUP SECTION.

           READ OLD-DEDUP-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3210-CONVERT-ONE-DEDUP-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: DDPOLD READ FAILED - '
                           'STATUS ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3210-CONVERT-ONE-DEDUP-EXIT.

           ADD 1          TO CF-IN-COUNT(CNV-IX).
           ADD ODP-AMOUNT TO CF-IN-TOTAL(CNV-IX).

           MOVE OLD-DEDUP-RECORD TO DEDUP-RECORD.
           MOVE SPACES           TO DDP-CONTRA-ACCOUNT
                                    DDP-REVERSAL-OF-KEY
                                    DDP-REVERSED-BY-KEY.

           WRITE DEDUP-RECORD
               INVALID KEY
                       DISPLAY 'MQSCONV: DEDUPFIL WRITE FAILED - '
                               DDP-KEY ' STATUS ' WS-DEDUP-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3210-CONVERT-ONE-DEDUP-EXIT.
           EXIT.

      *
      * Count one new dedup record into the after figures.
      *
       3220-RECOUNT-ONE-DEDUP SECTION.

           READ DEDUP-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3220-RECOUNT-ONE-DEDUP-EXIT.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSCONV: DEDUPFIL READ FAILED - '
                           'STATUS ' WS-DEDUP-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3220-RECOUNT-ONE-DEDUP-EXIT.

           ADD 1          TO CF-OUT-COUNT(CNV-IX).
           ADD DDP-AMOUNT TO CF-OUT-TOTAL(CNV-IX).

       3220-RECOUNT-ONE-DEDUP-EXIT.
           EXIT.

      *
      * JRNLFILE (entry 4): copy JRNLOLD across, in its own order,
      * with no posting a reversal, then recount.
      *
       3300-CONVERT-JOURNAL SECTION.

           MOVE 4 TO CNV-IX.

           OPEN INPUT OLD-JOURNAL-FILE.
           IF WS-OLD-NOT-FOUND
                   MOVE 'M' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-NOT-CONVERTED-SWITCH
                   GO TO 3300-CONVERT-JOURNAL-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN JRNLOLD - '
                           'STATUS ' WS-OLD-STATUS
                   GO TO 3300-CONVERT-JOURNAL-FAILED.

           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   CLOSE OLD-JOURNAL-FILE
                   GO TO 3300-CONVERT-JOURNAL-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3310-CONVERT-ONE-JOURNAL
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE JOURNAL-FILE.
           CLOSE OLD-JOURNAL-FILE.
           IF WS-RUN-FAILED
                   GO TO 3300-CONVERT-JOURNAL-FAILED.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSCONV: UNABLE TO RECOUNT JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   GO TO 3300-CONVERT-JOURNAL-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3320-RECOUNT-ONE-JOURNAL
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE JOURNAL-FILE.
           IF WS-RUN-FAILED
                   GO TO 3300-CONVERT-JOURNAL-FAILED.

           MOVE 'C' TO CF-STATE(CNV-IX).
           GO TO 3300-CONVERT-JOURNAL-EXIT.

       3300-CONVERT-JOURNAL-FAILED.
           MOVE 'F' TO CF-STATE(CNV-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3300-CONVERT-JOURNAL-EXIT.
           EXIT.

      *
      * Read one old journal record and write it in the new layout.
      *
       3310-CONVERT-ONE-JOURNAL SECTION.

           READ OLD-JOURNAL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3310-CONVERT-ONE-JOURNAL-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: JRNLOLD READ FAILED - '
                           'STATUS ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3310-CONVERT-ONE-JOURNAL-EXIT.

           ADD 1          TO CF-IN-COUNT(CNV-IX).
           ADD OJR-AMOUNT TO CF-IN-TOTAL(CNV-IX).

           MOVE OLD-JOURNAL-RECORD TO JOURNAL-RECORD.
           MOVE SPACES             TO JRN-REVERSAL-OF-KEY.

           WRITE JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSCONV: JRNLFILE WRITE FAILED - '
                           'STATUS ' WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3310-CONVERT-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * Count one new journal record into the after figures.
      *
       3320-RECOUNT-ONE-JOURNAL SECTION.

           READ JOURNAL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3320-RECOUNT-ONE-JOURNAL-EXIT.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSCONV: JRNLFILE READ FAILED - '
                           'STATUS ' WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3320-RECOUNT-ONE-JOURNAL-EXIT.

           ADD 1          TO CF-OUT-COUNT(CNV-IX).
           ADD JRN-AMOUNT TO CF-OUT-TOTAL(CNV-IX).

       3320-RECOUNT-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * STATFILE (entry 5): copy STATOLD across, in its own order,
      * with the ten added code entries unused, then recount.
      *
       3400-CONVERT-STATS SECTION.

           MOVE 5 TO CNV-IX.

           OPEN INPUT OLD-STATS-FILE.
           IF WS-OLD-NOT-FOUND
                   MOVE 'M' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-NOT-CONVERTED-SWITCH
                   GO TO 3400-CONVERT-STATS-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN STATOLD - '
                           'STATUS ' WS-OLD-STATUS
                   GO TO 3400-CONVERT-STATS-FAILED.

           OPEN OUTPUT STATS-FILE.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSCONV: UNABLE TO OPEN STATFILE - '
                           'STATUS ' WS-STATS-STATUS
                   CLOSE OLD-STATS-FILE
                   GO TO 3400-CONVERT-STATS-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3410-CONVERT-ONE-STATS
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE STATS-FILE.
           CLOSE OLD-STATS-FILE.
           IF WS-RUN-FAILED
                   GO TO 3400-CONVERT-STATS-FAILED.

           OPEN INPUT STATS-FILE.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSCONV: UNABLE TO RECOUNT STATFILE - '
                           'STATUS ' WS-STATS-STATUS
                   GO TO 3400-CONVERT-STATS-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3420-RECOUNT-ONE-STATS
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE STATS-FILE.
           IF WS-RUN-FAILED
                   GO TO 3400-CONVERT-STATS-FAILED.

           MOVE 'C' TO CF-STATE(CNV-IX).
           GO TO 3400-CONVERT-STATS-EXIT.

       3400-CONVERT-STATS-FAILED.
           MOVE 'F' TO CF-STATE(CNV-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3400-CONVERT-STATS-EXIT.
           EXIT.

      *
      * Read one old interval record and write it in the new layout
      * - its ten entries as they were, then ten unused ones, then
      * the interval date.
      *
       3410-CONVERT-ONE-STATS SECTION.

           READ OLD-STATS-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3410-CONVERT-ONE-STATS-EXIT.
           IF NOT WS-OLD-OK
                   DISPLAY 'MQSCONV: STATOLD READ FAILED - '
                           'STATUS ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3410-CONVERT-ONE-STATS-EXIT.

           ADD 1 TO CF-IN-COUNT(CNV-IX).
           PERFORM 3430-ADD-ONE-OLD-CODE
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 10.

           MOVE OST-HEAD          TO SCV-HEAD.
           PERFORM 3440-CLEAR-ONE-CODE
               VARYING WS-STAT-IDX FROM 11 BY 1
               UNTIL WS-STAT-IDX > 20.
           MOVE OST-INTERVAL-DATE TO STA-INTERVAL-DATE.

           WRITE STATS-RECORD.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSCONV: STATFILE WRITE FAILED - '
                           'STATUS ' WS-STATS-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3410-CONVERT-ONE-STATS-EXIT.
           EXIT.

      *
      * Count one new interval record into the after figures.
      *
       3420-RECOUNT-ONE-STATS SECTION.

           READ STATS-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3420-RECOUNT-ONE-STATS-EXIT.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSCONV: STATFILE READ FAILED - '
                           'STATUS ' WS-STATS-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3420-RECOUNT-ONE-STATS-EXIT.

           ADD 1 TO CF-OUT-COUNT(CNV-IX).
           PERFORM 3450-ADD-ONE-NEW-CODE
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 20.

       3420-RECOUNT-ONE-STATS-EXIT.
           EXIT.

      *
      * Add one old code entry's message count.  A non-numeric count
      * from a damaged record is left out, as MQSRETN does.
      *
       3430-ADD-ONE-OLD-CODE SECTION.

           IF OST-TXN-MSGS(WS-STAT-IDX) NUMERIC
                   ADD OST-TXN-MSGS(WS-STAT-IDX)
                                     TO CF-IN-TOTAL(CNV-IX).

       3430-ADD-ONE-OLD-CODE-EXIT.
           EXIT.

      *
      * Set one added code entry unused - blank code, zero counts.
      *
       3440-CLEAR-ONE-CODE SECTION.

           MOVE SPACES TO STA-TXN-CODE(WS-STAT-IDX).
           MOVE ZERO   TO STA-TXN-MSGS(WS-STAT-IDX)
                          STA-TXN-MIN-CS(WS-STAT-IDX)
                          STA-TXN-MAX-CS(WS-STAT-IDX)
                          STA-TXN-TOT-CS(WS-STAT-IDX).

       3440-CLEAR-ONE-CODE-EXIT.
           EXIT.

      *
      * Add one new code entry's message count.
      *
       3450-ADD-ONE-NEW-CODE SECTION.

           IF STA-TXN-MSGS(WS-STAT-IDX) NUMERIC
                   ADD STA-TXN-MSGS(WS-STAT-IDX)
                                     TO CF-OUT-TOTAL(CNV-IX).

       3450-ADD-ONE-NEW-CODE-EXIT.
           EXIT.

      *
      * Print the run report to SYSOUT - each file's figures, and
      * whether they balance.
      *
       6000-PRINT-REPORT SECTION.

           PERFORM 6100-PRINT-ONE-FILE
               VARYING CNV-IX FROM 1 BY 1
               UNTIL CNV-IX > CNV-FILE-COUNT.

           IF WS-RUN-FAILED
                   DISPLAY '*** RUN ENDED ON A FAILURE - SEE THE '
                           'FILES MARKED ABOVE ***'.
           DISPLAY '==============================================='.

       6000-PRINT-REPORT-EXIT.
           EXIT.

      *
      * Print one file's figures.  A converted file must balance:
      * what is on the new file = what was read from the old.
      *
       6100-PRINT-ONE-FILE SECTION.

           MOVE CN-FILE-NAME(CNV-IX) TO RPT-FS-FILE-NAME.

           IF CF-NOT-ON-FILE(CNV-IX)
                   MOVE 'NOT CONVERTED - NO OLD-LAYOUT FILE'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   DISPLAY ' '
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           IF CF-NOT-REACHED(CNV-IX)
                   MOVE 'NOT REACHED - RUN ENDED ON AN EARLIER FILE'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   DISPLAY ' '
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           MOVE CN-FILE-NAME(CNV-IX) TO RPT-FH-FILE-NAME.
           MOVE CN-OLD-NAME(CNV-IX)  TO RPT-FH-OLD-NAME.
           DISPLAY RPT-FILE-HEADING.

           MOVE 'RECORDS READ      : ' TO CNV-FIGURE-LABEL.
           MOVE CF-IN-TOTAL(CNV-IX)    TO WS-RECORD-TOTAL.
           MOVE CF-IN-COUNT(CNV-IX)    TO CNV-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           MOVE 'RECORDS ON FILE   : ' TO CNV-FIGURE-LABEL.
           MOVE CF-OUT-TOTAL(CNV-IX)   TO WS-RECORD-TOTAL.
           MOVE CF-OUT-COUNT(CNV-IX)   TO CNV-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           IF CF-FAILED(CNV-IX)
                   DISPLAY '*** FAILED - FIGURES ARE AS FAR AS THE '
                           'RUN GOT ***'
                   GO TO 6100-PRINT-ONE-FILE-BLANK.

           IF CF-OUT-COUNT(CNV-IX) NOT = CF-IN-COUNT(CNV-IX)
              OR CF-OUT-TOTAL(CNV-IX) NOT = CF-IN-TOTAL(CNV-IX)
                   DISPLAY '*** OUT OF BALANCE ***'
                   MOVE 'F' TO CF-STATE(CNV-IX)
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           ELSE
                   DISPLAY 'BALANCED'.

       6100-PRINT-ONE-FILE-BLANK.
           DISPLAY ' '.

       6100-PRINT-ONE-FILE-EXIT.
           EXIT.

      *
      * Print one figure - CNV-FIGURE-LABEL and CNV-FIGURE-COUNT -
      * with the file's kind of control total, if it has one, from
      * WS-RECORD-TOTAL.
      *
       6200-PRINT-FIGURE SECTION.

           IF CN-TOTAL-KIND(CNV-IX) = 'A'
                   MOVE CNV-FIGURE-LABEL TO RPT-AL-LABEL
                   MOVE CNV-FIGURE-COUNT TO RPT-AL-COUNT
                   MOVE WS-RECORD-TOTAL  TO RPT-AL-TOTAL
                   DISPLAY RPT-AMOUNT-LINE
                   GO TO 6200-PRINT-FIGURE-EXIT.

           IF CN-TOTAL-KIND(CNV-IX) = 'M'
                   MOVE CNV-FIGURE-LABEL TO RPT-ML-LABEL
                   MOVE CNV-FIGURE-COUNT TO RPT-ML-COUNT
                   MOVE WS-RECORD-TOTAL  TO RPT-ML-TOTAL
                   DISPLAY RPT-MESSAGES-LINE
                   GO TO 6200-PRINT-FIGURE-EXIT.

           MOVE CNV-FIGURE-LABEL TO RPT-CL-LABEL.
           MOVE CNV-FIGURE-COUNT TO RPT-CL-COUNT.
           DISPLAY RPT-COUNT-LINE.

       6200-PRINT-FIGURE-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
