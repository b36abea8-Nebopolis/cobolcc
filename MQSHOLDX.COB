      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSHOLDX.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSHOLDX
      *
      *  Description      : Nightly funds-hold expiry and hold
      *                     activity report.
      *
      *  Function         : Walks every record on the HOLDFILE
      *                     funds hold file (MQSHOLD layout) once
      *                     MQSERVER has been quiesced for the day.
      *                     An active hold whose expiry date has
      *                     been reached - the last business date it
      *                     was in force is today or earlier - is
      *                     expired: its amount comes back off
      *                     ACC-HOLD-TOTAL on the ACCTMSTR master,
      *                     the same way the RLSE transaction
      *                     releases a hold, and the hold record is
      *                     closed with status 'E' and today's
      *                     business date.  Prints one line per
      *                     hold placed, released or expired on the
      *                     business date, then counts and totals of
      *                     each and of the holds still active.  A
      *                     hold once expired is never expired
      *                     again, so a rerun is safe and reprints
      *                     the same report.  Ends with return code
      *                     4 when an expired hold's account is not
      *                     on the master, 8 when a file cannot be
      *                     processed.
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
           SELECT HOLD-FILE       ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HLD-KEY
                  FILE STATUS  IS WS-HOLD-STATUS.
      *
           SELECT ACCOUNT-FILE    ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACC-ACCOUNT-NO
                  FILE STATUS  IS WS-ACCOUNT-STATUS.
      *
      *    Startup parameter file - read for the business date only,
      *    the same way MQSERVER stamps its records.
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
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  HOLD-RECORD.
           COPY MQSHOLD.
      *
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  ACCOUNT-RECORD.
           COPY MQSACCT.
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
       01  WS-HOLD-STATUS              PIC X(2) VALUE '00'.
           88  WS-HOLD-OK                   VALUE '00'.
           88  WS-HOLD-NOT-FOUND            VALUE '35'.
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  HLX-HOLDS-READ              PIC 9(7) VALUE 0.
       01  HLX-HOLDS-PLACED            PIC 9(7) VALUE 0.
       01  HLX-HOLDS-RELEASED          PIC 9(7) VALUE 0.
       01  HLX-HOLDS-EXPIRED           PIC 9(7) VALUE 0.
       01  HLX-HOLDS-ACTIVE            PIC 9(7) VALUE 0.
       01  HLX-ACCOUNTS-MISSING        PIC 9(7) VALUE 0.
       01  HLX-TOTAL-PLACED            PIC 9(13)V99 VALUE 0.
       01  HLX-TOTAL-RELEASED          PIC 9(13)V99 VALUE 0.
       01  HLX-TOTAL-EXPIRED           PIC 9(13)V99 VALUE 0.
       01  HLX-TOTAL-ACTIVE            PIC 9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Hold activity report print lines
      *---------------------------------------------------------------
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DET-EVENT           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-HOLD-ID         PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-AMOUNT          PIC Z(10)9.99.
           05  FILLER                  PIC X(5)  VALUE ' EXP='.
           05  RPT-DET-EXPIRY          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-NOTE            PIC X(30).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'HOLDS READ        : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'HOLDS PLACED      : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-2-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'HOLDS RELEASED    : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-3-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'HOLDS EXPIRED     : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-4-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'HOLDS STILL ACTIVE: '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-5-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(20) VALUE
                   'ACCOUNT NOT FOUND : '.
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
           DISPLAY ' MQSHOLDX  -  FUNDS HOLD EXPIRY AND ACTIVITY'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY ' '.

           PERFORM 3000-POSITION-HOLDS.
           PERFORM 3100-READ-HOLD.
           PERFORM 3500-PROCESS-HOLD
               UNTIL WS-EOF OR WS-RUN-FAILED.

           PERFORM 4600-CLOSE-FILES.
           PERFORM 5000-PRINT-SUMMARY.

           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF HLX-ACCOUNTS-MISSING > 0
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
      * Open the hold file and the master, both for update.  A hold
      * file that does not exist yet is created empty, the same way
      * MQSERVER creates it - no holds have ever been placed, and
      * there is nothing to expire.
      *
       2300-OPEN-FILES SECTION.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-NOT-FOUND
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE.
           IF NOT WS-HOLD-OK
                   DISPLAY 'MQSHOLDX: UNABLE TO OPEN HOLDFILE - '
                           'STATUS ' WS-HOLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-OPEN-FILES-EXIT.

           OPEN I-O ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSHOLDX: UNABLE TO OPEN ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   CLOSE HOLD-FILE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2300-OPEN-FILES-EXIT.
           EXIT.

      *
      * Position the hold file at its first record.
      *
       3000-POSITION-HOLDS SECTION.

           MOVE LOW-VALUES TO HLD-KEY.

           START HOLD-FILE KEY > HLD-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

       3000-POSITION-HOLDS-EXIT.
           EXIT.

      *
      * Read the next hold record.
      *
       3100-READ-HOLD SECTION.

           IF WS-EOF
                   GO TO 3100-READ-HOLD-EXIT.

           READ HOLD-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-READ-HOLD-EXIT.

           IF NOT WS-HOLD-OK
                   DISPLAY 'MQSHOLDX: HOLDFILE READ FAILED - '
                           'STATUS ' WS-HOLD-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3100-READ-HOLD-EXIT.

           ADD 1 TO HLX-HOLDS-READ.

       3100-READ-HOLD-EXIT.
           EXIT.

      *
      * Report and, where due, expire one hold, then read the next.
      * A hold placed today is reported whatever has happened to it
      * since; a release or expiry is reported on the business date
      * it closed, so a same-day rerun reports the holds the first
      * run expired as well.
      *
       3500-PROCESS-HOLD SECTION.

           IF HLD-PLACED-DATE = WS-BUSINESS-DATE
                   ADD 1 TO HLX-HOLDS-PLACED
                   ADD HLD-AMOUNT TO HLX-TOTAL-PLACED
                   MOVE 'PLACED'      TO RPT-DET-EVENT
                   MOVE HLD-REASON    TO RPT-DET-NOTE
                   PERFORM 3900-PRINT-DETAIL.
      *
      *    The EXPIRED line carries only what 3600 notes for this
      *    hold - nothing, on a rerun that finds it already expired.
      *
           MOVE SPACES TO RPT-DET-NOTE.

           IF HLD-ACTIVE
              AND HLD-EXPIRY-DATE NOT > WS-BUSINESS-DATE
                   PERFORM 3600-EXPIRE-HOLD
                   IF WS-RUN-FAILED
                           GO TO 3500-PROCESS-HOLD-EXIT
                   END-IF.

           IF HLD-RELEASED AND HLD-CLOSED-DATE = WS-BUSINESS-DATE
                   ADD 1 TO HLX-HOLDS-RELEASED
                   ADD HLD-AMOUNT TO HLX-TOTAL-RELEASED
                   MOVE 'RELEASED'    TO RPT-DET-EVENT
                   MOVE SPACES        TO RPT-DET-NOTE
                   PERFORM 3900-PRINT-DETAIL.

           IF HLD-EXPIRED AND HLD-CLOSED-DATE = WS-BUSINESS-DATE
                   ADD 1 TO HLX-HOLDS-EXPIRED
                   ADD HLD-AMOUNT TO HLX-TOTAL-EXPIRED
                   MOVE 'EXPIRED'     TO RPT-DET-EVENT
                   PERFORM 3900-PRINT-DETAIL.

           IF HLD-ACTIVE
                   ADD 1 TO HLX-HOLDS-ACTIVE
                   ADD HLD-AMOUNT TO HLX-TOTAL-ACTIVE.

           PERFORM 3100-READ-HOLD.

       3500-PROCESS-HOLD-EXIT.
           EXIT.

      *
      * Expire one hold: take its amount off the account's hold
      * total - never below zero - and close the hold record.  An
      * account no longer on the master is reported, and the hold
      * is still expired; there is no available balance left for it
      * to protect.
      *
       3600-EXPIRE-HOLD SECTION.

           MOVE SPACES TO RPT-DET-NOTE.

           MOVE HLD-ACCOUNT-NO TO ACC-ACCOUNT-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                       ADD 1 TO HLX-ACCOUNTS-MISSING
                       MOVE 'ACCOUNT NOT ON MASTER' TO RPT-DET-NOTE
                       GO TO 3600-EXPIRE-HOLD-CLOSE.

           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSHOLDX: ACCTMSTR READ FAILED - STATUS '
                           WS-ACCOUNT-STATUS ' - ' HLD-ACCOUNT-NO
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3600-EXPIRE-HOLD-EXIT.

           IF HLD-AMOUNT > ACC-HOLD-TOTAL
                   MOVE ZERO TO ACC-HOLD-TOTAL
           ELSE
                   SUBTRACT HLD-AMOUNT FROM ACC-HOLD-TOTAL.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSHOLDX: ACCOUNT REWRITE FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 3600-EXPIRE-HOLD-EXIT.

       3600-EXPIRE-HOLD-CLOSE.
           MOVE 'E'              TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE TO HLD-CLOSED-DATE.
           MOVE SPACES           TO HLD-CLOSED-BY-KEY.
           REWRITE HOLD-RECORD
               INVALID KEY
                       DISPLAY 'MQSHOLDX: HOLD REWRITE FAILED - '
                               HLD-KEY
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3600-EXPIRE-HOLD-EXIT.
           EXIT.

      *
      * Print one hold activity line; the caller has set the event
      * and the note.
      *
       3900-PRINT-DETAIL SECTION.

           MOVE HLD-ACCOUNT-NO   TO RPT-DET-ACCOUNT.
           MOVE HLD-HOLD-ID      TO RPT-DET-HOLD-ID.
           MOVE HLD-AMOUNT       TO RPT-DET-AMOUNT.
           MOVE HLD-EXPIRY-DATE  TO RPT-DET-EXPIRY.
           DISPLAY RPT-DETAIL-LINE.

       3900-PRINT-DETAIL-EXIT.
           EXIT.

      *
      * Close the hold file and the master.
      *
       4600-CLOSE-FILES SECTION.

           CLOSE ACCOUNT-FILE.
           CLOSE HOLD-FILE.

       4600-CLOSE-FILES-EXIT.
           EXIT.

      *
      * Print the run summary to SYSOUT.
      *
       5000-PRINT-SUMMARY SECTION.

           DISPLAY ' '.
           MOVE HLX-HOLDS-READ      TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE HLX-HOLDS-PLACED    TO RPT-LINE-2-COUNT.
           MOVE HLX-TOTAL-PLACED    TO RPT-LINE-2-AMOUNT.
           DISPLAY RPT-LINE-2.
           MOVE HLX-HOLDS-RELEASED  TO RPT-LINE-3-COUNT.
           MOVE HLX-TOTAL-RELEASED  TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.
           MOVE HLX-HOLDS-EXPIRED   TO RPT-LINE-4-COUNT.
           MOVE HLX-TOTAL-EXPIRED   TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-4.
           MOVE HLX-HOLDS-ACTIVE    TO RPT-LINE-5-COUNT.
           MOVE HLX-TOTAL-ACTIVE    TO RPT-LINE-5-AMOUNT.
           DISPLAY RPT-LINE-5.
           MOVE HLX-ACCOUNTS-MISSING TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.

           IF WS-RUN-FAILED
                   DISPLAY '*** RUN ENDED ON A FAILURE - RERUN TO '
                           'FINISH THE EXPIRY ***'.
           DISPLAY '==============================================='.

       5000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
