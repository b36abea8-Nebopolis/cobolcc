      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSPENDX.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSPENDX
      *
      *  Description      : End-of-day pending-approval expiry and
      *                     pending items report.
      *
      *  Function         : Walks every record on the PENDFILE
      *                     pending-approval file (MQSPEND layout)
      *                     once MQSERVER has been quiesced for the
      *                     day.  A posting still pending approval
      *                     at the end of the business date it was
      *                     sent on is expired: the item is closed
      *                     with status 'E' and today's business
      *                     date, and nothing is posted - the
      *                     business must be sent again if it is
      *                     still wanted.  Prints one line per item
      *                     sent for approval, approved, declined or
      *                     expired on the business date, with the
      *                     sending user and the deciding user, then
      *                     counts and totals of each.  An item once
      *                     expired is never expired again, so a
      *                     rerun is safe and reprints the same
      *                     report.  Ends with return code 8 when
      *                     the file cannot be processed.
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
           SELECT PEND-FILE       ASSIGN TO PENDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PND-KEY
                  FILE STATUS  IS WS-PEND-STATUS.
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
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  PEND-RECORD.
           COPY MQSPEND.
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
       01  WS-PEND-STATUS              PIC X(2) VALUE '00'.
           88  WS-PEND-OK                   VALUE '00'.
           88  WS-PEND-NOT-FOUND            VALUE '35'.
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
       01  PDX-ITEMS-READ              PIC 9(7) VALUE 0.
       01  PDX-ITEMS-SENT              PIC 9(7) VALUE 0.
       01  PDX-ITEMS-APPROVED          PIC 9(7) VALUE 0.
       01  PDX-ITEMS-DECLINED          PIC 9(7) VALUE 0.
       01  PDX-ITEMS-EXPIRED           PIC 9(7) VALUE 0.
       01  PDX-TOTAL-SENT              PIC 9(13)V99 VALUE 0.
       01  PDX-TOTAL-APPROVED          PIC 9(13)V99 VALUE 0.
       01  PDX-TOTAL-DECLINED          PIC 9(13)V99 VALUE 0.
       01  PDX-TOTAL-EXPIRED           PIC 9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Pending items report print lines
      *---------------------------------------------------------------
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DET-EVENT           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-PENDING-KEY     PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-TRANS-CODE      PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-DET-AMOUNT          PIC Z(10)9.99.
           05  FILLER                  PIC X(4)  VALUE ' BY='.
           05  RPT-DET-MAKER           PIC X(12).
           05  FILLER                  PIC X(4)  VALUE ' CK='.
           05  RPT-DET-CHECKER         PIC X(12).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'ITEMS READ        : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'SENT FOR APPROVAL : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-2-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'ITEMS APPROVED    : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-3-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'ITEMS DECLINED    : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-4-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'ITEMS EXPIRED     : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-5-AMOUNT       PIC -Z(12)9.99.
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
           DISPLAY ' MQSPENDX  -  PENDING APPROVAL EXPIRY AND REPORT'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY ' '.

           PERFORM 3000-POSITION-ITEMS.
           PERFORM 3100-READ-ITEM.
           PERFORM 3500-PROCESS-ITEM
               UNTIL WS-EOF OR WS-RUN-FAILED.

           PERFORM 4600-CLOSE-FILES.
           PERFORM 5000-PRINT-SUMMARY.

           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
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
      * Open the pending-approval file for update.  A file that does
      * not exist yet is created empty, the same way MQSERVER creates
      * it - nothing has ever been sent for approval.
      *
       2300-OPEN-FILES SECTION.

           OPEN I-O PEND-FILE.
           IF WS-PEND-NOT-FOUND
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE.
           IF NOT WS-PEND-OK
                   DISPLAY 'MQSPENDX: UNABLE TO OPEN PENDFILE - '
                           'STATUS ' WS-PEND-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2300-OPEN-FILES-EXIT.
           EXIT.

      *
      * Position the pending-approval file at its first record.
      *
       3000-POSITION-ITEMS SECTION.

           MOVE LOW-VALUES TO PND-KEY.

           START PEND-FILE KEY > PND-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

       3000-POSITION-ITEMS-EXIT.
           EXIT.

      *
      * Read the next pending-approval record.
      *
       3100-READ-ITEM SECTION.

           IF WS-EOF
                   GO TO 3100-READ-ITEM-EXIT.

           READ PEND-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-READ-ITEM-EXIT.

           IF NOT WS-PEND-OK
                   DISPLAY 'MQSPENDX: PENDFILE READ FAILED - '
                           'STATUS ' WS-PEND-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3100-READ-ITEM-EXIT.

           ADD 1 TO PDX-ITEMS-READ.

       3100-READ-ITEM-EXIT.
           EXIT.

      *
      * Report and, where due, expire one item, then read the next.
      * An item sent today is reported whatever has happened to it
      * since; a decision or expiry is reported on the business date
      * it was made, so a same-day rerun reports the items the first
      * run expired as well.
      *
       3500-PROCESS-ITEM SECTION.

           IF PND-SUBMIT-DATE = WS-BUSINESS-DATE
                   ADD 1 TO PDX-ITEMS-SENT
                   ADD PND-AMOUNT TO PDX-TOTAL-SENT
                   MOVE 'SENT'        TO RPT-DET-EVENT
                   PERFORM 3900-PRINT-DETAIL.

           IF PND-PENDING
              AND PND-SUBMIT-DATE NOT > WS-BUSINESS-DATE
                   PERFORM 3600-EXPIRE-ITEM
                   IF WS-RUN-FAILED
                           GO TO 3500-PROCESS-ITEM-EXIT
                   END-IF.

           IF PND-APPROVED AND PND-DECISION-DATE = WS-BUSINESS-DATE
                   ADD 1 TO PDX-ITEMS-APPROVED
                   ADD PND-AMOUNT TO PDX-TOTAL-APPROVED
                   MOVE 'APPROVED'    TO RPT-DET-EVENT
                   PERFORM 3900-PRINT-DETAIL.

           IF PND-DECLINED AND PND-DECISION-DATE = WS-BUSINESS-DATE
                   ADD 1 TO PDX-ITEMS-DECLINED
                   ADD PND-AMOUNT TO PDX-TOTAL-DECLINED
                   MOVE 'DECLINED'    TO RPT-DET-EVENT
                   PERFORM 3900-PRINT-DETAIL.

           IF PND-EXPIRED AND PND-DECISION-DATE = WS-BUSINESS-DATE
                   ADD 1 TO PDX-ITEMS-EXPIRED
                   ADD PND-AMOUNT TO PDX-TOTAL-EXPIRED
                   MOVE 'EXPIRED'     TO RPT-DET-EVENT
                   PERFORM 3900-PRINT-DETAIL.

           PERFORM 3100-READ-ITEM.

       3500-PROCESS-ITEM-EXIT.
           EXIT.

      *
      * Expire one item.  No user decided it, so the checker and the
      * decision key stay blank; the decision date is the business
      * date it lapsed on.
      *
       3600-EXPIRE-ITEM SECTION.

           MOVE 'E'              TO PND-STATUS.
           MOVE SPACES           TO PND-CHECKER-ID.
           MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE.
           ACCEPT PND-DECISION-TIME FROM TIME.
           MOVE SPACES           TO PND-DECISION-KEY.
           REWRITE PEND-RECORD
               INVALID KEY
                       DISPLAY 'MQSPENDX: PENDING REWRITE FAILED - '
                               PND-KEY
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3600-EXPIRE-ITEM-EXIT.
           EXIT.

      *
      * Print one pending items line; the caller has set the event.
      *
       3900-PRINT-DETAIL SECTION.

           MOVE PND-KEY          TO RPT-DET-PENDING-KEY.
           MOVE PND-TRANS-CODE   TO RPT-DET-TRANS-CODE.
           MOVE PND-ACCOUNT-NO   TO RPT-DET-ACCOUNT.
           MOVE PND-AMOUNT       TO RPT-DET-AMOUNT.
           MOVE PND-MAKER-ID     TO RPT-DET-MAKER.
           MOVE PND-CHECKER-ID   TO RPT-DET-CHECKER.
           DISPLAY RPT-DETAIL-LINE.

       3900-PRINT-DETAIL-EXIT.
           EXIT.

      *
      * Close the pending-approval file.
      *
       4600-CLOSE-FILES SECTION.

           CLOSE PEND-FILE.

       4600-CLOSE-FILES-EXIT.
           EXIT.

      *
      * Print the run summary to SYSOUT.
      *
       5000-PRINT-SUMMARY SECTION.

           DISPLAY ' '.
           MOVE PDX-ITEMS-READ      TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE PDX-ITEMS-SENT      TO RPT-LINE-2-COUNT.
           MOVE PDX-TOTAL-SENT      TO RPT-LINE-2-AMOUNT.
           DISPLAY RPT-LINE-2.
           MOVE PDX-ITEMS-APPROVED  TO RPT-LINE-3-COUNT.
           MOVE PDX-TOTAL-APPROVED  TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.
           MOVE PDX-ITEMS-DECLINED  TO RPT-LINE-4-COUNT.
           MOVE PDX-TOTAL-DECLINED  TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-4.
           MOVE PDX-ITEMS-EXPIRED   TO RPT-LINE-5-COUNT.
           MOVE PDX-TOTAL-EXPIRED   TO RPT-LINE-5-AMOUNT.
           DISPLAY RPT-LINE-5.

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
