      *                     business-date range (date from / date
      *                     to, YYYYMMDD after the account number),
      *                     and the opening balance then reflects
      *                     the balance as the range opened.  A
      *                     reversal posting (REVS) is printed with
      *                     the correlation key of the posting it
      *                     backed out underneath it, and counted
      *                     apart from new business in the summary.
      *                     The five history slots on the account
      *                     master stay as the quick online answer;
      *                     this report is the full record.
      *
      * *************************************************************
      *
           88  WS-EOF                       VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-REVERSAL-SWITCH          PIC X VALUE 'N'.
           88  WS-IS-REVERSAL               VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-PRINT-IDX                PIC 9(4) VALUE 0.
      *
       01  RPT-TOTAL-RECORDS           PIC 9(7) VALUE 0.
       01  RPT-SELECTED-RECORDS        PIC 9(7) VALUE 0.
       01  RPT-REVERSAL-RECORDS        PIC 9(7) VALUE 0.
      *
      *    Per-account opening/closing balances, merged across every
      *    journal record for the account.
               10  AC-OPENING          PIC S9(11)V99.
               10  AC-CLOSING          PIC S9(11)V99.
               10  AC-POSTINGS         PIC 9(7).
               10  AC-REVERSALS        PIC 9(7).
      *
      *---------------------------------------------------------------
      *    Report print lines
           05  RPT-SUM-CLOSING         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(7)  VALUE '  POST='.
           05  RPT-SUM-POSTINGS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE '  REV='.
           05  RPT-SUM-REVERSALS       PIC ZZZZ9.
      *
      *    Printed under the detail line of a reversal posting.
      *
       01  RPT-REVERSAL-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'REVERSAL OF '.
           05  RPT-REV-ORIG-KEY        PIC X(16).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
           05  FILLER                  PIC X(20) VALUE
                   'POSTINGS REPORTED : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'REVERSALS REPORTED: '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
           MOVE JRN-CORREL-KEY  TO RPT-DET-CORREL.
           DISPLAY RPT-DETAIL-LINE.

           MOVE 'N' TO WS-REVERSAL-SWITCH.
           IF JRN-REVERSAL-OF-KEY NOT = SPACES
                   MOVE 'Y' TO WS-REVERSAL-SWITCH
                   ADD 1 TO RPT-REVERSAL-RECORDS
                   MOVE JRN-REVERSAL-OF-KEY TO RPT-REV-ORIG-KEY
                   DISPLAY RPT-REVERSAL-LINE.

           PERFORM 3700-MERGE-ACCOUNT.

       3500-PROCESS-RECORD-NEXT.
                     OR WS-ENTRY-FOUND.

           IF WS-ENTRY-FOUND
                   MOVE JRN-BALANCE TO AC-CLOSING(WS-MATCH-IDX)
                   GO TO 3700-MERGE-COUNT.

           IF RPT-ACCT-COUNT >= 5000
                   ADD 1 TO WS-ACCT-OMITTED
           MOVE JRN-ACCOUNT-NO     TO AC-ACCOUNT-NO(RPT-ACCT-COUNT).
           MOVE WS-OPENING-BALANCE TO AC-OPENING(RPT-ACCT-COUNT).
           MOVE JRN-BALANCE        TO AC-CLOSING(RPT-ACCT-COUNT).
           MOVE 0                  TO AC-POSTINGS(RPT-ACCT-COUNT).
           MOVE 0                  TO AC-REVERSALS(RPT-ACCT-COUNT).
           MOVE RPT-ACCT-COUNT     TO WS-MATCH-IDX.
      *
      *    A reversal is counted as a reversal, not as one more
      *    posting of new business.
      *
       3700-MERGE-COUNT.
           IF WS-IS-REVERSAL
                   ADD 1 TO AC-REVERSALS(WS-MATCH-IDX)
           ELSE
                   ADD 1 TO AC-POSTINGS(WS-MATCH-IDX).

       3700-MERGE-ACCOUNT-EXIT.
           EXIT.
           DISPLAY RPT-LINE-1.
           MOVE RPT-SELECTED-RECORDS TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE RPT-REVERSAL-RECORDS TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           DISPLAY '==============================================='.

       5000-PRINT-SUMMARY-EXIT.
           MOVE AC-OPENING(WS-PRINT-IDX)    TO RPT-SUM-OPENING.
           MOVE AC-CLOSING(WS-PRINT-IDX)    TO RPT-SUM-CLOSING.
           MOVE AC-POSTINGS(WS-PRINT-IDX)   TO RPT-SUM-POSTINGS.
           MOVE AC-REVERSALS(WS-PRINT-IDX)  TO RPT-SUM-REVERSALS.
           DISPLAY RPT-SUMMARY-LINE.

       5100-PRINT-SUMMARY-LINE-EXIT.
