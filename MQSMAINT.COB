      *                       ADD   create the account - status 'A',
      *                             zero balance, empty history
      *                       CLOS  close the account - only when
      *                             the balance is zero and no
      *                             funds hold is active on it
      *                       REOP  reopen a closed account
      *                       NAME  replace the customer name
      *                     Creates the master empty first if it
      *
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND         VALUE '35'.
       01  WS-MAINT-STATUS             PIC X(2) VALUE '00'.
           88  WS-MAINT-OK                  VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
       2000-OPEN-ACCOUNT-MASTER SECTION.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-NOT-FOUND
                   OPEN OUTPUT ACCOUNT-FILE
                   CLOSE ACCOUNT-FILE
                   OPEN I-O ACCOUNT-FILE.
           MOVE 'A'               TO ACC-STATUS.
           MOVE ZERO              TO ACC-BALANCE.
           MOVE ZERO              TO ACC-HIST-COUNT.
           MOVE ZERO              TO ACC-HOLD-TOTAL.
           PERFORM 4100-INIT-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5.

      *
      * CLOS - close the account.  Only an active account with a
      * zero balance and no active funds hold may be closed; money
      * left on it must be posted off, and holds released, through
      * the server first.
      *
       3650-APPLY-CLOSE SECTION.

                        TO WS-REJECT-REASON
                   GO TO 3650-APPLY-CLOSE-EXIT.

           IF ACC-HOLD-TOTAL NUMERIC AND ACC-HOLD-TOTAL > ZERO
                   MOVE 'ACTIVE HOLDS ON ACCOUNT'
                        TO WS-REJECT-REASON
                   GO TO 3650-APPLY-CLOSE-EXIT.

           MOVE 'C' TO ACC-STATUS.
           PERFORM 4200-REWRITE-ACCOUNT.

