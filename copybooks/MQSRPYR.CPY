      *    0000  transaction completed normally
      *    4001  account not found on the account master
      *    4002  account not open for posting (status not active)
      *    4003  insufficient funds for the requested debit - the
      *          available balance (ledger less active funds
      *          holds) does not cover it
      *    4004  posting amount missing or not numeric
      *    4005  REQ-DATA-LENGTH shorter than the transaction's
      *          operands (account number 10, plus amount 13 for
      *          the posting transactions; two account numbers
      *          plus amount, 33, for the transfer; account number
      *          plus original correlation key, 26, for the
      *          reversal and for the hold release; account, amount,
      *          expiry date and reason, 61, for the hold; pending
      *          key, 16, for the approval and the decline)
      *    4006  duplicate posting - this correlation key was
      *          already applied to this account and the money has
      *          moved; the request is answered, not reapplied
      *    4007  transfer from- and to-accounts are the same
      *    4008  reversal refused - the original posting has already
      *          been reversed
      *    4009  reversal refused - no posting with that correlation
      *          key was applied to the named account
      *    4010  reversal refused - the posting named is itself a
      *          reversal
      *    4011  hold expiry date missing, not numeric or before
      *          the business date
      *    4012  no hold with that hold ID on the named account
      *    4013  hold already released or expired
      *    4014  posting above the requesting user's authority
      *          limit - not applied, held pending approval; the
      *          pending key is the request's own correlation key
      *    4015  no pending item with that key (APPR/DECL)
      *    4016  pending item already approved, declined or expired
      *    4017  approver is the user who sent the posting - dual
      *          control needs a second user
      *    9101  transaction code missing or unprintable
      *    9102  correlation key missing
      *    9103  REQ-DATA-LENGTH not numeric
