      *===============================================================
      *  MQSPEND - PENDING-APPROVAL POSTING RECORD (PENDFILE)
      *
      *  One record per DEBT, CRDT or TRNF that arrived above the
      *  requesting user's posting authority limit (AUT-POSTING-
      *  LIMIT on MQSAUTH).  Such a posting is not applied: it is
      *  kept here, keyed on its own correlation key - the pending
      *  key the requester is answered with - until a second,
      *  different user authorized for APPR or DECL decides it.  An
      *  approved posting is then applied under that same
      *  correlation key, so DEDUPFIL protects it exactly as if it
      *  had been applied on arrival.  Items still pending at the
      *  end of their business date are expired by MQSPENDX.
      *  Records are never deleted by the online server.
      *===============================================================
      *
           05  PND-KEY                  PIC X(16).
           05  PND-TRANS-CODE           PIC X(4).
      *
      *    The posting's account - the from-account for a transfer -
      *    and, for a transfer only, the to-account.
      *
           05  PND-ACCOUNT-NO           PIC X(10).
           05  PND-TO-ACCOUNT           PIC X(10).
           05  PND-AMOUNT               PIC 9(11)V99.
      *
      *    The request's operands exactly as sent, replayed into the
      *    posting path on approval.
      *
           05  PND-DATA-LENGTH          PIC 9(4).
           05  PND-REQ-DATA             PIC X(33).
           05  PND-MAKER-ID             PIC X(12).
           05  PND-MAKER-LIMIT          PIC 9(11)V99.
           05  PND-SUBMIT-DATE          PIC X(8).
           05  PND-SUBMIT-TIME          PIC X(8).
      *
      *    'P' = pending, 'A' = approved and applied, 'D' = declined,
      *    'E' = expired unapproved by MQSPENDX.
      *
           05  PND-STATUS               PIC X(1).
               88  PND-PENDING                VALUE 'P'.
               88  PND-APPROVED               VALUE 'A'.
               88  PND-DECLINED               VALUE 'D'.
               88  PND-EXPIRED                VALUE 'E'.
      *
      *    Who decided the item, when, and the correlation key of the
      *    APPR or DECL request that did so; spaces while pending and
      *    for an expired item.
      *
           05  PND-CHECKER-ID           PIC X(12).
           05  PND-DECISION-DATE        PIC X(8).
           05  PND-DECISION-TIME        PIC X(8).
           05  PND-DECISION-KEY         PIC X(16).
           05  FILLER                   PIC X(10).
