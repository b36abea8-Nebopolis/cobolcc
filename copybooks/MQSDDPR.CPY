      *    have repeated.
      *
           05  DDP-BALANCE              PIC S9(11)V99.
      *
      *    For one leg of a transfer, the account on the other leg;
      *    spaces for a single-account posting.  A reversal uses it
      *    to back out both legs of the original.  A file cut before
      *    this field and the two keys below were added must be
      *    converted by MQSCONV before the first run on this layout.
      *
           05  DDP-CONTRA-ACCOUNT       PIC X(10).
      *
      *    On a reversal posting (REVS), the correlation key of the
      *    posting it backed out; spaces on an ordinary posting.
      *
           05  DDP-REVERSAL-OF-KEY      PIC X(16).
      *
      *    On an original posting, the correlation key of the REVS
      *    request that reversed it; spaces while it stands.  A
      *    second reversal of the same posting is refused with
      *    return code 4008.
      *
           05  DDP-REVERSED-BY-KEY      PIC X(16).
