      *    applied.
      *
           05  JRN-BALANCE              PIC S9(11)V99.
      *
      *    On a reversal posting (REVS), the correlation key of the
      *    posting it backed out, so statements and the balance proof
      *    can show it as a reversal rather than new business;
      *    spaces on an ordinary posting.  A journal cut before the
      *    field was added must be converted by MQSCONV before the
      *    first run on this layout.
      *
           05  JRN-REVERSAL-OF-KEY      PIC X(16).
