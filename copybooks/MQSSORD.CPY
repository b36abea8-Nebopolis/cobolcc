      *===============================================================
      *  MQSSORD - STANDING ORDER MASTER RECORD (STNDORDR)
      *
      *  One record per standing order - a recurring transfer from
      *  one account to another, keyed on the order ID.  Set up,
      *  amended and cancelled by MQSSOMNT; paid by the MQSSTORD
      *  batch run on each due business date, which rolls the next
      *  due date forward by the order's frequency and marks the
      *  order completed once the next due date passes its end
      *  date.  Each payment is posted under the correlation key
      *  'SO' + order ID + the due date it pays, so DEDUPFIL keeps a
      *  rerun from paying the same due date twice.  Records are
      *  never deleted - a cancelled or completed order stays on
      *  file with its payment counts.
      *===============================================================
      *
           05  SOR-ORDER-ID             PIC X(6).
           05  SOR-FROM-ACCOUNT         PIC X(10).
           05  SOR-TO-ACCOUNT           PIC X(10).
           05  SOR-AMOUNT               PIC 9(11)V99.
      *
      *    'W' = weekly, 'F' = fortnightly, 'M' = monthly,
      *    'Q' = quarterly, 'A' = annually.
      *
           05  SOR-FREQUENCY            PIC X(1).
               88  SOR-WEEKLY                 VALUE 'W'.
               88  SOR-FORTNIGHTLY            VALUE 'F'.
               88  SOR-MONTHLY                VALUE 'M'.
               88  SOR-QUARTERLY              VALUE 'Q'.
               88  SOR-ANNUAL                 VALUE 'A'.
      *
      *    For the monthly, quarterly and annual frequencies, the day
      *    of the month the order falls on - a short month pays on
      *    its last day and the next month goes back to this day.
      *
           05  SOR-ANCHOR-DAY           PIC 9(2).
           05  SOR-NEXT-DUE-DATE        PIC X(8).
      *
      *    Last business date a payment may fall on; spaces for an
      *    order that runs until cancelled.
      *
           05  SOR-END-DATE             PIC X(8).
      *
      *    'A' = active, 'C' = cancelled, 'E' = ended - completed
      *    by MQSSTORD once past its end date.
      *
           05  SOR-STATUS               PIC X(1).
               88  SOR-ACTIVE                 VALUE 'A'.
               88  SOR-CANCELLED              VALUE 'C'.
               88  SOR-COMPLETED              VALUE 'E'.
           05  SOR-REFERENCE            PIC X(18).
           05  SOR-CREATED-DATE         PIC X(8).
           05  SOR-CLOSED-DATE          PIC X(8).
      *
      *    The due date most recently dealt with by MQSSTORD and
      *    what became of it - 'P' = paid, 'S' = skipped.
      *
           05  SOR-LAST-DUE-DATE        PIC X(8).
           05  SOR-LAST-RESULT          PIC X(1).
           05  SOR-PAID-COUNT           PIC 9(5).
           05  SOR-SKIPPED-COUNT        PIC 9(5).
           05  FILLER                   PIC X(10).
