      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSGLIF.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSGLIF
      *
      *  Description      : End-of-day general ledger interface.
      *
      *  Function         : Summarizes the business date's postings
      *                     into the GLPOST general ledger posting
      *                     file (MQSGLPR layout).  The day's server
      *                     postings come from the TRANEXTR replies
      *                     for the business date - DEBT, CRDT and
      *                     TRNF requests whose reply carries
      *                     RPY-RETURN-CODE zero, and REVS
      *                     reversals by the legs their reply names;
      *                     the day's batch postings come from the
      *                     JRNLFILE journal, the same way MQSPROOF
      *                     selects them - MQSINTF interest paid and
      *                     fees charged by their INT/FEE correlation
      *                     keys for the business date, and MQSSTORD
      *                     standing-order legs by their 'SO' keys
      *                     posted on it, which count as transfers.
      *                     Fees MQSINTF waived come from its FEEWAIV
      *                     file.  Each posting category is carried
      *                     to the debit and credit GL accounts the
      *                     GLMAP control file names for it, and one
      *                     entry per GL account is written between
      *                     a header and a trailer carrying the
      *                     control totals.
      *                     The file is refused - nothing written,
      *                     return code 8 - unless the PROOFSTS
      *                     status record says that same business
      *                     date balanced in MQSPROOF, unless the
      *                     day's customer net movement here agrees
      *                     with the net the proof saw, and unless
      *                     the GLCTL control record shows the date
      *                     has not already gone to the ledger; a
      *                     category with postings but no mapping
      *                     refuses it too.  Once the file is
      *                     written GLCTL is rewritten with the date
      *                     sent, so a rerun for the same date is
      *                     refused rather than posting the day to
      *                     the ledger twice.  Only a missing GLCTL
      *                     (the interface has never run) lets the
      *                     first date through; a GLCTL that cannot
      *                     be opened or read, is empty, or holds a
      *                     last date sent that is not numeric
      *                     refuses the run until it is put right.
      *
      *                     Posting categories:
      *                       DEBT  customer debits
      *                       CRDT  customer credits
      *                       TRFO  transfers out (from-leg)
      *                       TRFI  transfers in (to-leg)
      *                       INTP  interest paid
      *                       FEEC  fees charged
      *                       FEEW  fees waived (no customer money
      *                             moved - a memo pair)
      *                       REVD  reversal debit legs
      *                       REVC  reversal credit legs
      *
      *                     GL mapping record layout (GLMAP):
      *                       category        X(4)
      *                       debit GL acct   X(12)
      *                       credit GL acct  X(12)
      *                     A record whose category is blank or
      *                     starts with '*' is a comment.
      *
      *                     GL control record layout (GLCTL):
      *                       last date sent  X(8)
      *                       run date/time   X(8) X(8)
      *                       GL entries      9(7)
      *                       debit total     9(13)V99
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
      *    Startup parameter file - read for the business date only,
      *    so the ledger is sent the same day the rest of the
      *    schedule ran under.
      *
           SELECT PARM-FILE       ASSIGN TO MQSPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PARM-FILE-STATUS.
      *
      *    The outcome of the day's balance proof.
      *
           SELECT STATUS-FILE     ASSIGN TO PROOFSTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PROOF-STATUS.
      *
      *    The last business date sent to the ledger.
      *
           SELECT CONTROL-FILE    ASSIGN TO GLCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.
      *
           SELECT MAP-FILE        ASSIGN TO GLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MAP-STATUS.
      *
           SELECT EXTRACT-FILE    ASSIGN TO TRANEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-EXTRACT-STATUS.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
           SELECT WAIVER-FILE     ASSIGN TO FEEWAIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FWV-KEY
                  FILE STATUS  IS WS-WAIVER-STATUS.
      *
           SELECT GL-FILE         ASSIGN TO GLPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GL-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PARM-RECORD.
           COPY MQSPARM.
      *
       FD  STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PROOF-STATUS-RECORD.
           COPY MQSPRFS.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  CONTROL-RECORD.
           05  GLC-LAST-DATE-SENT      PIC X(8).
           05  GLC-RUN-DATE            PIC X(8).
           05  GLC-RUN-TIME            PIC X(8).
           05  GLC-ENTRY-COUNT         PIC 9(7).
           05  GLC-DEBIT-TOTAL         PIC 9(13)V99.
      *
       FD  MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  MAP-RECORD.
           05  GLM-CATEGORY            PIC X(4).
           05  GLM-CATEGORY-FIRST REDEFINES GLM-CATEGORY.
               10  GLM-COMMENT-MARK    PIC X(1).
               10  FILLER              PIC X(3).
           05  GLM-DEBIT-GL            PIC X(12).
           05  GLM-CREDIT-GL           PIC X(12).
      *
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  EXTRACT-RECORD.
           COPY MQSEXTR.
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
      *
       FD  WAIVER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  WAIVER-RECORD.
           COPY MQSFWVR.
      *
       FD  GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  GL-RECORD.
           COPY MQSGLPR.
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK               VALUE '00'.
       01  WS-PROOF-STATUS             PIC X(2) VALUE '00'.
           88  WS-PROOF-STATUS-OK           VALUE '00'.
       01  WS-CONTROL-STATUS           PIC X(2) VALUE '00'.
           88  WS-CONTROL-OK                VALUE '00'.
           88  WS-CONTROL-NOT-FOUND         VALUE '35'.
       01  WS-MAP-STATUS               PIC X(2) VALUE '00'.
           88  WS-MAP-OK                    VALUE '00'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  WS-EXTRACT-OK                VALUE '00'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
       01  WS-WAIVER-STATUS            PIC X(2) VALUE '00'.
           88  WS-WAIVER-OK                 VALUE '00'.
       01  WS-GL-STATUS                PIC X(2) VALUE '00'.
           88  WS-GL-OK                     VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(4) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
      *
      *    The interest and fee correlation keys MQSINTF builds for
      *    the business date, and a journal key laid out the way
      *    MQSSTORD builds it - the same selection MQSPROOF makes.
      *
       01  WS-INT-CORREL-KEY.
           05  FILLER                  PIC X(3)  VALUE 'INT'.
           05  WS-INT-CORREL-DATE      PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
       01  WS-FEE-CORREL-KEY.
           05  FILLER                  PIC X(3)  VALUE 'FEE'.
           05  WS-FEE-CORREL-DATE      PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
       01  WS-SO-CORREL-KEY.
           05  WS-SO-CORREL-PREFIX     PIC X(2).
           05  WS-SO-CORREL-ORDER-ID   PIC X(6).
           05  WS-SO-CORREL-DUE-DATE   PIC X(8).
      *
      *    The request and reply images carried inside each extract
      *    record, overlaid with their record layouts, and the
      *    posting operands carried inside the request data.
      *
       01  WS-REQUEST-IMAGE            PIC X(1000).
       01  MQS-REQUEST-RECORD REDEFINES WS-REQUEST-IMAGE.
           COPY MQSREQR.
      *
       01  WS-REPLY-IMAGE              PIC X(1000).
       01  MQS-REPLY-RECORD REDEFINES WS-REPLY-IMAGE.
           COPY MQSRPYR.
      *
       01  WS-TXN-REQUEST-FIELDS.
           05  TXN-ACCOUNT-NO          PIC X(10).
           05  TXN-AMOUNT-X            PIC X(13).
           05  TXN-AMOUNT REDEFINES TXN-AMOUNT-X
                                       PIC 9(11)V99.
      *
       01  WS-TRF-REQUEST-FIELDS.
           05  TRF-FROM-ACCOUNT        PIC X(10).
           05  TRF-TO-ACCOUNT          PIC X(10).
           05  TRF-AMOUNT-X            PIC X(13).
           05  TRF-AMOUNT REDEFINES TRF-AMOUNT-X
                                       PIC 9(11)V99.
      *
      *    A reversal's reply: original key, amount, then the debit
      *    leg's account and balance and the credit leg's account
      *    and balance, a leg the reversal did not post left blank.
      *
       01  WS-REV-REPLY-FIELDS.
           05  RVR-ORIG-KEY            PIC X(16).
           05  FILLER                  PIC X(1).
           05  RVR-AMOUNT-INT          PIC 9(11).
           05  FILLER                  PIC X(1).
           05  RVR-AMOUNT-DEC          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RVR-DEBIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1).
           05  RVR-DEBIT-BALANCE       PIC X(15).
           05  FILLER                  PIC X(1).
           05  RVR-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(1).
           05  RVR-CREDIT-BALANCE      PIC X(15).
       01  WS-REV-AMOUNT               PIC 9(11)V99 VALUE 0.
      *
      *    One category being carried to the ledger.
      *
       01  WS-CATEGORY                 PIC X(4)  VALUE SPACES.
           88  WS-CATEGORY-VALID            VALUE 'DEBT' 'CRDT'
                                                  'TRFO' 'TRFI'
                                                  'INTP' 'FEEC'
                                                  'FEEW' 'REVD'
                                                  'REVC'.
       01  WS-CATEGORY-COUNT           PIC 9(7) VALUE 0.
       01  WS-CATEGORY-AMOUNT          PIC 9(13)V99 VALUE 0.
       01  WS-GL-ACCOUNT               PIC X(12) VALUE SPACES.
       01  WS-CREDIT-GL                PIC X(12) VALUE SPACES.
      *
      *---------------------------------------------------------------
      *    Mapping table - one entry per GLMAP category
      *---------------------------------------------------------------
      *
       01  GLI-MAP-COUNT               PIC 9(4) VALUE 0.
       01  GLI-MAP-TABLE.
           05  GLI-MAP-ENTRY OCCURS 20 TIMES.
               10  GM-CATEGORY         PIC X(4).
               10  GM-DEBIT-GL         PIC X(12).
               10  GM-CREDIT-GL        PIC X(12).
      *
      *---------------------------------------------------------------
      *    GL entry table - one entry per GL account the day's
      *    categories are carried to
      *---------------------------------------------------------------
      *
       01  GLI-GL-COUNT                PIC 9(4) VALUE 0.
       01  GLI-GL-TABLE.
           05  GLI-GL-ENTRY OCCURS 40 TIMES.
               10  GA-GL-ACCOUNT       PIC X(12).
               10  GA-DEBIT            PIC 9(13)V99.
               10  GA-CREDIT           PIC 9(13)V99.
               10  GA-POSTINGS         PIC 9(7).
      *
      *---------------------------------------------------------------
      *    Category totals
      *---------------------------------------------------------------
      *
       01  GLI-DEBT-COUNT              PIC 9(7) VALUE 0.
       01  GLI-DEBT-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-CRDT-COUNT              PIC 9(7) VALUE 0.
       01  GLI-CRDT-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-TRFO-COUNT              PIC 9(7) VALUE 0.
       01  GLI-TRFO-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-TRFI-COUNT              PIC 9(7) VALUE 0.
       01  GLI-TRFI-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-INTP-COUNT              PIC 9(7) VALUE 0.
       01  GLI-INTP-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-FEEC-COUNT              PIC 9(7) VALUE 0.
       01  GLI-FEEC-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-FEEW-COUNT              PIC 9(7) VALUE 0.
       01  GLI-FEEW-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-REVD-COUNT              PIC 9(7) VALUE 0.
       01  GLI-REVD-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  GLI-REVC-COUNT              PIC 9(7) VALUE 0.
       01  GLI-REVC-AMOUNT             PIC 9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Control totals
      *---------------------------------------------------------------
      *
       01  GLI-POSTING-TOTAL           PIC 9(9) VALUE 0.
       01  GLI-DEBIT-TOTAL             PIC 9(13)V99 VALUE 0.
       01  GLI-CREDIT-TOTAL            PIC 9(13)V99 VALUE 0.
       01  GLI-CUSTOMER-NET            PIC S9(13)V99 VALUE 0.
       01  GLI-PROOF-NET               PIC S9(13)V99 VALUE 0.
       01  GLI-EXTRACT-READ            PIC 9(7) VALUE 0.
       01  GLI-JOURNAL-READ            PIC 9(7) VALUE 0.
       01  GLI-UNMAPPED                PIC 9(7) VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-CATEGORY-LINE.
           05  RPT-CAT-CODE            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CAT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CAT-AMOUNT          PIC -Z(12)9.99.
           05  FILLER                  PIC X(5)  VALUE '  DR '.
           05  RPT-CAT-DEBIT-GL        PIC X(12).
           05  FILLER                  PIC X(5)  VALUE '  CR '.
           05  RPT-CAT-CREDIT-GL       PIC X(12).
      *
       01  RPT-GL-LINE.
           05  RPT-GL-ACCOUNT          PIC X(12).
           05  FILLER                  PIC X(5)  VALUE '  DR='.
           05  RPT-GL-DEBIT            PIC Z(12)9.99.
           05  FILLER                  PIC X(5)  VALUE '  CR='.
           05  RPT-GL-CREDIT           PIC Z(12)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-GL-POSTINGS         PIC ZZZZZZ9.
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'EXTRACT READ      : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'JOURNAL READ      : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'GL ENTRIES        : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'TOTAL DEBITS      : '.
           05  RPT-LINE-4-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'TOTAL CREDITS     : '.
           05  RPT-LINE-5-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(20) VALUE
                   'CUSTOMER NET      : '.
           05  RPT-LINE-6-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-7.
           05  FILLER                  PIC X(20) VALUE
                   'PROOF NET         : '.
           05  RPT-LINE-7-AMOUNT       PIC -Z(12)9.99.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 2000-READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-INT-CORREL-DATE.
           MOVE WS-BUSINESS-DATE TO WS-FEE-CORREL-DATE.

           DISPLAY '==============================================='.
           DISPLAY '  MQSGLIF  -  GENERAL LEDGER INTERFACE'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY ' '.

           PERFORM 2100-CHECK-PROOF-STATUS.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 2200-CHECK-GL-CONTROL.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 2300-LOAD-GL-MAP.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 3000-ACCUM-EXTRACT.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 3500-ACCUM-JOURNAL.
           PERFORM 3800-ACCUM-WAIVERS.

           PERFORM 4000-BUILD-GL-ENTRIES.
           PERFORM 5000-PRINT-REPORT.

           PERFORM 4500-CHECK-CONTROLS.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 6000-WRITE-GL-FILE.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-REFUSED.

           PERFORM 6500-UPDATE-GL-CONTROL.
           IF WS-RUN-FAILED
                   DISPLAY '*** GLPOST WRITTEN BUT GLCTL NOT '
                           'UPDATED - SET GLCTL BEFORE ANY RERUN ***'
                   GO TO 1000-MAIN-FAILED.

           DISPLAY ' '.
           DISPLAY '*** GLPOST PRODUCED FOR ' WS-BUSINESS-DATE ' ***'.
           DISPLAY '==============================================='.
           MOVE 0 TO RETURN-CODE.
           GO TO 1000-MAIN-END.

       1000-MAIN-REFUSED.
           DISPLAY ' '.
           DISPLAY '*** GLPOST NOT PRODUCED ***'.

       1000-MAIN-FAILED.
           DISPLAY '==============================================='.
           MOVE 8 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Pick up the business date from MQSPARM, defaulting to the
      * system date, the same way MQSERVER and MQSPROOF do.
      *
       2000-READ-BUSINESS-DATE SECTION.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-FILE-OK
                   GO TO 2000-READ-BUSINESS-DATE-EXIT.

           READ PARM-FILE
               AT END
                       GO TO 2000-CLOSE-PARM-FILE.

           IF PRM-BUSINESS-DATE NOT = SPACES
              AND PRM-BUSINESS-DATE NOT = LOW-VALUES
              AND PRM-BUSINESS-DATE NUMERIC
                   MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE.

       2000-CLOSE-PARM-FILE.
           CLOSE PARM-FILE.

       2000-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *
      * The ledger is only ever sent a day that proved.  The status
      * MQSPROOF left must name this business date and say it
      * balanced - an older date means the proof has not run for
      * today, or stopped before it could record anything.
      *
       2100-CHECK-PROOF-STATUS SECTION.

           OPEN INPUT STATUS-FILE.
           IF NOT WS-PROOF-STATUS-OK
                   DISPLAY 'MQSGLIF: PROOFSTS UNREADABLE - STATUS '
                           WS-PROOF-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2100-CHECK-PROOF-STATUS-EXIT.

           READ STATUS-FILE
               AT END
                       DISPLAY 'MQSGLIF: PROOFSTS IS EMPTY'
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 2100-CLOSE-STATUS-FILE.

           IF PFS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY 'MQSGLIF: LAST PROOF WAS FOR '
                           PFS-BUSINESS-DATE
                           ' - NO PROOF FOR THIS BUSINESS DATE'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2100-CLOSE-STATUS-FILE.

           IF NOT PFS-BALANCED
                   DISPLAY 'MQSGLIF: PROOF FOR '
                           PFS-BUSINESS-DATE
                           ' DID NOT BALANCE'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2100-CLOSE-STATUS-FILE.

           MOVE PFS-NET-TOTAL TO GLI-PROOF-NET.

       2100-CLOSE-STATUS-FILE.
           CLOSE STATUS-FILE.

       2100-CHECK-PROOF-STATUS-EXIT.
           EXIT.

      *
      * Refuse a business date already sent to the ledger - or one
      * earlier than the last date sent, which could only be a
      * rerun of a day the ledger already has.  Only a missing
      * GLCTL (status 35) means the interface has never run; any
      * other open or read failure, an empty GLCTL or a last date
      * sent that is not numeric refuses the run, since the date
      * already sent cannot then be known.
      *
       2200-CHECK-GL-CONTROL SECTION.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-NOT-FOUND
                   DISPLAY 'MQSGLIF: NO GLCTL - FIRST DATE SENT'
                   MOVE '00' TO WS-CONTROL-STATUS
                   GO TO 2200-CHECK-GL-CONTROL-EXIT.

           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSGLIF: UNABLE TO OPEN GLCTL - STATUS '
                           WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-CHECK-GL-CONTROL-EXIT.

           READ CONTROL-FILE
               AT END
                       DISPLAY 'MQSGLIF: GLCTL IS EMPTY - LAST DATE '
                               'SENT UNKNOWN'
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 2200-CLOSE-CONTROL-FILE.

           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSGLIF: UNABLE TO READ GLCTL - STATUS '
                           WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-CLOSE-CONTROL-FILE.

           IF GLC-LAST-DATE-SENT NOT NUMERIC
                   DISPLAY 'MQSGLIF: GLCTL LAST DATE SENT NOT '
                           'NUMERIC - RECORD ' CONTROL-RECORD
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-CLOSE-CONTROL-FILE.

           IF WS-BUSINESS-DATE = GLC-LAST-DATE-SENT
                   DISPLAY 'MQSGLIF: ' WS-BUSINESS-DATE
                           ' ALREADY SENT ON ' GLC-RUN-DATE
                           ' AT ' GLC-RUN-TIME
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-CLOSE-CONTROL-FILE.

           IF WS-BUSINESS-DATE < GLC-LAST-DATE-SENT
                   DISPLAY 'MQSGLIF: ' WS-BUSINESS-DATE
                           ' IS EARLIER THAN THE LAST DATE SENT '
                           GLC-LAST-DATE-SENT
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2200-CLOSE-CONTROL-FILE.
           CLOSE CONTROL-FILE.
           MOVE '00' TO WS-CONTROL-STATUS.

       2200-CHECK-GL-CONTROL-EXIT.
           EXIT.

      *
      * Load the GL mapping control file.  An unknown or repeated
      * category, or one missing either GL account, is a broken
      * control file - the run stops rather than guess.
      *
       2300-LOAD-GL-MAP SECTION.

           OPEN INPUT MAP-FILE.
           IF NOT WS-MAP-OK
                   DISPLAY 'MQSGLIF: GLMAP UNREADABLE - STATUS '
                           WS-MAP-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-GL-MAP-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2400-LOAD-ONE-MAP
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE MAP-FILE.

       2300-LOAD-GL-MAP-EXIT.
           EXIT.

      *
      * Read and table one mapping record.
      *
       2400-LOAD-ONE-MAP SECTION.

           READ MAP-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 2400-LOAD-ONE-MAP-EXIT.

           IF GLM-CATEGORY = SPACES
              OR GLM-COMMENT-MARK = '*'
                   GO TO 2400-LOAD-ONE-MAP-EXIT.

           MOVE GLM-CATEGORY TO WS-CATEGORY.
           IF NOT WS-CATEGORY-VALID
                   DISPLAY 'MQSGLIF: GLMAP CATEGORY ' GLM-CATEGORY
                           ' NOT RECOGNIZED'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2400-LOAD-ONE-MAP-EXIT.

           IF GLM-DEBIT-GL = SPACES OR GLM-CREDIT-GL = SPACES
                   DISPLAY 'MQSGLIF: GLMAP CATEGORY ' GLM-CATEGORY
                           ' NEEDS BOTH A DEBIT AND A CREDIT GL'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2400-LOAD-ONE-MAP-EXIT.

           PERFORM 2500-FIND-MAP.
           IF WS-ENTRY-FOUND
                   DISPLAY 'MQSGLIF: GLMAP CATEGORY ' GLM-CATEGORY
                           ' MAPPED TWICE'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2400-LOAD-ONE-MAP-EXIT.

           IF GLI-MAP-COUNT >= 20
                   DISPLAY 'MQSGLIF: GLMAP HAS TOO MANY RECORDS'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2400-LOAD-ONE-MAP-EXIT.

           ADD 1 TO GLI-MAP-COUNT.
           MOVE GLM-CATEGORY  TO GM-CATEGORY(GLI-MAP-COUNT).
           MOVE GLM-DEBIT-GL  TO GM-DEBIT-GL(GLI-MAP-COUNT).
           MOVE GLM-CREDIT-GL TO GM-CREDIT-GL(GLI-MAP-COUNT).

       2400-LOAD-ONE-MAP-EXIT.
           EXIT.

      *
      * Locate WS-CATEGORY in the mapping table.
      *
       2500-FIND-MAP SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 2600-SEARCH-ONE-MAP
               UNTIL WS-SEARCH-IDX >= GLI-MAP-COUNT
                     OR WS-ENTRY-FOUND.

       2500-FIND-MAP-EXIT.
           EXIT.

      *
      * Compare the category against one mapping entry.
      *
       2600-SEARCH-ONE-MAP SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF GM-CATEGORY(WS-SEARCH-IDX) = WS-CATEGORY
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       2600-SEARCH-ONE-MAP-EXIT.
           EXIT.

      *
      * Total the business date's successful server postings from
      * the extract by category.  Rejected requests (any non-zero
      * RPY-RETURN-CODE) moved no money and are passed over, as are
      * records another business date wrote.
      *
       3000-ACCUM-EXTRACT SECTION.

           OPEN INPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSGLIF: TRANEXTR UNREADABLE - STATUS '
                           WS-EXTRACT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3000-ACCUM-EXTRACT-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-ACCUM-ONE-EXTRACT UNTIL WS-EOF.

           CLOSE EXTRACT-FILE.

       3000-ACCUM-EXTRACT-EXIT.
           EXIT.

      *
      * Read and total one extract record.
      *
       3100-ACCUM-ONE-EXTRACT SECTION.

           READ EXTRACT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-ACCUM-ONE-EXTRACT-EXIT.

           ADD 1 TO GLI-EXTRACT-READ.
           IF EXT-DATE NOT = WS-BUSINESS-DATE
                   GO TO 3100-ACCUM-ONE-EXTRACT-EXIT.

           MOVE EXT-REQUEST TO WS-REQUEST-IMAGE.
           MOVE EXT-REPLY   TO WS-REPLY-IMAGE.

           IF RPY-RETURN-CODE NOT NUMERIC
              OR RPY-RETURN-CODE NOT = ZERO
                   GO TO 3100-ACCUM-ONE-EXTRACT-EXIT.

           EVALUATE REQ-TRANS-CODE
               WHEN 'DEBT'
                       PERFORM 3200-ACCUM-DEBIT
               WHEN 'CRDT'
                       PERFORM 3300-ACCUM-CREDIT
               WHEN 'TRNF'
                       PERFORM 3400-ACCUM-TRANSFER
               WHEN 'REVS'
                       PERFORM 3450-ACCUM-REVERSAL
               WHEN OTHER
                       CONTINUE
           END-EVALUATE.

       3100-ACCUM-ONE-EXTRACT-EXIT.
           EXIT.

      *
      * One successful customer debit.
      *
       3200-ACCUM-DEBIT SECTION.

           MOVE REQ-DATA TO WS-TXN-REQUEST-FIELDS.
           IF TXN-AMOUNT-X NOT NUMERIC
                   GO TO 3200-ACCUM-DEBIT-EXIT.

           ADD 1          TO GLI-DEBT-COUNT.
           ADD TXN-AMOUNT TO GLI-DEBT-AMOUNT.

       3200-ACCUM-DEBIT-EXIT.
           EXIT.

      *
      * One successful customer credit.
      *
       3300-ACCUM-CREDIT SECTION.

           MOVE REQ-DATA TO WS-TXN-REQUEST-FIELDS.
           IF TXN-AMOUNT-X NOT NUMERIC
                   GO TO 3300-ACCUM-CREDIT-EXIT.

           ADD 1          TO GLI-CRDT-COUNT.
           ADD TXN-AMOUNT TO GLI-CRDT-AMOUNT.

       3300-ACCUM-CREDIT-EXIT.
           EXIT.

      *
      * One successful transfer - a leg out and a leg in.
      *
       3400-ACCUM-TRANSFER SECTION.

           MOVE REQ-DATA TO WS-TRF-REQUEST-FIELDS.
           IF TRF-AMOUNT-X NOT NUMERIC
                   GO TO 3400-ACCUM-TRANSFER-EXIT.

           ADD 1          TO GLI-TRFO-COUNT.
           ADD TRF-AMOUNT TO GLI-TRFO-AMOUNT.
           ADD 1          TO GLI-TRFI-COUNT.
           ADD TRF-AMOUNT TO GLI-TRFI-AMOUNT.

       3400-ACCUM-TRANSFER-EXIT.
           EXIT.

      *
      * One successful reversal - each leg its reply names.
      *
       3450-ACCUM-REVERSAL SECTION.

           MOVE RPY-DATA TO WS-REV-REPLY-FIELDS.
           IF RVR-AMOUNT-INT NOT NUMERIC
              OR RVR-AMOUNT-DEC NOT NUMERIC
                   GO TO 3450-ACCUM-REVERSAL-EXIT.

           COMPUTE WS-REV-AMOUNT =
                   RVR-AMOUNT-INT + RVR-AMOUNT-DEC / 100.

           IF RVR-DEBIT-ACCOUNT NOT = SPACES
                   ADD 1             TO GLI-REVD-COUNT
                   ADD WS-REV-AMOUNT TO GLI-REVD-AMOUNT.

           IF RVR-CREDIT-ACCOUNT NOT = SPACES
                   ADD 1             TO GLI-REVC-COUNT
                   ADD WS-REV-AMOUNT TO GLI-REVC-AMOUNT.

       3450-ACCUM-REVERSAL-EXIT.
           EXIT.

      *
      * Total the business date's batch postings from the journal -
      * MQSINTF interest and fees by their exact INT/FEE keys, and
      * MQSSTORD standing-order legs by the shape of their 'SO' keys
      * and the journal's posting date.  The server's own postings
      * are already totalled from the extract.  A missing journal
      * just means no batch run has ever written one.
      *
       3500-ACCUM-JOURNAL SECTION.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSGLIF: JRNLFILE NOT AVAILABLE - '
                           'STATUS ' WS-JOURNAL-STATUS
                           ' - BATCH POSTINGS TAKEN AS 0'
                   GO TO 3500-ACCUM-JOURNAL-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3600-ACCUM-ONE-JOURNAL UNTIL WS-EOF.

           CLOSE JOURNAL-FILE.

       3500-ACCUM-JOURNAL-EXIT.
           EXIT.

      *
      * Read and total one journal record, if it is one of the
      * day's batch postings.
      *
       3600-ACCUM-ONE-JOURNAL SECTION.

           READ JOURNAL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3600-ACCUM-ONE-JOURNAL-EXIT.

           ADD 1 TO GLI-JOURNAL-READ.

           IF JRN-CORREL-KEY = WS-INT-CORREL-KEY
                   ADD 1          TO GLI-INTP-COUNT
                   ADD JRN-AMOUNT TO GLI-INTP-AMOUNT
                   GO TO 3600-ACCUM-ONE-JOURNAL-EXIT.

           IF JRN-CORREL-KEY = WS-FEE-CORREL-KEY
                   ADD 1          TO GLI-FEEC-COUNT
                   ADD JRN-AMOUNT TO GLI-FEEC-AMOUNT
                   GO TO 3600-ACCUM-ONE-JOURNAL-EXIT.

           MOVE JRN-CORREL-KEY TO WS-SO-CORREL-KEY.
           IF JRN-POST-DATE NOT = WS-BUSINESS-DATE
              OR WS-SO-CORREL-PREFIX NOT = 'SO'
              OR WS-SO-CORREL-DUE-DATE NOT NUMERIC
                   GO TO 3600-ACCUM-ONE-JOURNAL-EXIT.

           IF JRN-POST-TYPE = 'D'
                   ADD 1          TO GLI-TRFO-COUNT
                   ADD JRN-AMOUNT TO GLI-TRFO-AMOUNT
           ELSE
                   ADD 1          TO GLI-TRFI-COUNT
                   ADD JRN-AMOUNT TO GLI-TRFI-AMOUNT.

       3600-ACCUM-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * Total the fees MQSINTF waived on the business date.  The
      * waiver file is keyed on date first, so the day's records
      * sit together.  A missing file means nothing was ever waived.
      *
       3800-ACCUM-WAIVERS SECTION.

           OPEN INPUT WAIVER-FILE.
           IF NOT WS-WAIVER-OK
                   DISPLAY 'MQSGLIF: FEEWAIV NOT AVAILABLE - '
                           'STATUS ' WS-WAIVER-STATUS
                           ' - WAIVED FEES TAKEN AS 0'
                   GO TO 3800-ACCUM-WAIVERS-EXIT.

           MOVE 'N'              TO WS-EOF-SWITCH.
           MOVE WS-BUSINESS-DATE TO FWV-BUSINESS-DATE.
           MOVE LOW-VALUES       TO FWV-ACCOUNT-NO.
           START WAIVER-FILE KEY NOT < FWV-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3900-ACCUM-ONE-WAIVER UNTIL WS-EOF.

           CLOSE WAIVER-FILE.

       3800-ACCUM-WAIVERS-EXIT.
           EXIT.

      *
      * Read and total one waiver, stopping at the first record of
      * a later business date.
      *
       3900-ACCUM-ONE-WAIVER SECTION.

           READ WAIVER-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3900-ACCUM-ONE-WAIVER-EXIT.

           IF FWV-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3900-ACCUM-ONE-WAIVER-EXIT.

           ADD 1          TO GLI-FEEW-COUNT.
           ADD FWV-AMOUNT TO GLI-FEEW-AMOUNT.

       3900-ACCUM-ONE-WAIVER-EXIT.
           EXIT.

      *
      * Carry every category to its GL accounts, and work out the
      * day's net movement on customer accounts for the proof
      * cross-check - waived fees moved no customer money.
      *
       4000-BUILD-GL-ENTRIES SECTION.

           MOVE 'DEBT'          TO WS-CATEGORY.
           MOVE GLI-DEBT-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-DEBT-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'CRDT'          TO WS-CATEGORY.
           MOVE GLI-CRDT-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-CRDT-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'TRFO'          TO WS-CATEGORY.
           MOVE GLI-TRFO-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-TRFO-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'TRFI'          TO WS-CATEGORY.
           MOVE GLI-TRFI-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-TRFI-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'INTP'          TO WS-CATEGORY.
           MOVE GLI-INTP-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-INTP-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'FEEC'          TO WS-CATEGORY.
           MOVE GLI-FEEC-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-FEEC-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'FEEW'          TO WS-CATEGORY.
           MOVE GLI-FEEW-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-FEEW-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'REVD'          TO WS-CATEGORY.
           MOVE GLI-REVD-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-REVD-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           MOVE 'REVC'          TO WS-CATEGORY.
           MOVE GLI-REVC-COUNT  TO WS-CATEGORY-COUNT.
           MOVE GLI-REVC-AMOUNT TO WS-CATEGORY-AMOUNT.
           PERFORM 4100-POST-CATEGORY.

           COMPUTE GLI-CUSTOMER-NET =
                   GLI-CRDT-AMOUNT + GLI-TRFI-AMOUNT
                 + GLI-INTP-AMOUNT + GLI-REVC-AMOUNT
                 - GLI-DEBT-AMOUNT - GLI-TRFO-AMOUNT
                 - GLI-FEEC-AMOUNT - GLI-REVD-AMOUNT.

       4000-BUILD-GL-ENTRIES-EXIT.
           EXIT.

      *
      * Carry one category (WS-CATEGORY / -COUNT / -AMOUNT) to the
      * debit and credit GL accounts GLMAP names for it.  A category
      * with nothing in it needs no mapping; one with postings and
      * no mapping is printed and refuses the file.
      *
       4100-POST-CATEGORY SECTION.

           MOVE WS-CATEGORY        TO RPT-CAT-CODE.
           MOVE WS-CATEGORY-COUNT  TO RPT-CAT-COUNT.
           MOVE WS-CATEGORY-AMOUNT TO RPT-CAT-AMOUNT.
           MOVE SPACES             TO RPT-CAT-DEBIT-GL.
           MOVE SPACES             TO RPT-CAT-CREDIT-GL.

           IF WS-CATEGORY-COUNT = ZERO
                   GO TO 4100-POST-CATEGORY-EXIT.

           ADD WS-CATEGORY-COUNT TO GLI-POSTING-TOTAL.

           PERFORM 2500-FIND-MAP.
           IF NOT WS-ENTRY-FOUND
                   ADD 1 TO GLI-UNMAPPED
                   MOVE '*NOT MAPPED*' TO RPT-CAT-DEBIT-GL
                   DISPLAY RPT-CATEGORY-LINE
                   GO TO 4100-POST-CATEGORY-EXIT.

           MOVE GM-DEBIT-GL(WS-MATCH-IDX)  TO RPT-CAT-DEBIT-GL.
           MOVE GM-CREDIT-GL(WS-MATCH-IDX) TO RPT-CAT-CREDIT-GL.
           DISPLAY RPT-CATEGORY-LINE.

           MOVE GM-CREDIT-GL(WS-MATCH-IDX) TO WS-CREDIT-GL.
           MOVE GM-DEBIT-GL(WS-MATCH-IDX)  TO WS-GL-ACCOUNT.
           PERFORM 4200-FIND-GL-ACCOUNT.
           IF WS-ENTRY-FOUND
                   ADD WS-CATEGORY-AMOUNT TO GA-DEBIT(WS-MATCH-IDX)
                   ADD WS-CATEGORY-COUNT  TO GA-POSTINGS(WS-MATCH-IDX)
                   ADD WS-CATEGORY-AMOUNT TO GLI-DEBIT-TOTAL.

           MOVE WS-CREDIT-GL TO WS-GL-ACCOUNT.
           PERFORM 4200-FIND-GL-ACCOUNT.
           IF WS-ENTRY-FOUND
                   ADD WS-CATEGORY-AMOUNT TO GA-CREDIT(WS-MATCH-IDX)
                   ADD WS-CATEGORY-COUNT  TO GA-POSTINGS(WS-MATCH-IDX)
                   ADD WS-CATEGORY-AMOUNT TO GLI-CREDIT-TOTAL.

       4100-POST-CATEGORY-EXIT.
           EXIT.

      *
      * Locate WS-GL-ACCOUNT in the GL entry table, adding it on
      * first use.  The mapping table holds at most twenty
      * categories, so forty GL accounts always fit.
      *
       4200-FIND-GL-ACCOUNT SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 4300-SEARCH-ONE-GL-ACCOUNT
               UNTIL WS-SEARCH-IDX >= GLI-GL-COUNT
                     OR WS-ENTRY-FOUND.

           IF WS-ENTRY-FOUND
                   GO TO 4200-FIND-GL-ACCOUNT-EXIT.

           ADD 1 TO GLI-GL-COUNT.
           MOVE WS-GL-ACCOUNT TO GA-GL-ACCOUNT(GLI-GL-COUNT).
           MOVE ZERO          TO GA-DEBIT(GLI-GL-COUNT).
           MOVE ZERO          TO GA-CREDIT(GLI-GL-COUNT).
           MOVE ZERO          TO GA-POSTINGS(GLI-GL-COUNT).
           MOVE 'Y'           TO WS-FOUND-SWITCH.
           MOVE GLI-GL-COUNT  TO WS-MATCH-IDX.

       4200-FIND-GL-ACCOUNT-EXIT.
           EXIT.

      *
      * Compare the GL account against one GL entry.
      *
       4300-SEARCH-ONE-GL-ACCOUNT SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF GA-GL-ACCOUNT(WS-SEARCH-IDX) = WS-GL-ACCOUNT
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       4300-SEARCH-ONE-GL-ACCOUNT-EXIT.
           EXIT.

      *
      * The controls the file must pass before it is written: every
      * category with postings mapped, debits equal to credits, and
      * the customer net equal to the net the balance proof saw for
      * the same day - a difference means this summary and the
      * proof were not looking at the same postings.
      *
       4500-CHECK-CONTROLS SECTION.

           IF GLI-UNMAPPED > 0
                   DISPLAY 'MQSGLIF: ' GLI-UNMAPPED
                           ' CATEGORY(S) WITH POSTINGS NOT IN GLMAP'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 4500-CHECK-CONTROLS-EXIT.

           IF GLI-DEBIT-TOTAL NOT = GLI-CREDIT-TOTAL
                   DISPLAY 'MQSGLIF: GL DEBITS AND CREDITS DIFFER'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 4500-CHECK-CONTROLS-EXIT.

           IF GLI-CUSTOMER-NET NOT = GLI-PROOF-NET
                   DISPLAY 'MQSGLIF: CUSTOMER NET DIFFERS FROM THE '
                           'NET MQSPROOF PROVED'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       4500-CHECK-CONTROLS-EXIT.
           EXIT.

      *
      * Print the category summary totals and the GL entries.
      *
       5000-PRINT-REPORT SECTION.

           DISPLAY ' '.
           PERFORM 5100-PRINT-ONE-GL-ENTRY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > GLI-GL-COUNT.

           DISPLAY ' '.
           MOVE GLI-EXTRACT-READ TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE GLI-JOURNAL-READ TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE GLI-GL-COUNT     TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           MOVE GLI-DEBIT-TOTAL  TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-4.
           MOVE GLI-CREDIT-TOTAL TO RPT-LINE-5-AMOUNT.
           DISPLAY RPT-LINE-5.
           MOVE GLI-CUSTOMER-NET TO RPT-LINE-6-AMOUNT.
           DISPLAY RPT-LINE-6.
           MOVE GLI-PROOF-NET    TO RPT-LINE-7-AMOUNT.
           DISPLAY RPT-LINE-7.

       5000-PRINT-REPORT-EXIT.
           EXIT.

      *
      * Print one GL entry.
      *
       5100-PRINT-ONE-GL-ENTRY SECTION.

           MOVE GA-GL-ACCOUNT(WS-SCAN-IDX) TO RPT-GL-ACCOUNT.
           MOVE GA-DEBIT(WS-SCAN-IDX)      TO RPT-GL-DEBIT.
           MOVE GA-CREDIT(WS-SCAN-IDX)     TO RPT-GL-CREDIT.
           MOVE GA-POSTINGS(WS-SCAN-IDX)   TO RPT-GL-POSTINGS.
           DISPLAY RPT-GL-LINE.

       5100-PRINT-ONE-GL-ENTRY-EXIT.
           EXIT.

      *
      * Write the GL posting file - header, one entry per GL
      * account, trailer.  A failed write stops the file there; the
      * run then ends refused, before GLCTL is touched, and the
      * partial GLPOST is not to be sent.
      *
       6000-WRITE-GL-FILE SECTION.

           OPEN OUTPUT GL-FILE.
           IF NOT WS-GL-OK
                   DISPLAY 'MQSGLIF: UNABLE TO OPEN GLPOST - '
                           'STATUS ' WS-GL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 6000-WRITE-GL-FILE-EXIT.

           MOVE SPACES           TO GL-RECORD.
           MOVE 'H'              TO GLP-RECORD-TYPE.
           MOVE 'MQSERVER'       TO GLP-SOURCE-SYSTEM.
           MOVE WS-BUSINESS-DATE TO GLP-BUSINESS-DATE.
           MOVE WS-RUN-DATE      TO GLP-RUN-DATE.
           MOVE WS-RUN-TIME      TO GLP-RUN-TIME.
           WRITE GL-RECORD.
           IF NOT WS-GL-OK
                   GO TO 6000-WRITE-GL-FILE-FAILED.

           PERFORM 6100-WRITE-ONE-GL-ENTRY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > GLI-GL-COUNT
                     OR NOT WS-GL-OK.
           IF NOT WS-GL-OK
                   GO TO 6000-WRITE-GL-FILE-FAILED.

           MOVE SPACES            TO GL-RECORD.
           MOVE 'T'               TO GLP-RECORD-TYPE.
           MOVE GLI-GL-COUNT      TO GLP-ENTRY-COUNT.
           MOVE GLI-DEBIT-TOTAL   TO GLP-DEBIT-TOTAL.
           MOVE GLI-CREDIT-TOTAL  TO GLP-CREDIT-TOTAL.
           MOVE GLI-POSTING-TOTAL TO GLP-POSTING-TOTAL.
           MOVE GLI-CUSTOMER-NET  TO GLP-CUSTOMER-NET.
           WRITE GL-RECORD.
           IF WS-GL-OK
                   CLOSE GL-FILE
                   GO TO 6000-WRITE-GL-FILE-EXIT.

       6000-WRITE-GL-FILE-FAILED.
           DISPLAY 'MQSGLIF: GLPOST WRITE FAILED - STATUS '
                   WS-GL-STATUS.
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           CLOSE GL-FILE.

       6000-WRITE-GL-FILE-EXIT.
           EXIT.

      *
      * Write one GL entry record.
      *
       6100-WRITE-ONE-GL-ENTRY SECTION.

           MOVE SPACES                     TO GL-RECORD.
           MOVE 'D'                        TO GLP-RECORD-TYPE.
           MOVE GA-GL-ACCOUNT(WS-SCAN-IDX) TO GLP-GL-ACCOUNT.
           MOVE GA-DEBIT(WS-SCAN-IDX)      TO GLP-DEBIT-AMOUNT.
           MOVE GA-CREDIT(WS-SCAN-IDX)     TO GLP-CREDIT-AMOUNT.
           MOVE GA-POSTINGS(WS-SCAN-IDX)   TO GLP-POSTING-COUNT.
           WRITE GL-RECORD.

       6100-WRITE-ONE-GL-ENTRY-EXIT.
           EXIT.

      *
      * Record the business date as sent, so the same day can never
      * go to the ledger a second time.
      *
       6500-UPDATE-GL-CONTROL SECTION.

           OPEN OUTPUT CONTROL-FILE.
           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSGLIF: UNABLE TO REWRITE GLCTL - '
                           'STATUS ' WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 6500-UPDATE-GL-CONTROL-EXIT.

           MOVE WS-BUSINESS-DATE TO GLC-LAST-DATE-SENT.
           MOVE WS-RUN-DATE      TO GLC-RUN-DATE.
           MOVE WS-RUN-TIME      TO GLC-RUN-TIME.
           MOVE GLI-GL-COUNT     TO GLC-ENTRY-COUNT.
           MOVE GLI-DEBIT-TOTAL  TO GLC-DEBIT-TOTAL.
           WRITE CONTROL-RECORD.
           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSGLIF: GLCTL WRITE FAILED - '
                           'STATUS ' WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

           CLOSE CONTROL-FILE.

       6500-UPDATE-GL-CONTROL-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
