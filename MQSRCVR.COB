      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSRCVR.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSRCVR
      *
      *  Description      : Forward recovery of the ACCTMSTR account
      *                     master from the posting journal.
      *
      *  Function         : Rebuilds a damaged or lost ACCTMSTR to
      *                     the last posting on JRNLFILE.  The
      *                     RCVRCTL control record says where the
      *                     rebuild starts:
      *                       M  a master restored from a backup -
      *                          balances and history slots are
      *                          taken as they stand at the recovery
      *                          point the record names
      *                       S  the PROOFCTL closing-balance
      *                          snapshot MQSPROOF cut - every
      *                          account's balance is set from it
      *                          (zero for an account it does not
      *                          carry), its history slots cleared,
      *                          and an account the snapshot carries
      *                          but the master has lost is added
      *                          back with its balance; the recovery
      *                          point is the end of the business
      *                          date PROOFSTS says the snapshot
      *                          closes, unless the record names one
      *                     The journal is sorted into posting
      *                     date/time order and every posting after
      *                     the recovery point is applied the way
      *                     MQSERVER applied it - the balance moved
      *                     and the posting pushed into the five
      *                     ACC-HIST-ENTRY slots.  From the snapshot,
      *                     postings up to the point are pushed into
      *                     the slots without moving the balance, so
      *                     the history is rebuilt too.  Once the
      *                     journal is applied every account is
      *                     proved: the DEDUPFIL record of its latest
      *                     posting (history slot one) carries the
      *                     balance the account stood at after that
      *                     posting, and it must equal the rebuilt
      *                     balance.  ACC-HOLD-TOTAL is recomputed
      *                     from the active holds on HOLDFILE on the
      *                     way.  Prints a recovery report - accounts
      *                     rebuilt, postings applied, mismatches -
      *                     and ends with return code 8 when the
      *                     rebuilt master did not prove out (a
      *                     mismatch, a posting for an account not
      *                     on the master) or a file could not be
      *                     processed, so the schedule does not
      *                     restart MQSERVER on it; 4 when it proved
      *                     but accounts had to be added back from
      *                     the snapshot without their names.
      *                     MQSERVER must be down while this runs.
      *
      *                     Control record layout (RCVRCTL):
      *                       start from      X(1)  M or S
      *                       point date      X(8)  YYYYMMDD
      *                       point time      X(8)  HHMMSSHH, blank
      *                                             = end of day
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
           SELECT CONTROL-FILE    ASSIGN TO RCVRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.
      *
      *    The outcome of the last balance proof - which business
      *    date the PROOFCTL snapshot closes.
      *
           SELECT STATUS-FILE     ASSIGN TO PROOFSTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PROOF-STATUS.
      *
           SELECT SNAPSHOT-FILE   ASSIGN TO PROOFCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SNAPSHOT-STATUS.
      *
           SELECT ACCOUNT-FILE    ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACC-ACCOUNT-NO
                  FILE STATUS  IS WS-ACCOUNT-STATUS.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
      *    Work file for putting the journal into date/time order.
      *
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
      *
           SELECT DEDUP-FILE      ASSIGN TO DEDUPFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DDP-KEY
                  FILE STATUS  IS WS-DEDUP-STATUS.
      *
           SELECT HOLD-FILE       ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HLD-KEY
                  FILE STATUS  IS WS-HOLD-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  CONTROL-RECORD.
           05  RCT-START-FROM          PIC X(1).
           05  RCT-POINT-DATE          PIC X(8).
           05  RCT-POINT-TIME          PIC X(8).
      *
       FD  STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PROOF-STATUS-RECORD.
           COPY MQSPRFS.
      *
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SNAPSHOT-RECORD.
           05  SNP-ACCOUNT-NO          PIC X(10).
           05  SNP-BALANCE             PIC S9(11)V99.
      *
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  ACCOUNT-RECORD.
           COPY MQSACCT.
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
      *
      *    The journal record again, laid out field for field as
      *    MQSJRNR, for the sort.
      *
       SD  SORT-FILE.
      *
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NO          PIC X(10).
           05  SRT-POST-DATE           PIC X(8).
           05  SRT-POST-TIME           PIC X(8).
           05  SRT-POST-TYPE           PIC X(1).
           05  SRT-AMOUNT              PIC 9(11)V99.
           05  SRT-CORREL-KEY          PIC X(16).
           05  SRT-BALANCE             PIC S9(11)V99.
           05  SRT-REVERSAL-OF-KEY     PIC X(16).
      *
       FD  DEDUP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  DEDUP-RECORD.
           COPY MQSDDPR.
      *
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  HOLD-RECORD.
           COPY MQSHOLD.
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-CONTROL-STATUS           PIC X(2) VALUE '00'.
           88  WS-CONTROL-OK                VALUE '00'.
       01  WS-PROOF-STATUS             PIC X(2) VALUE '00'.
           88  WS-PROOF-STATUS-OK           VALUE '00'.
       01  WS-SNAPSHOT-STATUS          PIC X(2) VALUE '00'.
           88  WS-SNAPSHOT-OK               VALUE '00'.
       01  WS-ACCOUNT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCOUNT-OK                VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND         VALUE '35'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                  VALUE '00'.
       01  WS-HOLD-STATUS              PIC X(2) VALUE '00'.
           88  WS-HOLD-OK                   VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-HOLD-EOF                  VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-HOLD-FILE-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-HOLD-FILE-OPEN             VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(4) VALUE 0.
       01  WS-HIST-IDX                 PIC S9(4) BINARY VALUE 0.
       01  WS-HOLD-TOTAL               PIC 9(11)V99 VALUE 0.
      *
      *    Where the rebuild starts, and the recovery point - the
      *    last posting date and time already reflected in it.
      *
       01  WS-START-FROM               PIC X(1)  VALUE SPACE.
           88  WS-FROM-MASTER               VALUE 'M'.
           88  WS-FROM-SNAPSHOT             VALUE 'S'.
       01  WS-POINT-DATE               PIC X(8)  VALUE SPACES.
       01  WS-POINT-TIME               PIC X(8)  VALUE SPACES.
      *
      *---------------------------------------------------------------
      *    Snapshot table - one entry per PROOFCTL account, the same
      *    size as MQSPROOF's proof table
      *---------------------------------------------------------------
      *
       01  RCV-SNAP-COUNT              PIC 9(4) VALUE 0.
       01  RCV-SNAP-TABLE.
           05  RCV-SNAP-ENTRY OCCURS 5000 TIMES.
               10  SN-ACCOUNT-NO       PIC X(10).
               10  SN-BALANCE          PIC S9(11)V99.
               10  SN-ON-MASTER        PIC X(1).
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  RCV-ACCOUNTS-REBASED        PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-ADDED          PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-REBUILT        PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-ON-MASTER      PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-PROVED         PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-NO-POSTINGS    PIC 9(7) VALUE 0.
       01  RCV-ACCOUNTS-UNVERIFIED     PIC 9(7) VALUE 0.
       01  RCV-MISMATCHES              PIC 9(7) VALUE 0.
       01  RCV-HOLDS-CORRECTED         PIC 9(7) VALUE 0.
       01  RCV-JOURNAL-READ            PIC 9(7) VALUE 0.
       01  RCV-POSTINGS-APPLIED        PIC 9(7) VALUE 0.
       01  RCV-HISTORY-REBUILT         PIC 9(7) VALUE 0.
       01  RCV-POSTINGS-NO-ACCOUNT     PIC 9(7) VALUE 0.
       01  RCV-NET-APPLIED             PIC S9(13)V99 VALUE 0.
       01  RCV-CLOSING-TOTAL           PIC S9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-MISMATCH-LINE.
           05  RPT-MIS-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(8)  VALUE '  REBLT='.
           05  RPT-MIS-REBUILT         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(8)  VALUE '  DEDUP='.
           05  RPT-MIS-DEDUP           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-MIS-CORREL-KEY      PIC X(16).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(30) VALUE
                   'ACCOUNTS ON MASTER          : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(30) VALUE
                   'REBASED FROM SNAPSHOT       : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(30) VALUE
                   'ADDED FROM SNAPSHOT         : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(30) VALUE
                   'ACCOUNTS REBUILT            : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(30) VALUE
                   'JOURNAL RECORDS READ        : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(30) VALUE
                   'POSTINGS APPLIED            : '.
           05  RPT-LINE-6-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-7.
           05  FILLER                  PIC X(30) VALUE
                   'HISTORY-ONLY POSTINGS       : '.
           05  RPT-LINE-7-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-8.
           05  FILLER                  PIC X(30) VALUE
                   'POSTINGS WITH NO ACCOUNT    : '.
           05  RPT-LINE-8-COUNT        PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-9.
           05  FILLER                  PIC X(30) VALUE
                   'NET MOVEMENT APPLIED        : '.
           05  RPT-LINE-9-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-10.
           05  FILLER                  PIC X(30) VALUE
                   'CLOSING TOTAL (ACCTMSTR)    : '.
           05  RPT-LINE-10-AMOUNT      PIC -Z(12)9.99.
      *
       01  RPT-LINE-11.
           05  FILLER                  PIC X(30) VALUE
                   'PROVED AGAINST DEDUPFIL     : '.
           05  RPT-LINE-11-COUNT       PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-12.
           05  FILLER                  PIC X(30) VALUE
                   'NO POSTINGS TO PROVE        : '.
           05  RPT-LINE-12-COUNT       PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-13.
           05  FILLER                  PIC X(30) VALUE
                   'DEDUP RECORD NOT ON FILE    : '.
           05  RPT-LINE-13-COUNT       PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-14.
           05  FILLER                  PIC X(30) VALUE
                   'BALANCE MISMATCHES          : '.
           05  RPT-LINE-14-COUNT       PIC ZZZZZZZZ9.
      *
       01  RPT-LINE-15.
           05  FILLER                  PIC X(30) VALUE
                   'HOLD TOTALS CORRECTED       : '.
           05  RPT-LINE-15-COUNT       PIC ZZZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2000-READ-CONTROL.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           DISPLAY '==============================================='.
           DISPLAY '   MQSRCVR  -  ACCTMSTR FORWARD RECOVERY'.
           DISPLAY '==============================================='.
           IF WS-FROM-SNAPSHOT
                   DISPLAY 'STARTING FROM THE PROOFCTL SNAPSHOT'
           ELSE
                   DISPLAY 'STARTING FROM THE RESTORED MASTER'.
           DISPLAY 'RECOVERY POINT ' WS-POINT-DATE ' ' WS-POINT-TIME.
           DISPLAY ' '.

           PERFORM 2500-OPEN-FILES.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           IF WS-FROM-SNAPSHOT
                   PERFORM 3000-REBASE-MASTER.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           PERFORM 4000-ROLL-FORWARD.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           PERFORM 6000-PROVE-MASTER.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           PERFORM 6800-CLOSE-FILES.
           PERFORM 7000-PRINT-REPORT.

           IF RCV-MISMATCHES > 0 OR RCV-POSTINGS-NO-ACCOUNT > 0
                   GO TO 1000-MAIN-NOT-PROVED.

           DISPLAY '*** MASTER PROVED ***'.
           DISPLAY '==============================================='.
           IF RCV-ACCOUNTS-ADDED > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.
           GO TO 1000-MAIN-END.

       1000-MAIN-NOT-PROVED.
           DISPLAY '*** MASTER DID NOT PROVE - MQSERVER '
                   'MUST NOT BE RESTARTED ON IT ***'.
           DISPLAY '==============================================='.
           MOVE 8 TO RETURN-CODE.
           GO TO 1000-MAIN-END.

       1000-MAIN-FAILED.
           PERFORM 6800-CLOSE-FILES.
           DISPLAY ' '.
           DISPLAY '*** RECOVERY DID NOT COMPLETE - MQSERVER '
                   'MUST NOT BE RESTARTED ***'.
           DISPLAY '==============================================='.
           MOVE 8 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Read the control record and settle the recovery point.  A
      * restored master must come with the point its backup was
      * taken at; from the snapshot, the point defaults to the end
      * of the business date PROOFSTS says PROOFCTL closes - but
      * only if that proof actually rolled the snapshot forward,
      * since otherwise nothing says which day it closes.
      *
       2000-READ-CONTROL SECTION.

           OPEN INPUT CONTROL-FILE.
           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSRCVR: RCVRCTL UNREADABLE - STATUS '
                           WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2000-READ-CONTROL-EXIT.

           READ CONTROL-FILE
               AT END
                       DISPLAY 'MQSRCVR: RCVRCTL IS EMPTY'
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 2000-CLOSE-CONTROL-FILE.

           MOVE RCT-START-FROM TO WS-START-FROM.
           MOVE RCT-POINT-DATE TO WS-POINT-DATE.
           MOVE RCT-POINT-TIME TO WS-POINT-TIME.

       2000-CLOSE-CONTROL-FILE.
           CLOSE CONTROL-FILE.

           IF WS-RUN-FAILED
                   GO TO 2000-READ-CONTROL-EXIT.

           IF NOT WS-FROM-MASTER AND NOT WS-FROM-SNAPSHOT
                   DISPLAY 'MQSRCVR: START-FROM MUST BE M OR S - '
                           WS-START-FROM
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2000-READ-CONTROL-EXIT.

           IF WS-FROM-SNAPSHOT AND WS-POINT-DATE = SPACES
                   PERFORM 2100-READ-PROOF-STATUS.
           IF WS-RUN-FAILED
                   GO TO 2000-READ-CONTROL-EXIT.

           IF WS-POINT-DATE NOT NUMERIC
                   DISPLAY 'MQSRCVR: RECOVERY POINT DATE MISSING '
                           'OR INVALID - ' WS-POINT-DATE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2000-READ-CONTROL-EXIT.

           IF WS-POINT-TIME = SPACES
                   MOVE '99999999' TO WS-POINT-TIME.

           IF WS-POINT-TIME NOT NUMERIC
                   DISPLAY 'MQSRCVR: RECOVERY POINT TIME INVALID - '
                           WS-POINT-TIME
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2000-READ-CONTROL-EXIT.
           EXIT.

      *
      * Take the recovery point from the last proof's status.
      *
       2100-READ-PROOF-STATUS SECTION.

           OPEN INPUT STATUS-FILE.
           IF NOT WS-PROOF-STATUS-OK
                   DISPLAY 'MQSRCVR: PROOFSTS UNREADABLE - STATUS '
                           WS-PROOF-STATUS
                           ' - NAME THE RECOVERY POINT IN RCVRCTL'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2100-READ-PROOF-STATUS-EXIT.

           READ STATUS-FILE
               AT END
                       DISPLAY 'MQSRCVR: PROOFSTS IS EMPTY'
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 2100-CLOSE-STATUS-FILE.

           IF NOT PFS-SNAPSHOT-CURRENT
                   DISPLAY 'MQSRCVR: PROOF FOR ' PFS-BUSINESS-DATE
                           ' DID NOT ROLL PROOFCTL - NAME THE '
                           'RECOVERY POINT IN RCVRCTL'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2100-CLOSE-STATUS-FILE.

           MOVE PFS-BUSINESS-DATE TO WS-POINT-DATE.
           MOVE SPACES            TO WS-POINT-TIME.

       2100-CLOSE-STATUS-FILE.
           CLOSE STATUS-FILE.

       2100-READ-PROOF-STATUS-EXIT.
           EXIT.

      *
      * Open the master, the dedup file and the hold file, and make
      * sure the journal is there to sort.  From the snapshot a
      * lost master is created empty and filled from the snapshot;
      * a restored master must be there.  Only a master that does
      * not exist is created - one that is there but cannot be
      * opened is left untouched and the run fails.  Without
      * HOLDFILE the hold totals are left as they stand.
      *
       2500-OPEN-FILES SECTION.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-NOT-FOUND AND WS-FROM-SNAPSHOT
                   DISPLAY 'MQSRCVR: ACCTMSTR NOT FOUND - BUILDING '
                           'IT FROM THE SNAPSHOT'
                   OPEN OUTPUT ACCOUNT-FILE
                   CLOSE ACCOUNT-FILE
                   OPEN I-O ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MQSRCVR: UNABLE TO OPEN ACCTMSTR - '
                           'STATUS ' WS-ACCOUNT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2500-OPEN-FILES-EXIT.

           OPEN INPUT DEDUP-FILE.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSRCVR: UNABLE TO OPEN DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2500-OPEN-FILES-EXIT.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSRCVR: JRNLFILE UNREADABLE - STATUS '
                           WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2500-OPEN-FILES-EXIT.
           CLOSE JOURNAL-FILE.

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-OK
                   MOVE 'Y' TO WS-HOLD-FILE-OPEN-FLAG
           ELSE
                   DISPLAY 'MQSRCVR: HOLDFILE NOT AVAILABLE - '
                           'HOLD TOTALS LEFT AS THEY STAND'.

       2500-OPEN-FILES-EXIT.
           EXIT.

      *
      * Start the master from the snapshot: every account's balance
      * set from PROOFCTL (zero for one opened since), its history
      * slots cleared for the roll-forward to rebuild, and any
      * snapshot account the master has lost added back.
      *
       3000-REBASE-MASTER SECTION.

           OPEN INPUT SNAPSHOT-FILE.
           IF NOT WS-SNAPSHOT-OK
                   DISPLAY 'MQSRCVR: PROOFCTL UNREADABLE - STATUS '
                           WS-SNAPSHOT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3000-REBASE-MASTER-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-LOAD-ONE-SNAPSHOT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE SNAPSHOT-FILE.

           IF WS-RUN-FAILED
                   GO TO 3000-REBASE-MASTER-EXIT.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO ACC-ACCOUNT-NO.
           START ACCOUNT-FILE KEY > ACC-ACCOUNT-NO
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3200-REBASE-ONE-ACCOUNT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           IF WS-RUN-FAILED
                   GO TO 3000-REBASE-MASTER-EXIT.

           PERFORM 3400-ADD-ONE-LOST-ACCOUNT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > RCV-SNAP-COUNT
                     OR WS-RUN-FAILED.

       3000-REBASE-MASTER-EXIT.
           EXIT.

      *
      * Read one snapshot record into the snapshot table.
      *
       3100-LOAD-ONE-SNAPSHOT SECTION.

           READ SNAPSHOT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3100-LOAD-ONE-SNAPSHOT-EXIT.

           IF SNP-ACCOUNT-NO = SPACES
                   GO TO 3100-LOAD-ONE-SNAPSHOT-EXIT.

           IF RCV-SNAP-COUNT >= 5000
                   DISPLAY 'MQSRCVR: PROOFCTL HAS MORE THAN 5000 '
                           'ACCOUNTS'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3100-LOAD-ONE-SNAPSHOT-EXIT.

           ADD 1 TO RCV-SNAP-COUNT.
           MOVE SNP-ACCOUNT-NO TO SN-ACCOUNT-NO(RCV-SNAP-COUNT).
           MOVE SNP-BALANCE    TO SN-BALANCE(RCV-SNAP-COUNT).
           MOVE 'N'            TO SN-ON-MASTER(RCV-SNAP-COUNT).

       3100-LOAD-ONE-SNAPSHOT-EXIT.
           EXIT.

      *
      * Set one master account back to its snapshot balance with
      * empty history.
      *
       3200-REBASE-ONE-ACCOUNT SECTION.

           READ ACCOUNT-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3200-REBASE-ONE-ACCOUNT-EXIT.

           PERFORM 3300-FIND-SNAPSHOT.
           IF WS-ENTRY-FOUND
                   MOVE SN-BALANCE(WS-MATCH-IDX) TO ACC-BALANCE
                   MOVE 'Y' TO SN-ON-MASTER(WS-MATCH-IDX)
           ELSE
                   MOVE ZERO TO ACC-BALANCE.

           MOVE ZERO TO ACC-HIST-COUNT.
           PERFORM 3250-CLEAR-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSRCVR: ACCOUNT REWRITE FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 3200-REBASE-ONE-ACCOUNT-EXIT.

           ADD 1 TO RCV-ACCOUNTS-REBASED.

       3200-REBASE-ONE-ACCOUNT-EXIT.
           EXIT.

      *
      * Clear one history slot.
      *
       3250-CLEAR-ONE-HISTORY SECTION.

           MOVE SPACES TO ACC-HIST-DATE(WS-HIST-IDX).
           MOVE SPACES TO ACC-HIST-TIME(WS-HIST-IDX).
           MOVE SPACES TO ACC-HIST-TYPE(WS-HIST-IDX).
           MOVE ZERO   TO ACC-HIST-AMOUNT(WS-HIST-IDX).
           MOVE SPACES TO ACC-HIST-CORREL-KEY(WS-HIST-IDX).

       3250-CLEAR-ONE-HISTORY-EXIT.
           EXIT.

      *
      * Locate the current master account in the snapshot table.
      *
       3300-FIND-SNAPSHOT SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 3350-SEARCH-ONE-SNAPSHOT
               UNTIL WS-SEARCH-IDX >= RCV-SNAP-COUNT
                     OR WS-ENTRY-FOUND.

       3300-FIND-SNAPSHOT-EXIT.
           EXIT.

      *
      * Compare the master account against one snapshot entry.
      *
       3350-SEARCH-ONE-SNAPSHOT SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF SN-ACCOUNT-NO(WS-SEARCH-IDX) = ACC-ACCOUNT-NO
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       3350-SEARCH-ONE-SNAPSHOT-EXIT.
           EXIT.

      *
      * Add back a snapshot account the master no longer has.  Only
      * its number and balance survive - the name is flagged for
      * MQSMAINT to put right, and the account comes back active so
      * the roll-forward can post to it.
      *
       3400-ADD-ONE-LOST-ACCOUNT SECTION.

           IF SN-ON-MASTER(WS-SCAN-IDX) = 'Y'
                   GO TO 3400-ADD-ONE-LOST-ACCOUNT-EXIT.

           MOVE SPACES                     TO ACCOUNT-RECORD.
           MOVE SN-ACCOUNT-NO(WS-SCAN-IDX) TO ACC-ACCOUNT-NO.
           MOVE '*** RECOVERED - NAME LOST ***'
                                           TO ACC-CUSTOMER-NAME.
           MOVE 'A'                        TO ACC-STATUS.
           MOVE SN-BALANCE(WS-SCAN-IDX)    TO ACC-BALANCE.
           MOVE ZERO                       TO ACC-HIST-COUNT.
           PERFORM 3250-CLEAR-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > 5.
           MOVE ZERO                       TO ACC-HOLD-TOTAL.

           WRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSRCVR: ACCOUNT ADD FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 3400-ADD-ONE-LOST-ACCOUNT-EXIT.

           ADD 1 TO RCV-ACCOUNTS-ADDED.
           DISPLAY 'ACCOUNT ' ACC-ACCOUNT-NO
                   ' ADDED BACK FROM PROOFCTL - NAME TO BE RESET'.

       3400-ADD-ONE-LOST-ACCOUNT-EXIT.
           EXIT.

      *
      * Sort the journal into posting date/time order - transfer
      * legs and anything else stamped with the same time keep the
      * order they were written in - and apply it.
      *
       4000-ROLL-FORWARD SECTION.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-POST-DATE SRT-POST-TIME
               WITH DUPLICATES IN ORDER
               USING JOURNAL-FILE
               OUTPUT PROCEDURE IS 5000-APPLY-JOURNAL.

           IF SORT-RETURN NOT = ZERO
                   DISPLAY 'MQSRCVR: JOURNAL SORT FAILED - RETURN '
                           SORT-RETURN
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       4000-ROLL-FORWARD-EXIT.
           EXIT.

      *
      * Sort output procedure - apply every sorted journal record.
      *
       5000-APPLY-JOURNAL SECTION.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 5100-APPLY-ONE-POSTING
               UNTIL WS-EOF OR WS-RUN-FAILED.

       5000-APPLY-JOURNAL-EXIT.
           EXIT.

      *
      * Take one journal record.  After the recovery point it moves
      * the balance and enters the history; up to the point it is
      * already in the starting balance, and only enters the history
      * when that history is being rebuilt from the snapshot.
      *
       5100-APPLY-ONE-POSTING SECTION.

           RETURN SORT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 5100-APPLY-ONE-POSTING-EXIT.

           ADD 1 TO RCV-JOURNAL-READ.

           IF SRT-POST-DATE > WS-POINT-DATE
              OR (SRT-POST-DATE = WS-POINT-DATE
                  AND SRT-POST-TIME > WS-POINT-TIME)
                   GO TO 5100-APPLY-ONE-POSTING-MOVE.

           IF NOT WS-FROM-SNAPSHOT
                   GO TO 5100-APPLY-ONE-POSTING-EXIT.

           MOVE SRT-ACCOUNT-NO TO ACC-ACCOUNT-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                       GO TO 5100-APPLY-ONE-POSTING-EXIT.

           PERFORM 5200-PUSH-HISTORY.
           ADD 1 TO RCV-HISTORY-REBUILT.
           GO TO 5100-APPLY-ONE-POSTING-WRITE.

       5100-APPLY-ONE-POSTING-MOVE.
           MOVE SRT-ACCOUNT-NO TO ACC-ACCOUNT-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                       ADD 1 TO RCV-POSTINGS-NO-ACCOUNT
                       DISPLAY 'POSTING ' SRT-CORREL-KEY
                               ' FOR ACCOUNT ' SRT-ACCOUNT-NO
                               ' - NOT ON THE MASTER'
                       GO TO 5100-APPLY-ONE-POSTING-EXIT.

           IF SRT-POST-TYPE = 'D'
                   SUBTRACT SRT-AMOUNT FROM ACC-BALANCE
                   SUBTRACT SRT-AMOUNT FROM RCV-NET-APPLIED
           ELSE
                   ADD SRT-AMOUNT TO ACC-BALANCE
                   ADD SRT-AMOUNT TO RCV-NET-APPLIED.

           PERFORM 5200-PUSH-HISTORY.
           ADD 1 TO RCV-POSTINGS-APPLIED.

       5100-APPLY-ONE-POSTING-WRITE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSRCVR: ACCOUNT REWRITE FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       5100-APPLY-ONE-POSTING-EXIT.
           EXIT.

      *
      * Push the journal posting into history slot one, shifting
      * the older entries down, as MQSERVER's 1275-PUSH-HISTORY
      * does - stamped with the journal's own date and time.
      *
       5200-PUSH-HISTORY SECTION.

           PERFORM 5250-SHIFT-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 5 BY -1
               UNTIL WS-HIST-IDX < 2.

           MOVE SRT-POST-DATE  TO ACC-HIST-DATE(1).
           MOVE SRT-POST-TIME  TO ACC-HIST-TIME(1).
           MOVE SRT-POST-TYPE  TO ACC-HIST-TYPE(1).
           MOVE SRT-AMOUNT     TO ACC-HIST-AMOUNT(1).
           MOVE SRT-CORREL-KEY TO ACC-HIST-CORREL-KEY(1).
           IF ACC-HIST-COUNT < 5
                   ADD 1 TO ACC-HIST-COUNT.

       5200-PUSH-HISTORY-EXIT.
           EXIT.

      *
      * Shift one history slot down by one.
      *
       5250-SHIFT-ONE-HISTORY SECTION.

           MOVE ACC-HIST-ENTRY(WS-HIST-IDX - 1)
                TO ACC-HIST-ENTRY(WS-HIST-IDX).

       5250-SHIFT-ONE-HISTORY-EXIT.
           EXIT.

      *
      * Walk the rebuilt master and prove every account against
      * the dedup record of its latest posting, putting the hold
      * total right on the way.
      *
       6000-PROVE-MASTER SECTION.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO ACC-ACCOUNT-NO.
           START ACCOUNT-FILE KEY > ACC-ACCOUNT-NO
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 6100-PROVE-ONE-ACCOUNT
               UNTIL WS-EOF OR WS-RUN-FAILED.

       6000-PROVE-MASTER-EXIT.
           EXIT.

      *
      * Prove one account.  An account with no history has nothing
      * to prove against; one whose latest posting's dedup record
      * has gone cannot be proved either way, and is counted, not
      * failed.
      *
       6100-PROVE-ONE-ACCOUNT SECTION.

           READ ACCOUNT-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 6100-PROVE-ONE-ACCOUNT-EXIT.

           ADD 1 TO RCV-ACCOUNTS-ON-MASTER.
           ADD ACC-BALANCE TO RCV-CLOSING-TOTAL.

           IF ACC-HIST-COUNT NOT NUMERIC
                   MOVE ZERO TO ACC-HIST-COUNT.

           IF ACC-HIST-COUNT > 0
              AND (ACC-HIST-DATE(1) > WS-POINT-DATE
                   OR (ACC-HIST-DATE(1) = WS-POINT-DATE
                       AND ACC-HIST-TIME(1) > WS-POINT-TIME))
                   ADD 1 TO RCV-ACCOUNTS-REBUILT.

           IF WS-HOLD-FILE-OPEN
                   PERFORM 6300-RECOMPUTE-HOLDS.
           IF WS-RUN-FAILED
                   GO TO 6100-PROVE-ONE-ACCOUNT-EXIT.

           IF ACC-HIST-COUNT = 0
              OR ACC-HIST-CORREL-KEY(1) = SPACES
                   ADD 1 TO RCV-ACCOUNTS-NO-POSTINGS
                   GO TO 6100-PROVE-ONE-ACCOUNT-EXIT.

           MOVE ACC-ACCOUNT-NO         TO DDP-ACCOUNT-NO.
           MOVE ACC-HIST-CORREL-KEY(1) TO DDP-CORREL-KEY.
           READ DEDUP-FILE
               INVALID KEY
                       ADD 1 TO RCV-ACCOUNTS-UNVERIFIED
                       GO TO 6100-PROVE-ONE-ACCOUNT-EXIT.

           IF DDP-BALANCE = ACC-BALANCE
                   ADD 1 TO RCV-ACCOUNTS-PROVED
                   GO TO 6100-PROVE-ONE-ACCOUNT-EXIT.

           ADD 1 TO RCV-MISMATCHES.
           MOVE ACC-ACCOUNT-NO         TO RPT-MIS-ACCOUNT.
           MOVE ACC-BALANCE            TO RPT-MIS-REBUILT.
           MOVE DDP-BALANCE            TO RPT-MIS-DEDUP.
           MOVE ACC-HIST-CORREL-KEY(1) TO RPT-MIS-CORREL-KEY.
           DISPLAY RPT-MISMATCH-LINE.

       6100-PROVE-ONE-ACCOUNT-EXIT.
           EXIT.

      *
      * Total the account's active holds and rewrite the master if
      * the total it carries is wrong.
      *
       6300-RECOMPUTE-HOLDS SECTION.

           MOVE ZERO           TO WS-HOLD-TOTAL.
           MOVE 'N'            TO WS-HOLD-EOF-SWITCH.
           MOVE ACC-ACCOUNT-NO TO HLD-ACCOUNT-NO.
           MOVE LOW-VALUES     TO HLD-HOLD-ID.
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH.

           PERFORM 6350-ADD-ONE-HOLD UNTIL WS-HOLD-EOF.

           IF ACC-HOLD-TOTAL NUMERIC
              AND ACC-HOLD-TOTAL = WS-HOLD-TOTAL
                   GO TO 6300-RECOMPUTE-HOLDS-EXIT.

           MOVE WS-HOLD-TOTAL TO ACC-HOLD-TOTAL.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                       DISPLAY 'MQSRCVR: ACCOUNT REWRITE FAILED - '
                               ACC-ACCOUNT-NO
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                       GO TO 6300-RECOMPUTE-HOLDS-EXIT.

           ADD 1 TO RCV-HOLDS-CORRECTED.

       6300-RECOMPUTE-HOLDS-EXIT.
           EXIT.

      *
      * Read the account's next hold and total it if active.
      *
       6350-ADD-ONE-HOLD SECTION.

           READ HOLD-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                       GO TO 6350-ADD-ONE-HOLD-EXIT.

           IF HLD-ACCOUNT-NO NOT = ACC-ACCOUNT-NO
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   GO TO 6350-ADD-ONE-HOLD-EXIT.

           IF HLD-ACTIVE
                   ADD HLD-AMOUNT TO WS-HOLD-TOTAL.

       6350-ADD-ONE-HOLD-EXIT.
           EXIT.

      *
      * Close whatever is open.
      *
       6800-CLOSE-FILES SECTION.

           IF WS-HOLD-FILE-OPEN
                   CLOSE HOLD-FILE
                   MOVE 'N' TO WS-HOLD-FILE-OPEN-FLAG.
           CLOSE DEDUP-FILE.
           CLOSE ACCOUNT-FILE.

       6800-CLOSE-FILES-EXIT.
           EXIT.

      *
      * Print the recovery report to SYSOUT.
      *
       7000-PRINT-REPORT SECTION.

           DISPLAY ' '.
           MOVE RCV-ACCOUNTS-ON-MASTER  TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE RCV-ACCOUNTS-REBASED    TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE RCV-ACCOUNTS-ADDED      TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           MOVE RCV-ACCOUNTS-REBUILT    TO RPT-LINE-4-COUNT.
           DISPLAY RPT-LINE-4.
           MOVE RCV-JOURNAL-READ        TO RPT-LINE-5-COUNT.
           DISPLAY RPT-LINE-5.
           MOVE RCV-POSTINGS-APPLIED    TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.
           MOVE RCV-HISTORY-REBUILT     TO RPT-LINE-7-COUNT.
           DISPLAY RPT-LINE-7.
           MOVE RCV-POSTINGS-NO-ACCOUNT TO RPT-LINE-8-COUNT.
           DISPLAY RPT-LINE-8.
           MOVE RCV-NET-APPLIED         TO RPT-LINE-9-AMOUNT.
           DISPLAY RPT-LINE-9.
           MOVE RCV-CLOSING-TOTAL       TO RPT-LINE-10-AMOUNT.
           DISPLAY RPT-LINE-10.
           MOVE RCV-ACCOUNTS-PROVED     TO RPT-LINE-11-COUNT.
           DISPLAY RPT-LINE-11.
           MOVE RCV-ACCOUNTS-NO-POSTINGS TO RPT-LINE-12-COUNT.
           DISPLAY RPT-LINE-12.
           MOVE RCV-ACCOUNTS-UNVERIFIED TO RPT-LINE-13-COUNT.
           DISPLAY RPT-LINE-13.
           MOVE RCV-MISMATCHES          TO RPT-LINE-14-COUNT.
           DISPLAY RPT-LINE-14.
           MOVE RCV-HOLDS-CORRECTED     TO RPT-LINE-15-COUNT.
           DISPLAY RPT-LINE-15.
           DISPLAY ' '.

       7000-PRINT-REPORT-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
