      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSSECRP.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSSECRP
      *
      *  Description      : Security audit report and entitlement
      *                     review for MQSERVER.
      *
      *  Function         : Reads the SECAUDIT denials MQSERVER's
      *                     authorization check writes (MQSSECR
      *                     layout), sorted by user and time, and
      *                     prints the denials by user, by
      *                     transaction code and by denial reason;
      *                     then every burst in which one user was
      *                     denied repeatedly inside a short window,
      *                     flagged as possible probing; then the
      *                     user IDs that are not on AUTHFILE at all
      *                     (reply code 9202), kept apart from the
      *                     known users who reached beyond their
      *                     entitlement (9201), with the transaction
      *                     codes each of those asked for.  Last
      *                     comes an entitlement review of AUTHFILE
      *                     (MQSAUTH layout): every user with their
      *                     transaction codes and posting limit, a
      *                     user MQSERVER will never see (a repeat
      *                     of an earlier record, or past the 100
      *                     its table holds) marked, and the lists
      *                     of who holds *ALL, RELD and STOP.
      *                     The optional SECRPARM control file
      *                     carries a business-date range (date
      *                     from / date to, YYYYMMDD) and the probing
      *                     test - how many denials (default 3, at
      *                     most 20) inside how many minutes
      *                     (default 5).  A burst is only looked for
      *                     within one business date.  Ends with
      *                     return code 4 when possible probing was
      *                     flagged, 8 when SECAUDIT or AUTHFILE
      *                     could not be read.
      *
      *                     Control record layout (SECRPARM):
      *                       date from       X(8)  YYYYMMDD
      *                       date to         X(8)  YYYYMMDD
      *                       probe count     9(2)  denials
      *                       probe window    9(3)  minutes
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
           SELECT SECURITY-LOG-FILE ASSIGN TO SECAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SECURITY-STATUS.
      *
           SELECT AUTH-FILE       ASSIGN TO AUTHFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTH-FILE-STATUS.
      *
      *    Optional control file - a business-date range and the
      *    probing test.  Missing file (or blank fields) means every
      *    denial and the default test.
      *
           SELECT SELECT-FILE     ASSIGN TO SECRPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SELECT-STATUS.
      *
      *    Work file for putting the denials into user and time
      *    order.
      *
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SECURITY-RECORD.
           COPY MQSSECR.
      *
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  AUTH-RECORD.
           COPY MQSAUTH.
      *
       FD  SELECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SELECT-RECORD.
           05  SEL-DATE-FROM           PIC X(8).
           05  SEL-DATE-TO             PIC X(8).
           05  SEL-PROBE-COUNT-X       PIC X(2).
           05  SEL-PROBE-COUNT REDEFINES SEL-PROBE-COUNT-X
                                       PIC 9(2).
           05  SEL-PROBE-MINUTES-X     PIC X(3).
           05  SEL-PROBE-MINUTES REDEFINES SEL-PROBE-MINUTES-X
                                       PIC 9(3).
      *
      *    The security audit record again, laid out field for field
      *    as MQSSECR, for the sort.
      *
       SD  SORT-FILE.
      *
       01  SORT-RECORD.
           05  SRT-LOG-TIME            PIC X(8).
           05  SRT-USER-ID             PIC X(12).
           05  SRT-TRANS-CODE          PIC X(4).
           05  SRT-CORREL-KEY          PIC X(16).
           05  SRT-DENIAL-REASON       PIC X(30).
               88  SRT-USER-UNKNOWN
                       VALUE 'USER NOT ON AUTHORIZED FILE'.
               88  SRT-NOT-ENTITLED
                       VALUE 'TRANSACTION NOT PERMITTED'.
           05  SRT-LOG-DATE            PIC X(8).
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-SECURITY-STATUS          PIC X(2) VALUE '00'.
           88  WS-SECURITY-OK               VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-AUTH-FILE-OK              VALUE '00'.
       01  WS-SELECT-STATUS            PIC X(2) VALUE '00'.
           88  WS-SELECT-OK                 VALUE '00'.
       01  WS-SEL-DATE-FROM            PIC X(8) VALUE SPACES.
       01  WS-SEL-DATE-TO              PIC X(8) VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-PRINT-IDX                PIC 9(4) VALUE 0.
       01  WS-CODE-IDX                 PIC 9(4) VALUE 0.
      *
      *    The probing test - so many denials for one user inside so
      *    many seconds.
      *
       01  WS-PROBE-COUNT              PIC 9(2) VALUE 3.
       01  WS-PROBE-MINUTES            PIC 9(3) VALUE 5.
       01  WS-PROBE-WINDOW-SECS        PIC 9(5) VALUE 0.
      *
      *    The denial time (HHMMSSHH) taken apart to give seconds
      *    into the day.
      *
       01  WS-TIME-WORK                PIC X(8) VALUE SPACES.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH              PIC 9(2).
           05  WS-TIME-MM              PIC 9(2).
           05  WS-TIME-SS              PIC 9(2).
           05  WS-TIME-HS              PIC 9(2).
       01  WS-TIME-SECS                PIC 9(5) VALUE 0.
       01  WS-SPAN-SECS                PIC 9(5) VALUE 0.
      *
      *    The current user's latest denials on the current date,
      *    oldest first, up to the probe count; and whether they are
      *    inside a burst already reported.
      *
       01  WS-PRB-USER-ID              PIC X(12) VALUE SPACES.
       01  WS-PRB-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-PRB-USED                 PIC 9(2)  VALUE 0.
       01  WS-PRB-IDX                  PIC 9(2)  VALUE 0.
       01  WS-PRB-WINDOW.
           05  WS-PRB-ENTRY OCCURS 20 TIMES.
               10  WS-PRB-TIME         PIC X(8).
               10  WS-PRB-SECS         PIC 9(5).
       01  WS-BURST-SWITCH             PIC X VALUE 'N'.
           88  WS-IN-BURST                  VALUE 'Y'.
      *
      *---------------------------------------------------------------
      *    Denial tables
      *---------------------------------------------------------------
      *
      *    By user - built in user order, since the denials arrive
      *    sorted by user.
      *
       01  SCR-USER-COUNT              PIC 9(4) VALUE 0.
       01  SCR-USER-TABLE.
           05  SCR-USER-ENTRY OCCURS 500 TIMES.
               10  SU-USER-ID          PIC X(12).
               10  SU-DENIED           PIC 9(7).
               10  SU-UNKNOWN          PIC 9(7).
               10  SU-NOT-ENTITLED     PIC 9(7).
               10  SU-OTHER            PIC 9(7).
               10  SU-BURSTS           PIC 9(4).
               10  SU-FIRST-DATE       PIC X(8).
               10  SU-LAST-DATE        PIC X(8).
      *
      *    By transaction code.
      *
       01  SCR-CODE-COUNT              PIC 9(4) VALUE 0.
       01  SCR-CODE-TABLE.
           05  SCR-CODE-ENTRY OCCURS 100 TIMES.
               10  SC-TRANS-CODE       PIC X(4).
               10  SC-DENIED           PIC 9(7).
               10  SC-UNKNOWN          PIC 9(7).
               10  SC-NOT-ENTITLED     PIC 9(7).
      *
      *    By denial reason.
      *
       01  SCR-REASON-COUNT            PIC 9(4) VALUE 0.
       01  SCR-REASON-TABLE.
           05  SCR-REASON-ENTRY OCCURS 20 TIMES.
               10  SR-REASON           PIC X(30).
               10  SR-DENIED           PIC 9(7).
      *
      *    The codes each known user was refused (9201), in user
      *    order.
      *
       01  SCR-REACH-COUNT             PIC 9(4) VALUE 0.
       01  SCR-REACH-TABLE.
           05  SCR-REACH-ENTRY OCCURS 1000 TIMES.
               10  SX-USER-ID          PIC X(12).
               10  SX-TRANS-CODE       PIC X(4).
               10  SX-DENIED           PIC 9(7).
      *
      *    Possible probing - one entry per burst.
      *
       01  SCR-BURST-COUNT             PIC 9(4) VALUE 0.
       01  SCR-BURST-TABLE.
           05  SCR-BURST-ENTRY OCCURS 500 TIMES.
               10  SB-USER-ID          PIC X(12).
               10  SB-DATE             PIC X(8).
               10  SB-FROM-TIME        PIC X(8).
               10  SB-TO-TIME          PIC X(8).
               10  SB-DENIED           PIC 9(4).
      *
      *---------------------------------------------------------------
      *    Entitlement tables
      *---------------------------------------------------------------
      *
       01  SCR-AUTH-COUNT              PIC 9(4) VALUE 0.
       01  SCR-AUTH-TABLE.
           05  SCR-AUTH-ENTRY OCCURS 100 TIMES.
               10  SA-USER-ID          PIC X(12).
      *
       01  SCR-ALL-COUNT               PIC 9(4) VALUE 0.
       01  SCR-ALL-TABLE.
           05  SA-ALL-USER-ID OCCURS 100 TIMES
                                       PIC X(12).
       01  SCR-RELD-COUNT              PIC 9(4) VALUE 0.
       01  SCR-RELD-TABLE.
           05  SA-RELD-USER-ID OCCURS 100 TIMES
                                       PIC X(12).
       01  SCR-STOP-COUNT              PIC 9(4) VALUE 0.
       01  SCR-STOP-TABLE.
           05  SA-STOP-USER-ID OCCURS 100 TIMES
                                       PIC X(12).
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  SCR-SECAUDIT-READ           PIC 9(7) VALUE 0.
       01  SCR-DENIALS-SELECTED        PIC 9(7) VALUE 0.
       01  SCR-UNKNOWN-TOTAL           PIC 9(7) VALUE 0.
       01  SCR-NOT-ENTITLED-TOTAL      PIC 9(7) VALUE 0.
       01  SCR-OTHER-TOTAL             PIC 9(7) VALUE 0.
       01  SCR-TABLE-OMITTED           PIC 9(7) VALUE 0.
       01  SCR-AUTH-RECORDS            PIC 9(7) VALUE 0.
       01  SCR-AUTH-NOT-LOADED         PIC 9(7) VALUE 0.
       01  SCR-HOLDS-ALL-SWITCH        PIC X VALUE 'N'.
           88  SCR-HOLDS-ALL                VALUE 'Y'.
       01  SCR-HOLDS-RELD-SWITCH       PIC X VALUE 'N'.
           88  SCR-HOLDS-RELD               VALUE 'Y'.
       01  SCR-HOLDS-STOP-SWITCH       PIC X VALUE 'N'.
           88  SCR-HOLDS-STOP               VALUE 'Y'.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-USER-LINE.
           05  RPT-USR-USER-ID         PIC X(12).
           05  FILLER                  PIC X(9)  VALUE '  DENIED='.
           05  RPT-USR-DENIED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  9202='.
           05  RPT-USR-UNKNOWN         PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  9201='.
           05  RPT-USR-NOT-ENTITLED    PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE '  OTHER='.
           05  RPT-USR-OTHER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE '  BURSTS='.
           05  RPT-USR-BURSTS          PIC ZZZ9.
      *
       01  RPT-CODE-LINE.
           05  RPT-COD-TRANS-CODE      PIC X(4).
           05  FILLER                  PIC X(9)  VALUE '  DENIED='.
           05  RPT-COD-DENIED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  9202='.
           05  RPT-COD-UNKNOWN         PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  9201='.
           05  RPT-COD-NOT-ENTITLED    PIC ZZZZZZ9.
      *
       01  RPT-REASON-LINE.
           05  RPT-RSN-REASON          PIC X(30).
           05  FILLER                  PIC X(9)  VALUE '  DENIED='.
           05  RPT-RSN-DENIED          PIC ZZZZZZ9.
      *
       01  RPT-BURST-LINE.
           05  RPT-BST-USER-ID         PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-BST-DATE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-BST-FROM-TIME       PIC X(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  RPT-BST-TO-TIME         PIC X(8).
           05  FILLER                  PIC X(10) VALUE '  DENIALS='.
           05  RPT-BST-DENIED          PIC ZZZ9.
      *
       01  RPT-UNKNOWN-LINE.
           05  RPT-UNK-USER-ID         PIC X(12).
           05  FILLER                  PIC X(9)  VALUE '  DENIED='.
           05  RPT-UNK-DENIED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE '  FIRST='.
           05  RPT-UNK-FIRST-DATE      PIC X(8).
           05  FILLER                  PIC X(7)  VALUE '  LAST='.
           05  RPT-UNK-LAST-DATE       PIC X(8).
      *
       01  RPT-REACH-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-RCH-TRANS-CODE      PIC X(4).
           05  FILLER                  PIC X(9)  VALUE '  DENIED='.
           05  RPT-RCH-DENIED          PIC ZZZZZZ9.
      *
       01  RPT-AUTH-LINE.
           05  RPT-AUT-USER-ID         PIC X(12).
           05  RPT-AUT-CODE-SLOT OCCURS 8 TIMES.
               10  FILLER              PIC X(1).
               10  RPT-AUT-TRANS-CODE  PIC X(4).
           05  FILLER                  PIC X(2).
           05  RPT-AUT-LIMIT-TEXT      PIC X(15).
           05  RPT-AUT-LIMIT REDEFINES RPT-AUT-LIMIT-TEXT
                                       PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2).
           05  RPT-AUT-NOTE            PIC X(24).
      *
       01  RPT-HOLDER-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-HLD-USER-ID         PIC X(12).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(30) VALUE
                   'SECAUDIT RECORDS READ       : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(30) VALUE
                   'DENIALS IN DATE RANGE       : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(30) VALUE
                   '  USER NOT ON AUTHFILE 9202 : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(30) VALUE
                   '  NOT ENTITLED         9201 : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(30) VALUE
                   '  OTHER REASONS             : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(30) VALUE
                   'POSSIBLE PROBING BURSTS     : '.
           05  RPT-LINE-6-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-7.
           05  FILLER                  PIC X(30) VALUE
                   'AUTHFILE RECORDS            : '.
           05  RPT-LINE-7-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-8.
           05  FILLER                  PIC X(30) VALUE
                   'NOT LOADED BY MQSERVER      : '.
           05  RPT-LINE-8-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-SELECT-CARD.

           DISPLAY '==============================================='.
           DISPLAY ' MQSERVER  -  SECURITY AUDIT AND ENTITLEMENTS'.
           DISPLAY '==============================================='.
           IF WS-SEL-DATE-FROM NOT = SPACES
              OR WS-SEL-DATE-TO NOT = SPACES
                   DISPLAY 'BUSINESS DATE RANGE ' WS-SEL-DATE-FROM
                           ' - ' WS-SEL-DATE-TO.
           DISPLAY 'PROBING TEST ' WS-PROBE-COUNT
                   ' DENIALS INSIDE ' WS-PROBE-MINUTES ' MINUTES'.

           PERFORM 3000-ANALYSE-DENIALS.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           PERFORM 5000-PRINT-DENIALS.

           PERFORM 6000-REVIEW-ENTITLEMENTS.
           IF WS-RUN-FAILED
                   GO TO 1000-MAIN-FAILED.

           PERFORM 7000-PRINT-TOTALS.

           IF SCR-BURST-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.
           GO TO 1000-MAIN-END.

       1000-MAIN-FAILED.
           DISPLAY '*** SECURITY REPORT NOT COMPLETED ***'.
           DISPLAY '==============================================='.
           MOVE 8 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Read the optional control file.  A missing file or a blank
      * record leaves the range at spaces - every denial reports -
      * and the probing test at its default.
      *
       2100-READ-SELECT-CARD SECTION.

           OPEN INPUT SELECT-FILE.
           IF NOT WS-SELECT-OK
                   GO TO 2100-SET-PROBE-WINDOW.

           READ SELECT-FILE
               AT END
                       GO TO 2100-CLOSE-SELECT-FILE.

           IF SEL-DATE-FROM NOT = SPACES
              AND SEL-DATE-FROM NOT = LOW-VALUES
                   MOVE SEL-DATE-FROM TO WS-SEL-DATE-FROM.
           IF SEL-DATE-TO NOT = SPACES
              AND SEL-DATE-TO NOT = LOW-VALUES
                   MOVE SEL-DATE-TO TO WS-SEL-DATE-TO.
           IF SEL-PROBE-COUNT-X NUMERIC
              AND SEL-PROBE-COUNT > 1
              AND SEL-PROBE-COUNT NOT > 20
                   MOVE SEL-PROBE-COUNT TO WS-PROBE-COUNT.
           IF SEL-PROBE-MINUTES-X NUMERIC
              AND SEL-PROBE-MINUTES > 0
                   MOVE SEL-PROBE-MINUTES TO WS-PROBE-MINUTES.

       2100-CLOSE-SELECT-FILE.
           CLOSE SELECT-FILE.

       2100-SET-PROBE-WINDOW.
           COMPUTE WS-PROBE-WINDOW-SECS = WS-PROBE-MINUTES * 60.

       2100-READ-SELECT-CARD-EXIT.
           EXIT.

      *
      * Sort the denials into user, date and time order and tally
      * them.
      *
       3000-ANALYSE-DENIALS SECTION.

           OPEN INPUT SECURITY-LOG-FILE.
           IF NOT WS-SECURITY-OK
                   DISPLAY 'MQSSECRP: UNABLE TO OPEN SECAUDIT - '
                           'STATUS ' WS-SECURITY-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3000-ANALYSE-DENIALS-EXIT.
           CLOSE SECURITY-LOG-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-USER-ID SRT-LOG-DATE SRT-LOG-TIME
               WITH DUPLICATES IN ORDER
               USING SECURITY-LOG-FILE
               OUTPUT PROCEDURE IS 3100-TALLY-DENIALS.

           IF SORT-RETURN NOT = ZERO
                   DISPLAY 'MQSSECRP: SECAUDIT SORT FAILED - RETURN '
                           SORT-RETURN
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3000-ANALYSE-DENIALS-EXIT.
           EXIT.

      *
      * Sort output procedure - tally every sorted denial.
      *
       3100-TALLY-DENIALS SECTION.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3200-TALLY-ONE-DENIAL UNTIL WS-EOF.

       3100-TALLY-DENIALS-EXIT.
           EXIT.

      *
      * Take one denial.  Denials outside the requested business
      * date range are passed over entirely.
      *
       3200-TALLY-ONE-DENIAL SECTION.

           RETURN SORT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3200-TALLY-ONE-DENIAL-EXIT.

           ADD 1 TO SCR-SECAUDIT-READ.

           IF WS-SEL-DATE-FROM NOT = SPACES
              AND SRT-LOG-DATE < WS-SEL-DATE-FROM
                   GO TO 3200-TALLY-ONE-DENIAL-EXIT.
           IF WS-SEL-DATE-TO NOT = SPACES
              AND SRT-LOG-DATE > WS-SEL-DATE-TO
                   GO TO 3200-TALLY-ONE-DENIAL-EXIT.

           ADD 1 TO SCR-DENIALS-SELECTED.
           IF SRT-USER-UNKNOWN
                   ADD 1 TO SCR-UNKNOWN-TOTAL
           ELSE
                   IF SRT-NOT-ENTITLED
                           ADD 1 TO SCR-NOT-ENTITLED-TOTAL
                   ELSE
                           ADD 1 TO SCR-OTHER-TOTAL.

           PERFORM 3300-TALLY-USER.
           PERFORM 3400-TALLY-CODE.
           PERFORM 3500-TALLY-REASON.
           IF SRT-NOT-ENTITLED
                   PERFORM 3600-TALLY-REACH.
           PERFORM 3700-CHECK-PROBING.

       3200-TALLY-ONE-DENIAL-EXIT.
           EXIT.

      *
      * Count the denial against its user.  The denials arrive in
      * user order, so the user is either the last table entry or
      * a new one.
      *
       3300-TALLY-USER SECTION.

           IF SCR-USER-COUNT > 0
                   IF SU-USER-ID(SCR-USER-COUNT) = SRT-USER-ID
                           GO TO 3300-TALLY-USER-ADD.

           IF SCR-USER-COUNT >= 500
                   ADD 1 TO SCR-TABLE-OMITTED
                   GO TO 3300-TALLY-USER-EXIT.

           ADD 1 TO SCR-USER-COUNT.
           MOVE SRT-USER-ID  TO SU-USER-ID(SCR-USER-COUNT).
           MOVE ZERO         TO SU-DENIED(SCR-USER-COUNT).
           MOVE ZERO         TO SU-UNKNOWN(SCR-USER-COUNT).
           MOVE ZERO         TO SU-NOT-ENTITLED(SCR-USER-COUNT).
           MOVE ZERO         TO SU-OTHER(SCR-USER-COUNT).
           MOVE ZERO         TO SU-BURSTS(SCR-USER-COUNT).
           MOVE SRT-LOG-DATE TO SU-FIRST-DATE(SCR-USER-COUNT).

       3300-TALLY-USER-ADD.
           ADD 1 TO SU-DENIED(SCR-USER-COUNT).
           MOVE SRT-LOG-DATE TO SU-LAST-DATE(SCR-USER-COUNT).
           IF SRT-USER-UNKNOWN
                   ADD 1 TO SU-UNKNOWN(SCR-USER-COUNT)
           ELSE
                   IF SRT-NOT-ENTITLED
                           ADD 1 TO SU-NOT-ENTITLED(SCR-USER-COUNT)
                   ELSE
                           ADD 1 TO SU-OTHER(SCR-USER-COUNT).

       3300-TALLY-USER-EXIT.
           EXIT.

      *
      * Count the denial against its transaction code.
      *
       3400-TALLY-CODE SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 3450-SEARCH-ONE-CODE
               UNTIL WS-SEARCH-IDX >= SCR-CODE-COUNT
                     OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
                   IF SCR-CODE-COUNT >= 100
                           ADD 1 TO SCR-TABLE-OMITTED
                           GO TO 3400-TALLY-CODE-EXIT
                   ELSE
                           ADD 1 TO SCR-CODE-COUNT
                           MOVE SCR-CODE-COUNT TO WS-MATCH-IDX
                           MOVE SRT-TRANS-CODE
                                TO SC-TRANS-CODE(WS-MATCH-IDX)
                           MOVE ZERO TO SC-DENIED(WS-MATCH-IDX)
                           MOVE ZERO TO SC-UNKNOWN(WS-MATCH-IDX)
                           MOVE ZERO TO SC-NOT-ENTITLED(WS-MATCH-IDX).

           ADD 1 TO SC-DENIED(WS-MATCH-IDX).
           IF SRT-USER-UNKNOWN
                   ADD 1 TO SC-UNKNOWN(WS-MATCH-IDX).
           IF SRT-NOT-ENTITLED
                   ADD 1 TO SC-NOT-ENTITLED(WS-MATCH-IDX).

       3400-TALLY-CODE-EXIT.
           EXIT.

      *
      * Compare the denial's code against one code table entry.
      *
       3450-SEARCH-ONE-CODE SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF SC-TRANS-CODE(WS-SEARCH-IDX) = SRT-TRANS-CODE
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       3450-SEARCH-ONE-CODE-EXIT.
           EXIT.

      *
      * Count the denial against its reason.
      *
       3500-TALLY-REASON SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 3550-SEARCH-ONE-REASON
               UNTIL WS-SEARCH-IDX >= SCR-REASON-COUNT
                     OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
                   IF SCR-REASON-COUNT >= 20
                           ADD 1 TO SCR-TABLE-OMITTED
                           GO TO 3500-TALLY-REASON-EXIT
                   ELSE
                           ADD 1 TO SCR-REASON-COUNT
                           MOVE SCR-REASON-COUNT TO WS-MATCH-IDX
                           MOVE SRT-DENIAL-REASON
                                TO SR-REASON(WS-MATCH-IDX)
                           MOVE ZERO TO SR-DENIED(WS-MATCH-IDX).

           ADD 1 TO SR-DENIED(WS-MATCH-IDX).

       3500-TALLY-REASON-EXIT.
           EXIT.

      *
      * Compare the denial's reason against one reason table entry.
      *
       3550-SEARCH-ONE-REASON SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF SR-REASON(WS-SEARCH-IDX) = SRT-DENIAL-REASON
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       3550-SEARCH-ONE-REASON-EXIT.
           EXIT.

      *
      * Count a known user's refused code.  Only the current user's
      * entries need searching - they are the newest in the table,
      * so the search runs back from the end until the user changes.
      *
       3600-TALLY-REACH SECTION.

           MOVE 'N'             TO WS-FOUND-SWITCH.
           MOVE SCR-REACH-COUNT TO WS-SEARCH-IDX.
           MOVE 0               TO WS-MATCH-IDX.

           PERFORM 3650-SEARCH-ONE-REACH
               UNTIL WS-SEARCH-IDX = 0
                     OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
                   IF SCR-REACH-COUNT >= 1000
                           ADD 1 TO SCR-TABLE-OMITTED
                           GO TO 3600-TALLY-REACH-EXIT
                   ELSE
                           ADD 1 TO SCR-REACH-COUNT
                           MOVE SCR-REACH-COUNT TO WS-MATCH-IDX
                           MOVE SRT-USER-ID
                                TO SX-USER-ID(WS-MATCH-IDX)
                           MOVE SRT-TRANS-CODE
                                TO SX-TRANS-CODE(WS-MATCH-IDX)
                           MOVE ZERO TO SX-DENIED(WS-MATCH-IDX).

           ADD 1 TO SX-DENIED(WS-MATCH-IDX).

       3600-TALLY-REACH-EXIT.
           EXIT.

      *
      * Compare the denial against one refused-code entry, stepping
      * back towards the start of the table.
      *
       3650-SEARCH-ONE-REACH SECTION.

           IF SX-USER-ID(WS-SEARCH-IDX) NOT = SRT-USER-ID
                   MOVE 0 TO WS-SEARCH-IDX
                   GO TO 3650-SEARCH-ONE-REACH-EXIT.

           IF SX-TRANS-CODE(WS-SEARCH-IDX) = SRT-TRANS-CODE
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
           ELSE
                   SUBTRACT 1 FROM WS-SEARCH-IDX.

       3650-SEARCH-ONE-REACH-EXIT.
           EXIT.

      *
      * The probing test.  The user's latest denials on this date
      * are kept, oldest first, up to the probe count; when that
      * many fall inside the window a burst begins, and every
      * further denial that keeps the test true extends it.  A
      * change of user or date starts the test over.
      *
       3700-CHECK-PROBING SECTION.

           IF SRT-USER-ID NOT = WS-PRB-USER-ID
              OR SRT-LOG-DATE NOT = WS-PRB-DATE
                   MOVE SRT-USER-ID  TO WS-PRB-USER-ID
                   MOVE SRT-LOG-DATE TO WS-PRB-DATE
                   MOVE 0            TO WS-PRB-USED
                   MOVE 'N'          TO WS-BURST-SWITCH.

           MOVE SRT-LOG-TIME TO WS-TIME-WORK.
           IF WS-TIME-WORK NOT NUMERIC
                   MOVE ZERO TO WS-TIME-SECS
           ELSE
                   COMPUTE WS-TIME-SECS = WS-TIME-HH * 3600
                                        + WS-TIME-MM * 60
                                        + WS-TIME-SS.

           IF WS-PRB-USED < WS-PROBE-COUNT
                   ADD 1 TO WS-PRB-USED
           ELSE
                   PERFORM 3750-SHIFT-ONE-PROBE
                       VARYING WS-PRB-IDX FROM 2 BY 1
                       UNTIL WS-PRB-IDX > WS-PRB-USED.

           MOVE SRT-LOG-TIME TO WS-PRB-TIME(WS-PRB-USED).
           MOVE WS-TIME-SECS TO WS-PRB-SECS(WS-PRB-USED).

           IF WS-PRB-USED < WS-PROBE-COUNT
                   GO TO 3700-CHECK-PROBING-EXIT.

           COMPUTE WS-SPAN-SECS = WS-PRB-SECS(WS-PRB-USED)
                                - WS-PRB-SECS(1).
           IF WS-SPAN-SECS > WS-PROBE-WINDOW-SECS
                   MOVE 'N' TO WS-BURST-SWITCH
                   GO TO 3700-CHECK-PROBING-EXIT.

           IF WS-IN-BURST
                   MOVE SRT-LOG-TIME TO SB-TO-TIME(SCR-BURST-COUNT)
                   ADD 1 TO SB-DENIED(SCR-BURST-COUNT)
                   GO TO 3700-CHECK-PROBING-EXIT.

           IF SCR-USER-COUNT > 0
                   IF SU-USER-ID(SCR-USER-COUNT) = SRT-USER-ID
                           ADD 1 TO SU-BURSTS(SCR-USER-COUNT).

           IF SCR-BURST-COUNT >= 500
                   ADD 1 TO SCR-TABLE-OMITTED
                   GO TO 3700-CHECK-PROBING-EXIT.

           ADD 1 TO SCR-BURST-COUNT.
           MOVE 'Y'            TO WS-BURST-SWITCH.
           MOVE SRT-USER-ID    TO SB-USER-ID(SCR-BURST-COUNT).
           MOVE SRT-LOG-DATE   TO SB-DATE(SCR-BURST-COUNT).
           MOVE WS-PRB-TIME(1) TO SB-FROM-TIME(SCR-BURST-COUNT).
           MOVE SRT-LOG-TIME   TO SB-TO-TIME(SCR-BURST-COUNT).
           MOVE WS-PRB-USED    TO SB-DENIED(SCR-BURST-COUNT).

       3700-CHECK-PROBING-EXIT.
           EXIT.

      *
      * Drop the oldest kept denial by moving one entry up.
      *
       3750-SHIFT-ONE-PROBE SECTION.

           MOVE WS-PRB-ENTRY(WS-PRB-IDX)
                TO WS-PRB-ENTRY(WS-PRB-IDX - 1).

       3750-SHIFT-ONE-PROBE-EXIT.
           EXIT.

      *
      * Print the denial sections.
      *
       5000-PRINT-DENIALS SECTION.

           DISPLAY ' '.
           DISPLAY 'DENIALS BY USER'.
           DISPLAY '-----------------------------------------------'.
           PERFORM 5100-PRINT-USER-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-USER-COUNT.

           DISPLAY ' '.
           DISPLAY 'DENIALS BY TRANSACTION CODE'.
           DISPLAY '-----------------------------------------------'.
           PERFORM 5200-PRINT-CODE-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-CODE-COUNT.

           DISPLAY ' '.
           DISPLAY 'DENIALS BY REASON'.
           DISPLAY '-----------------------------------------------'.
           PERFORM 5300-PRINT-REASON-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-REASON-COUNT.

           DISPLAY ' '.
           DISPLAY 'POSSIBLE PROBING'.
           DISPLAY '-----------------------------------------------'.
           IF SCR-BURST-COUNT = 0
                   DISPLAY '  NONE'.
           PERFORM 5400-PRINT-BURST-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-BURST-COUNT.

           DISPLAY ' '.
           DISPLAY 'UNKNOWN USER IDS (9202)'.
           DISPLAY '-----------------------------------------------'.
           IF SCR-UNKNOWN-TOTAL = 0
                   DISPLAY '  NONE'.
           PERFORM 5500-PRINT-UNKNOWN-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-USER-COUNT.

           DISPLAY ' '.
           DISPLAY 'KNOWN USERS BEYOND ENTITLEMENT (9201)'.
           DISPLAY '-----------------------------------------------'.
           IF SCR-NOT-ENTITLED-TOTAL = 0
                   DISPLAY '  NONE'.
           PERFORM 5600-PRINT-REACH-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-REACH-COUNT.

           IF SCR-TABLE-OMITTED > 0
                   DISPLAY ' '
                   DISPLAY '*** REPORT TABLE FULL - '
                           SCR-TABLE-OMITTED
                           ' ENTRY(S) OMITTED ABOVE ***'.

       5000-PRINT-DENIALS-EXIT.
           EXIT.

      *
      * Print one user's denial counts.
      *
       5100-PRINT-USER-LINE SECTION.

           MOVE SU-USER-ID(WS-PRINT-IDX)      TO RPT-USR-USER-ID.
           MOVE SU-DENIED(WS-PRINT-IDX)       TO RPT-USR-DENIED.
           MOVE SU-UNKNOWN(WS-PRINT-IDX)      TO RPT-USR-UNKNOWN.
           MOVE SU-NOT-ENTITLED(WS-PRINT-IDX) TO RPT-USR-NOT-ENTITLED.
           MOVE SU-OTHER(WS-PRINT-IDX)        TO RPT-USR-OTHER.
           MOVE SU-BURSTS(WS-PRINT-IDX)       TO RPT-USR-BURSTS.
           DISPLAY RPT-USER-LINE.

       5100-PRINT-USER-LINE-EXIT.
           EXIT.

      *
      * Print one transaction code's denial counts.
      *
       5200-PRINT-CODE-LINE SECTION.

           MOVE SC-TRANS-CODE(WS-PRINT-IDX)   TO RPT-COD-TRANS-CODE.
           MOVE SC-DENIED(WS-PRINT-IDX)       TO RPT-COD-DENIED.
           MOVE SC-UNKNOWN(WS-PRINT-IDX)      TO RPT-COD-UNKNOWN.
           MOVE SC-NOT-ENTITLED(WS-PRINT-IDX) TO RPT-COD-NOT-ENTITLED.
           DISPLAY RPT-CODE-LINE.

       5200-PRINT-CODE-LINE-EXIT.
           EXIT.

      *
      * Print one denial reason's count.
      *
       5300-PRINT-REASON-LINE SECTION.

           MOVE SR-REASON(WS-PRINT-IDX) TO RPT-RSN-REASON.
           MOVE SR-DENIED(WS-PRINT-IDX) TO RPT-RSN-DENIED.
           DISPLAY RPT-REASON-LINE.

       5300-PRINT-REASON-LINE-EXIT.
           EXIT.

      *
      * Print one possible probing burst.
      *
       5400-PRINT-BURST-LINE SECTION.

           MOVE SB-USER-ID(WS-PRINT-IDX)   TO RPT-BST-USER-ID.
           MOVE SB-DATE(WS-PRINT-IDX)      TO RPT-BST-DATE.
           MOVE SB-FROM-TIME(WS-PRINT-IDX) TO RPT-BST-FROM-TIME.
           MOVE SB-TO-TIME(WS-PRINT-IDX)   TO RPT-BST-TO-TIME.
           MOVE SB-DENIED(WS-PRINT-IDX)    TO RPT-BST-DENIED.
           DISPLAY RPT-BURST-LINE.

       5400-PRINT-BURST-LINE-EXIT.
           EXIT.

      *
      * Print a user denied as not on AUTHFILE.
      *
       5500-PRINT-UNKNOWN-LINE SECTION.

           IF SU-UNKNOWN(WS-PRINT-IDX) = ZERO
                   GO TO 5500-PRINT-UNKNOWN-LINE-EXIT.

           MOVE SU-USER-ID(WS-PRINT-IDX)    TO RPT-UNK-USER-ID.
           MOVE SU-UNKNOWN(WS-PRINT-IDX)    TO RPT-UNK-DENIED.
           MOVE SU-FIRST-DATE(WS-PRINT-IDX) TO RPT-UNK-FIRST-DATE.
           MOVE SU-LAST-DATE(WS-PRINT-IDX)  TO RPT-UNK-LAST-DATE.
           DISPLAY RPT-UNKNOWN-LINE.

       5500-PRINT-UNKNOWN-LINE-EXIT.
           EXIT.

      *
      * Print one code a known user was refused, heading each user's
      * codes with the user ID.
      *
       5600-PRINT-REACH-LINE SECTION.

           IF WS-PRINT-IDX = 1
                   DISPLAY SX-USER-ID(WS-PRINT-IDX)
           ELSE
                   IF SX-USER-ID(WS-PRINT-IDX)
                      NOT = SX-USER-ID(WS-PRINT-IDX - 1)
                           DISPLAY SX-USER-ID(WS-PRINT-IDX).

           MOVE SX-TRANS-CODE(WS-PRINT-IDX) TO RPT-RCH-TRANS-CODE.
           MOVE SX-DENIED(WS-PRINT-IDX)     TO RPT-RCH-DENIED.
           DISPLAY RPT-REACH-LINE.

       5600-PRINT-REACH-LINE-EXIT.
           EXIT.

      *
      * Entitlement review - print every AUTHFILE user with their
      * codes and limit, then who holds *ALL, RELD and STOP.
      *
       6000-REVIEW-ENTITLEMENTS SECTION.

           OPEN INPUT AUTH-FILE.
           IF NOT WS-AUTH-FILE-OK
                   DISPLAY 'MQSSECRP: UNABLE TO OPEN AUTHFILE - '
                           'STATUS ' WS-AUTH-FILE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 6000-REVIEW-ENTITLEMENTS-EXIT.

           DISPLAY ' '.
           DISPLAY 'ENTITLEMENT REVIEW (AUTHFILE)'.
           DISPLAY '-----------------------------------------------'.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 6100-REVIEW-ONE-USER UNTIL WS-EOF.

           CLOSE AUTH-FILE.

           IF SCR-AUTH-RECORDS = 0
                   DISPLAY '*** AUTHFILE EMPTY - MQSERVER PERMITS '
                           'EVERY REQUESTER ***'.

           DISPLAY ' '.
           DISPLAY 'USERS HOLDING *ALL'.
           IF SCR-ALL-COUNT = 0
                   DISPLAY '    NONE'.
           PERFORM 6500-PRINT-ALL-HOLDER
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-ALL-COUNT.

           DISPLAY 'USERS HOLDING RELD'.
           IF SCR-RELD-COUNT = 0
                   DISPLAY '    NONE'.
           PERFORM 6600-PRINT-RELD-HOLDER
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-RELD-COUNT.

           DISPLAY 'USERS HOLDING STOP'.
           IF SCR-STOP-COUNT = 0
                   DISPLAY '    NONE'.
           PERFORM 6700-PRINT-STOP-HOLDER
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > SCR-STOP-COUNT.

       6000-REVIEW-ENTITLEMENTS-EXIT.
           EXIT.

      *
      * Print one AUTHFILE user.  MQSERVER loads the first 100
      * non-blank records, repeats included, and takes the first
      * record for a user it meets, so a later repeat or a record
      * past the hundredth is marked as never used by the server.
      * Blank records are skipped as MQSERVER skips them.
      *
       6100-REVIEW-ONE-USER SECTION.

           READ AUTH-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 6100-REVIEW-ONE-USER-EXIT.

           IF AUT-USER-ID = SPACES
                   GO TO 6100-REVIEW-ONE-USER-EXIT.

           ADD 1 TO SCR-AUTH-RECORDS.

           MOVE SPACES      TO RPT-AUTH-LINE.
           MOVE AUT-USER-ID TO RPT-AUT-USER-ID.
           MOVE 'N' TO SCR-HOLDS-ALL-SWITCH.
           MOVE 'N' TO SCR-HOLDS-RELD-SWITCH.
           MOVE 'N' TO SCR-HOLDS-STOP-SWITCH.
           PERFORM 6200-REVIEW-ONE-CODE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 8.

           IF AUT-POSTING-LIMIT NOT NUMERIC
              OR AUT-POSTING-LIMIT = ZERO
                   MOVE 'NO LIMIT'        TO RPT-AUT-LIMIT-TEXT
           ELSE
                   MOVE AUT-POSTING-LIMIT TO RPT-AUT-LIMIT.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           PERFORM 6300-SEARCH-ONE-AUTH
               UNTIL WS-SEARCH-IDX >= SCR-AUTH-COUNT
                     OR WS-ENTRY-FOUND.

           IF SCR-AUTH-RECORDS > 100
                   MOVE 'PAST 100 - NOT LOADED' TO RPT-AUT-NOTE
                   ADD 1 TO SCR-AUTH-NOT-LOADED
                   DISPLAY RPT-AUTH-LINE
                   GO TO 6100-REVIEW-ONE-USER-EXIT.

           IF WS-ENTRY-FOUND
                   MOVE 'REPEAT - NOT USED' TO RPT-AUT-NOTE
                   ADD 1 TO SCR-AUTH-NOT-LOADED
                   DISPLAY RPT-AUTH-LINE
                   GO TO 6100-REVIEW-ONE-USER-EXIT.

           ADD 1 TO SCR-AUTH-COUNT.
           MOVE AUT-USER-ID TO SA-USER-ID(SCR-AUTH-COUNT).
           DISPLAY RPT-AUTH-LINE.

           IF SCR-HOLDS-ALL
                   ADD 1 TO SCR-ALL-COUNT
                   MOVE AUT-USER-ID TO SA-ALL-USER-ID(SCR-ALL-COUNT).
           IF SCR-HOLDS-RELD OR SCR-HOLDS-ALL
                   ADD 1 TO SCR-RELD-COUNT
                   MOVE AUT-USER-ID TO SA-RELD-USER-ID(SCR-RELD-COUNT).
           IF SCR-HOLDS-STOP OR SCR-HOLDS-ALL
                   ADD 1 TO SCR-STOP-COUNT
                   MOVE AUT-USER-ID TO SA-STOP-USER-ID(SCR-STOP-COUNT).

       6100-REVIEW-ONE-USER-EXIT.
           EXIT.

      *
      * Put one of the user's codes on the line and note the
      * powerful ones.
      *
       6200-REVIEW-ONE-CODE SECTION.

           MOVE AUT-TRANS-CODE(WS-CODE-IDX)
                TO RPT-AUT-TRANS-CODE(WS-CODE-IDX).
           IF AUT-TRANS-CODE(WS-CODE-IDX) = '*ALL'
                   MOVE 'Y' TO SCR-HOLDS-ALL-SWITCH.
           IF AUT-TRANS-CODE(WS-CODE-IDX) = 'RELD'
                   MOVE 'Y' TO SCR-HOLDS-RELD-SWITCH.
           IF AUT-TRANS-CODE(WS-CODE-IDX) = 'STOP'
                   MOVE 'Y' TO SCR-HOLDS-STOP-SWITCH.

       6200-REVIEW-ONE-CODE-EXIT.
           EXIT.

      *
      * Compare the AUTHFILE user against one user already loaded.
      *
       6300-SEARCH-ONE-AUTH SECTION.

           ADD 1 TO WS-SEARCH-IDX.
           IF SA-USER-ID(WS-SEARCH-IDX) = AUT-USER-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH.

       6300-SEARCH-ONE-AUTH-EXIT.
           EXIT.

      *
      * Print one *ALL holder.
      *
       6500-PRINT-ALL-HOLDER SECTION.

           MOVE SA-ALL-USER-ID(WS-PRINT-IDX) TO RPT-HLD-USER-ID.
           DISPLAY RPT-HOLDER-LINE.

       6500-PRINT-ALL-HOLDER-EXIT.
           EXIT.

      *
      * Print one RELD holder (*ALL included).
      *
       6600-PRINT-RELD-HOLDER SECTION.

           MOVE SA-RELD-USER-ID(WS-PRINT-IDX) TO RPT-HLD-USER-ID.
           DISPLAY RPT-HOLDER-LINE.

       6600-PRINT-RELD-HOLDER-EXIT.
           EXIT.

      *
      * Print one STOP holder (*ALL included).
      *
       6700-PRINT-STOP-HOLDER SECTION.

           MOVE SA-STOP-USER-ID(WS-PRINT-IDX) TO RPT-HLD-USER-ID.
           DISPLAY RPT-HOLDER-LINE.

       6700-PRINT-STOP-HOLDER-EXIT.
           EXIT.

      *
      * Print the run totals.
      *
       7000-PRINT-TOTALS SECTION.

           DISPLAY ' '.
           MOVE SCR-SECAUDIT-READ      TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE SCR-DENIALS-SELECTED   TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE SCR-UNKNOWN-TOTAL      TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           MOVE SCR-NOT-ENTITLED-TOTAL TO RPT-LINE-4-COUNT.
           DISPLAY RPT-LINE-4.
           MOVE SCR-OTHER-TOTAL        TO RPT-LINE-5-COUNT.
           DISPLAY RPT-LINE-5.
           MOVE SCR-BURST-COUNT        TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.
           MOVE SCR-AUTH-RECORDS       TO RPT-LINE-7-COUNT.
           DISPLAY RPT-LINE-7.
           MOVE SCR-AUTH-NOT-LOADED    TO RPT-LINE-8-COUNT.
           DISPLAY RPT-LINE-8.
           DISPLAY '==============================================='.

       7000-PRINT-TOTALS-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
