      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSRETN.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSRETN
      *
      *  Description      : Retention housekeeping for the files
      *                     MQSERVER and the batch runs append to.
      *
      *  Function         : Driven by the RETNCTL retention control
      *                     file - one record per file to be
      *                     trimmed, giving the number of days it
      *                     keeps.  A record is older than its
      *                     retention when the business date it
      *                     carries is earlier than the run's
      *                     business date less that many days:
      *                       JRNLFILE  JRN-POST-DATE
      *                       TRANEXTR  EXT-DATE
      *                       STATFILE  STA-INTERVAL-DATE
      *                       SECAUDIT  SEC-LOG-DATE
      *                       FEEWAIV   FWV-BUSINESS-DATE
      *                       DEDUPFIL  DDP-POST-DATE
      *                     A record with no business date in it is
      *                     kept.  Older records of the sequential
      *                     files are moved to their archive files
      *                     (JRNLARCH, EXTRARCH, STATARCH, SECAARCH)
      *                     - the records still on file are passed
      *                     through a work file (JRNLWORK, EXTRWORK,
      *                     STATWORK, SECAWORK) and copied back.
      *                     Older FEEWAIV records are moved to
      *                     FWVARCH and deleted.  Each archive file
      *                     is the month's archive generation: it
      *                     is extended, so every run in the month
      *                     adds to it, and it keeps the layout of
      *                     the file it came from so the programs
      *                     that read that file can read it.
      *                     Older DEDUPFIL entries are dropped, not
      *                     archived - but never inside the replay
      *                     window.  Any posting still on TRANEXTR
      *                     can be re-driven by MQSRPLAY, and only
      *                     its DEDUPFIL entry stops it moving the
      *                     money twice; and MQSINTF, MQSSTORD and
      *                     MQSBULK reruns for an earlier business
      *                     date rely on the same entries.  So the
      *                     DEDUPFIL retention is raised to the
      *                     TRANEXTR retention when shorter, and to
      *                     35 days - a month's cycle with margin -
      *                     when shorter still; with no TRANEXTR
      *                     retention (the extract is kept in full)
      *                     DEDUPFIL is not trimmed at all.  An
      *                     extract archive older than the DEDUPFIL
      *                     retention must not be replayed.  Once a
      *                     posting's entry has gone, a REVS of it
      *                     is answered 4009, and MQSRCVR counts an
      *                     account whose last posting it was as
      *                     unverifiable.  A file with no RETNCTL
      *                     record is left as it is.
      *
      *                     For every file trimmed, prints the
      *                     records and control total before, kept,
      *                     archived (or dropped) and after - the
      *                     after figures recounted from the file
      *                     itself - and the business dates moved.
      *                     Control totals are the posting amounts
      *                     (JRNLFILE, DEDUPFIL, FEEWAIV) and the
      *                     message counts (STATFILE).  A file whose
      *                     figures do not balance - before = kept
      *                     + archived, after = kept - fails the
      *                     run.
      *
      *                     Runs with MQSERVER down and the day's
      *                     batch finished, after MQSPROOF and
      *                     MQSGLIF have read the business date.
      *                     Ends with return code 4 when the
      *                     DEDUPFIL retention was raised or held,
      *                     8 when RETNCTL is missing or in error
      *                     (nothing is touched), a file cannot be
      *                     processed or its figures do not balance.
      *                     A failure while a file is being copied
      *                     back from its work file is reported:
      *                     that file is to be restored from the
      *                     work file before anything writes to it.
      *
      *                     Control record layout (RETNCTL):
      *                       file name       X(8)  as above
      *                       retention days  9(4)  0001 - 9999
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
           SELECT CONTROL-FILE    ASSIGN TO RETNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.
      *
           SELECT PARM-FILE       ASSIGN TO MQSPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PARM-FILE-STATUS.
      *
      *    The posting journal, its work file and its archive.
      *
           SELECT JOURNAL-FILE    ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.
      *
           SELECT JOURNAL-WORK    ASSIGN TO JRNLWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WORK-STATUS.
      *
           SELECT JOURNAL-ARCHIVE ASSIGN TO JRNLARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
      *    The transaction extract, its work file and its archive.
      *
           SELECT EXTRACT-FILE    ASSIGN TO TRANEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-EXTRACT-STATUS.
      *
           SELECT EXTRACT-WORK    ASSIGN TO EXTRWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WORK-STATUS.
      *
           SELECT EXTRACT-ARCHIVE ASSIGN TO EXTRARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
      *    The interval statistics, their work file and archive.
      *
           SELECT STATS-FILE      ASSIGN TO STATFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STATS-STATUS.
      *
           SELECT STATS-WORK      ASSIGN TO STATWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WORK-STATUS.
      *
           SELECT STATS-ARCHIVE   ASSIGN TO STATARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
      *    The security audit trail, its work file and archive.
      *
           SELECT SECURITY-LOG-FILE ASSIGN TO SECAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SECURITY-STATUS.
      *
           SELECT SECURITY-WORK   ASSIGN TO SECAWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WORK-STATUS.
      *
           SELECT SECURITY-ARCHIVE ASSIGN TO SECAARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
      *    The waived fee file and its archive.
      *
           SELECT WAIVER-FILE     ASSIGN TO FEEWAIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FWV-KEY
                  FILE STATUS  IS WS-WAIVER-STATUS.
      *
           SELECT WAIVER-ARCHIVE  ASSIGN TO FWVARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
           SELECT DEDUP-FILE      ASSIGN TO DEDUPFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DDP-KEY
                  FILE STATUS  IS WS-DEDUP-STATUS.
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
           05  RTC-FILE-NAME           PIC X(8).
           05  RTC-RETAIN-DAYS-X       PIC X(4).
           05  RTC-RETAIN-DAYS REDEFINES RTC-RETAIN-DAYS-X
                                       PIC 9(4).
           05  FILLER                  PIC X(68).
      *
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  PARM-RECORD.
           COPY MQSPARM.
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-RECORD.
           COPY MQSJRNR.
      *
       FD  JOURNAL-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-WORK-RECORD         PIC X(85).
      *
       FD  JOURNAL-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  JOURNAL-ARCHIVE-RECORD      PIC X(85).
      *
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  EXTRACT-RECORD.
           COPY MQSEXTR.
      *
       FD  EXTRACT-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  EXTRACT-WORK-RECORD         PIC X(2032).
      *
       FD  EXTRACT-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  EXTRACT-ARCHIVE-RECORD      PIC X(2032).
      *
       FD  STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  STATS-RECORD.
           COPY MQSSTAT.
      *
       FD  STATS-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  STATS-WORK-RECORD           PIC X(706).
      *
       FD  STATS-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  STATS-ARCHIVE-RECORD        PIC X(706).
      *
       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SECURITY-RECORD.
           COPY MQSSECR.
      *
       FD  SECURITY-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SECURITY-WORK-RECORD        PIC X(78).
      *
       FD  SECURITY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  SECURITY-ARCHIVE-RECORD     PIC X(78).
      *
       FD  WAIVER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  WAIVER-RECORD.
           COPY MQSFWVR.
      *
       FD  WAIVER-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  WAIVER-ARCHIVE-RECORD       PIC X(52).
      *
       FD  DEDUP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  DEDUP-RECORD.
           COPY MQSDDPR.
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
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  WS-JOURNAL-OK                VALUE '00'.
           88  WS-JOURNAL-NOT-FOUND         VALUE '35'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  WS-EXTRACT-OK                VALUE '00'.
           88  WS-EXTRACT-NOT-FOUND         VALUE '35'.
       01  WS-STATS-STATUS             PIC X(2) VALUE '00'.
           88  WS-STATS-OK                  VALUE '00'.
           88  WS-STATS-NOT-FOUND           VALUE '35'.
       01  WS-SECURITY-STATUS          PIC X(2) VALUE '00'.
           88  WS-SECURITY-OK               VALUE '00'.
           88  WS-SECURITY-NOT-FOUND        VALUE '35'.
       01  WS-WAIVER-STATUS            PIC X(2) VALUE '00'.
           88  WS-WAIVER-OK                 VALUE '00'.
           88  WS-WAIVER-NOT-FOUND          VALUE '35'.
       01  WS-DEDUP-STATUS             PIC X(2) VALUE '00'.
           88  WS-DEDUP-OK                  VALUE '00'.
           88  WS-DEDUP-NOT-FOUND           VALUE '35'.
       01  WS-WORK-STATUS              PIC X(2) VALUE '00'.
           88  WS-WORK-OK                   VALUE '00'.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE '00'.
           88  WS-ARCHIVE-OK                VALUE '00'.
           88  WS-ARCHIVE-NOT-FOUND         VALUE '35'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-WINDOW-RAISED-SWITCH     PIC X VALUE 'N'.
           88  WS-WINDOW-RAISED             VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-STAT-IDX                 PIC 9(4) VALUE 0.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
      *
      *    The record in hand - its business date, its contribution
      *    to the file's control total, and whether it is older than
      *    the file's retention.
      *
       01  WS-RECORD-DATE              PIC X(8).
       01  WS-RECORD-TOTAL             PIC S9(13)V99 VALUE 0.
       01  WS-RECORD-OLD-SWITCH        PIC X VALUE 'N'.
           88  WS-RECORD-OLD                VALUE 'Y'.
      *
      *    The shortest DEDUPFIL retention the replay window allows,
      *    whatever TRANEXTR keeps.
      *
       01  RTN-DEDUP-FLOOR-DAYS        PIC 9(4) VALUE 35.
      *
      *---------------------------------------------------------------
      *    Cut-off date arithmetic
      *---------------------------------------------------------------
      *
       01  WS-DATE-WORK                PIC X(8).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-MONTH-LENGTH             PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-4               PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-100             PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-400             PIC 9(4) VALUE 0.
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(2).
      *
      *---------------------------------------------------------------
      *    The files kept, in the order they are trimmed - what
      *    their control total is ('A' amounts, 'M' messages,
      *    space none), what happens to their older records, the
      *    retention asked for and the cut-off it gives, and the
      *    run's figures for each.
      *---------------------------------------------------------------
      *
       01  RTN-FILE-COUNT              PIC 9(4) VALUE 6.
       01  RTN-FILE-VALUES.
           05  FILLER                  PIC X(19)
                   VALUE 'JRNLFILEAARCHIVED  '.
           05  FILLER                  PIC X(19)
                   VALUE 'TRANEXTR ARCHIVED  '.
           05  FILLER                  PIC X(19)
                   VALUE 'STATFILEMARCHIVED  '.
           05  FILLER                  PIC X(19)
                   VALUE 'SECAUDIT ARCHIVED  '.
           05  FILLER                  PIC X(19)
                   VALUE 'FEEWAIV AARCHIVED  '.
           05  FILLER                  PIC X(19)
                   VALUE 'DEDUPFILADROPPED   '.
       01  RTN-FILE-NAMES REDEFINES RTN-FILE-VALUES.
           05  RTN-FILE-NAME-ENTRY OCCURS 6 TIMES.
               10  RN-FILE-NAME        PIC X(8).
               10  RN-TOTAL-KIND       PIC X(1).
               10  RN-ACTION-NAME      PIC X(10).
      *
       01  RTN-FILE-TABLE.
           05  RTN-FILE-ENTRY OCCURS 6 TIMES.
               10  RF-RETAIN-SWITCH    PIC X(1).
                   88  RF-RETAINED          VALUE 'Y'.
               10  RF-RETAIN-DAYS      PIC 9(4).
               10  RF-CUTOFF-DATE      PIC X(8).
      *
      *            'N' not trimmed, 'H' held back (DEDUPFIL with
      *            the extract kept in full), 'M' not on file,
      *            'T' trimmed, 'F' failed.
      *
               10  RF-STATE            PIC X(1).
                   88  RF-NOT-TRIMMED       VALUE 'N'.
                   88  RF-HELD              VALUE 'H'.
                   88  RF-NOT-ON-FILE       VALUE 'M'.
                   88  RF-TRIMMED           VALUE 'T'.
                   88  RF-FAILED            VALUE 'F'.
               10  RF-BEFORE-COUNT     PIC 9(9).
               10  RF-BEFORE-TOTAL     PIC S9(13)V99.
               10  RF-KEPT-COUNT       PIC 9(9).
               10  RF-KEPT-TOTAL       PIC S9(13)V99.
               10  RF-OLD-COUNT        PIC 9(9).
               10  RF-OLD-TOTAL        PIC S9(13)V99.
               10  RF-AFTER-COUNT      PIC 9(9).
               10  RF-AFTER-TOTAL      PIC S9(13)V99.
               10  RF-OLDEST-DATE      PIC X(8).
               10  RF-NEWEST-DATE      PIC X(8).
       01  RTN-IX                      PIC 9(4) VALUE 0.
       01  RTN-FIGURE-LABEL            PIC X(20).
       01  RTN-FIGURE-COUNT            PIC 9(9) VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-FILE-HEADING.
           05  RPT-FH-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(9)  VALUE '  RETAIN '.
           05  RPT-FH-RETAIN-DAYS      PIC ZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE ' DAYS - OLDER THAN'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-FH-CUTOFF-DATE      PIC X(8).
      *
       01  RPT-FILE-STATE-LINE.
           05  RPT-FS-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FS-STATE            PIC X(50).
      *
       01  RPT-AMOUNT-LINE.
           05  RPT-AL-LABEL            PIC X(20).
           05  RPT-AL-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05  RPT-AL-TOTAL            PIC -Z(12)9.99.
      *
       01  RPT-MESSAGES-LINE.
           05  RPT-ML-LABEL            PIC X(20).
           05  RPT-ML-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  MESSAGES'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ML-TOTAL            PIC Z(12)9.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL            PIC X(20).
           05  RPT-CL-COUNT            PIC ZZZZZZZZ9.
      *
       01  RPT-DATES-LINE.
           05  FILLER                  PIC X(20) VALUE
                   'DATES MOVED       : '.
           05  RPT-DL-OLDEST-DATE      PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  RPT-DL-NEWEST-DATE      PIC X(8).
      *
       01  RPT-OLD-LABEL.
           05  FILLER                  PIC X(8)  VALUE 'RECORDS '.
           05  RPT-OL-ACTION           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE ': '.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-BUSINESS-DATE.

           PERFORM 2200-LOAD-RETENTION.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSRETN: RETNCTL IN ERROR - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 2400-SET-CUTOFFS.

           DISPLAY '==============================================='.
           DISPLAY '   MQSRETN  -  RETENTION HOUSEKEEPING'.
           DISPLAY '==============================================='.
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
           DISPLAY ' '.

           PERFORM 3000-TRIM-JOURNAL.
           IF NOT WS-RUN-FAILED
                   PERFORM 3100-TRIM-EXTRACT.
           IF NOT WS-RUN-FAILED
                   PERFORM 3200-TRIM-STATS.
           IF NOT WS-RUN-FAILED
                   PERFORM 3300-TRIM-SECURITY.
           IF NOT WS-RUN-FAILED
                   PERFORM 3400-TRIM-WAIVERS.
           IF NOT WS-RUN-FAILED
                   PERFORM 3500-TRIM-DEDUP.

           PERFORM 6000-PRINT-REPORT.

           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF WS-WINDOW-RAISED
                           MOVE 4 TO RETURN-CODE
                   ELSE
                           MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Pick up the business date from MQSPARM, defaulting to the
      * system date, the same way MQSERVER does at startup.
      *
       2100-READ-BUSINESS-DATE SECTION.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-FILE-OK
                   GO TO 2100-READ-BUSINESS-DATE-EXIT.

           READ PARM-FILE
               AT END
                       GO TO 2100-CLOSE-PARM-FILE.

           IF PRM-BUSINESS-DATE NOT = SPACES
              AND PRM-BUSINESS-DATE NOT = LOW-VALUES
              AND PRM-BUSINESS-DATE NUMERIC
                   MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE.

       2100-CLOSE-PARM-FILE.
           CLOSE PARM-FILE.

       2100-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *
      * Load the retentions from RETNCTL.  Every record is checked
      * before anything is touched; a missing file, an unknown file
      * name, a retention outside 1 - 9999 days or a file named
      * twice stops the run.
      *
       2200-LOAD-RETENTION SECTION.

           PERFORM 2250-CLEAR-ONE-FILE
               VARYING RTN-IX FROM 1 BY 1
               UNTIL RTN-IX > RTN-FILE-COUNT.

           OPEN INPUT CONTROL-FILE.
           IF NOT WS-CONTROL-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN RETNCTL - '
                           'STATUS ' WS-CONTROL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-LOAD-RETENTION-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2300-LOAD-ONE-RETENTION UNTIL WS-EOF.

           CLOSE CONTROL-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       2200-LOAD-RETENTION-EXIT.
           EXIT.

      *
      * Start one file's entry off as not trimmed, with no figures.
      *
       2250-CLEAR-ONE-FILE SECTION.

           MOVE 'N'        TO RF-RETAIN-SWITCH(RTN-IX).
           MOVE ZERO       TO RF-RETAIN-DAYS(RTN-IX).
           MOVE SPACES     TO RF-CUTOFF-DATE(RTN-IX).
           MOVE 'N'        TO RF-STATE(RTN-IX).
           MOVE ZERO       TO RF-BEFORE-COUNT(RTN-IX)
                              RF-BEFORE-TOTAL(RTN-IX)
                              RF-KEPT-COUNT(RTN-IX)
                              RF-KEPT-TOTAL(RTN-IX)
                              RF-OLD-COUNT(RTN-IX)
                              RF-OLD-TOTAL(RTN-IX)
                              RF-AFTER-COUNT(RTN-IX)
                              RF-AFTER-TOTAL(RTN-IX).
           MOVE HIGH-VALUES TO RF-OLDEST-DATE(RTN-IX).
           MOVE LOW-VALUES  TO RF-NEWEST-DATE(RTN-IX).

       2250-CLEAR-ONE-FILE-EXIT.
           EXIT.

      *
      * Check and load one control record.  Blank records are
      * skipped.
      *
       2300-LOAD-ONE-RETENTION SECTION.

           READ CONTROL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 2300-LOAD-ONE-RETENTION-EXIT.

           IF CONTROL-RECORD = SPACES
                   GO TO 2300-LOAD-ONE-RETENTION-EXIT.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.
           PERFORM 2350-SEARCH-ONE-FILE-NAME
               UNTIL WS-SEARCH-IDX >= RTN-FILE-COUNT
                     OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
                   DISPLAY 'MQSRETN: FILE NOT KEPT BY THIS RUN - '
                           RTC-FILE-NAME
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-RETENTION-EXIT.

           IF RF-RETAINED(WS-MATCH-IDX)
                   DISPLAY 'MQSRETN: FILE NAMED TWICE - '
                           RTC-FILE-NAME
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-RETENTION-EXIT.

           IF RTC-RETAIN-DAYS-X NOT NUMERIC
              OR RTC-RETAIN-DAYS = ZERO
                   DISPLAY 'MQSRETN: RETENTION MUST BE 0001 - 9999 '
                           'DAYS - ' CONTROL-RECORD
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-RETENTION-EXIT.

           MOVE 'Y'             TO RF-RETAIN-SWITCH(WS-MATCH-IDX).
           MOVE RTC-RETAIN-DAYS TO RF-RETAIN-DAYS(WS-MATCH-IDX).

       2300-LOAD-ONE-RETENTION-EXIT.
           EXIT.

      *
      * Compare the control record's file name with one entry.
      *
       2350-SEARCH-ONE-FILE-NAME SECTION.

           ADD 1 TO WS-SEARCH-IDX.

           IF RN-FILE-NAME(WS-SEARCH-IDX) = RTC-FILE-NAME
                   MOVE 'Y'           TO WS-FOUND-SWITCH
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       2350-SEARCH-ONE-FILE-NAME-EXIT.
           EXIT.

      *
      * Hold the DEDUPFIL retention to the replay window, then work
      * out every trimmed file's cut-off date.
      *
       2400-SET-CUTOFFS SECTION.

           PERFORM 2500-PROTECT-REPLAY-WINDOW.

           PERFORM 2450-SET-ONE-CUTOFF
               VARYING RTN-IX FROM 1 BY 1
               UNTIL RTN-IX > RTN-FILE-COUNT.

       2400-SET-CUTOFFS-EXIT.
           EXIT.

      *
      * One file's cut-off - the business date less its retention
      * days.  Records dated before it are older than the retention.
      *
       2450-SET-ONE-CUTOFF SECTION.

           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 2450-SET-ONE-CUTOFF-EXIT.

           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           PERFORM 2850-SUBTRACT-ONE-DAY RF-RETAIN-DAYS(RTN-IX) TIMES.
           MOVE WS-DATE-WORK     TO RF-CUTOFF-DATE(RTN-IX).

       2450-SET-ONE-CUTOFF-EXIT.
           EXIT.

      *
      * DEDUPFIL (entry 6) never keeps less than TRANEXTR (entry 2)
      * - whatever is on the extract can be replayed - nor less than
      * the floor that covers the batch runs' reruns.  With the
      * extract kept in full, no dedup entry can go.
      *
       2500-PROTECT-REPLAY-WINDOW SECTION.

           IF NOT RF-RETAINED(6)
                   GO TO 2500-PROTECT-REPLAY-WINDOW-EXIT.

           IF NOT RF-RETAINED(2)
                   DISPLAY 'MQSRETN: DEDUPFIL NOT TRIMMED - TRANEXTR '
                           'HAS NO RETENTION, SO ALL OF IT CAN BE '
                           'REPLAYED'
                   MOVE 'N' TO RF-RETAIN-SWITCH(6)
                   MOVE 'H' TO RF-STATE(6)
                   MOVE 'Y' TO WS-WINDOW-RAISED-SWITCH
                   GO TO 2500-PROTECT-REPLAY-WINDOW-EXIT.

           IF RF-RETAIN-DAYS(6) < RF-RETAIN-DAYS(2)
                   DISPLAY 'MQSRETN: DEDUPFIL RETENTION RAISED FROM '
                           RF-RETAIN-DAYS(6) ' TO ' RF-RETAIN-DAYS(2)
                           ' DAYS TO COVER TRANEXTR'
                   MOVE RF-RETAIN-DAYS(2) TO RF-RETAIN-DAYS(6)
                   MOVE 'Y' TO WS-WINDOW-RAISED-SWITCH.

           IF RF-RETAIN-DAYS(6) < RTN-DEDUP-FLOOR-DAYS
                   DISPLAY 'MQSRETN: DEDUPFIL RETENTION RAISED FROM '
                           RF-RETAIN-DAYS(6) ' TO '
                           RTN-DEDUP-FLOOR-DAYS ' DAYS - RERUN FLOOR'
                   MOVE RTN-DEDUP-FLOOR-DAYS TO RF-RETAIN-DAYS(6)
                   MOVE 'Y' TO WS-WINDOW-RAISED-SWITCH.

       2500-PROTECT-REPLAY-WINDOW-EXIT.
           EXIT.

      *
      * Move the working date back by one day.
      *
       2850-SUBTRACT-ONE-DAY SECTION.

           IF WS-DW-DAY > 1
                   SUBTRACT 1 FROM WS-DW-DAY
                   GO TO 2850-SUBTRACT-ONE-DAY-EXIT.

           IF WS-DW-MONTH > 1
                   SUBTRACT 1 FROM WS-DW-MONTH
           ELSE
                   MOVE 12 TO WS-DW-MONTH
                   SUBTRACT 1 FROM WS-DW-YEAR.
           PERFORM 2870-SET-MONTH-LENGTH.
           MOVE WS-MONTH-LENGTH TO WS-DW-DAY.

       2850-SUBTRACT-ONE-DAY-EXIT.
           EXIT.

      *
      * Set WS-MONTH-LENGTH for the working date's month - February
      * has twenty-nine days in a year divisible by four, unless it
      * is a century year not divisible by four hundred.
      *
       2870-SET-MONTH-LENGTH SECTION.

           MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LENGTH.

           IF WS-DW-MONTH NOT = 2
                   GO TO 2870-SET-MONTH-LENGTH-EXIT.

           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-LENGTH.

       2870-SET-MONTH-LENGTH-EXIT.
           EXIT.

      *
      * JRNLFILE (entry 1): split the journal into the records it
      * keeps (to JRNLWORK) and the older ones (to JRNLARCH), copy
      * the kept records back if anything moved, and recount.
      *
       3000-TRIM-JOURNAL SECTION.

           MOVE 1 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3000-TRIM-JOURNAL-EXIT.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3000-TRIM-JOURNAL-EXIT.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           OPEN OUTPUT JOURNAL-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN JRNLWORK - '
                           'STATUS ' WS-WORK-STATUS
                   CLOSE JOURNAL-FILE
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           OPEN EXTEND JOURNAL-ARCHIVE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT JOURNAL-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN JRNLARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   CLOSE JOURNAL-WORK
                   CLOSE JOURNAL-FILE
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3010-SPLIT-ONE-JOURNAL
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE JOURNAL-ARCHIVE.
           CLOSE JOURNAL-WORK.
           CLOSE JOURNAL-FILE.
           IF WS-RUN-FAILED
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           IF RF-OLD-COUNT(RTN-IX) > 0
                   PERFORM 3020-COPY-BACK-JOURNAL.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSRETN: RESTORE JRNLFILE FROM JRNLWORK'
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           PERFORM 3030-RECOUNT-JOURNAL.
           IF WS-RUN-FAILED
                   GO TO 3000-TRIM-JOURNAL-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3000-TRIM-JOURNAL-EXIT.

       3000-TRIM-JOURNAL-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3000-TRIM-JOURNAL-EXIT.
           EXIT.

      *
      * Read one journal record and send it to the work file or the
      * archive.
      *
       3010-SPLIT-ONE-JOURNAL SECTION.

           READ JOURNAL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3010-SPLIT-ONE-JOURNAL-EXIT.

           MOVE JRN-POST-DATE TO WS-RECORD-DATE.
           MOVE JRN-AMOUNT    TO WS-RECORD-TOTAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3010-SPLIT-ONE-JOURNAL-KEEP.

           WRITE JOURNAL-ARCHIVE-RECORD FROM JOURNAL-RECORD.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: JRNLARCH WRITE FAILED - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           GO TO 3010-SPLIT-ONE-JOURNAL-EXIT.

       3010-SPLIT-ONE-JOURNAL-KEEP.
           WRITE JOURNAL-WORK-RECORD FROM JOURNAL-RECORD.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: JRNLWORK WRITE FAILED - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3010-SPLIT-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * Write the kept journal records back over JRNLFILE.
      *
       3020-COPY-BACK-JOURNAL SECTION.

           OPEN INPUT JOURNAL-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO REOPEN JRNLWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3020-COPY-BACK-JOURNAL-EXIT.

           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSRETN: UNABLE TO REWRITE JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   CLOSE JOURNAL-WORK
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3020-COPY-BACK-JOURNAL-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3025-COPY-BACK-ONE-JOURNAL
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE JOURNAL-FILE.
           CLOSE JOURNAL-WORK.

       3020-COPY-BACK-JOURNAL-EXIT.
           EXIT.

      *
      * Copy one kept record back.
      *
       3025-COPY-BACK-ONE-JOURNAL SECTION.

           READ JOURNAL-WORK
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3025-COPY-BACK-ONE-JOURNAL-EXIT.

           WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSRETN: JRNLFILE WRITE FAILED - '
                           'STATUS ' WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3025-COPY-BACK-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * Recount JRNLFILE as it now stands.
      *
       3030-RECOUNT-JOURNAL SECTION.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT JRNLFILE - '
                           'STATUS ' WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3030-RECOUNT-JOURNAL-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3035-RECOUNT-ONE-JOURNAL UNTIL WS-EOF.

           CLOSE JOURNAL-FILE.

       3030-RECOUNT-JOURNAL-EXIT.
           EXIT.

      *
      * Count one journal record into the after figures.
      *
       3035-RECOUNT-ONE-JOURNAL SECTION.

           READ JOURNAL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3035-RECOUNT-ONE-JOURNAL-EXIT.

           MOVE JRN-AMOUNT TO WS-RECORD-TOTAL.
           PERFORM 4100-COUNT-AFTER.

       3035-RECOUNT-ONE-JOURNAL-EXIT.
           EXIT.

      *
      * TRANEXTR (entry 2): as the journal, through EXTRWORK and
      * EXTRARCH.  The extract has no control total beyond its
      * record count.
      *
       3100-TRIM-EXTRACT SECTION.

           MOVE 2 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3100-TRIM-EXTRACT-EXIT.

           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3100-TRIM-EXTRACT-EXIT.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN TRANEXTR - '
                           'STATUS ' WS-EXTRACT-STATUS
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           OPEN OUTPUT EXTRACT-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN EXTRWORK - '
                           'STATUS ' WS-WORK-STATUS
                   CLOSE EXTRACT-FILE
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           OPEN EXTEND EXTRACT-ARCHIVE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT EXTRACT-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN EXTRARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   CLOSE EXTRACT-WORK
                   CLOSE EXTRACT-FILE
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3110-SPLIT-ONE-EXTRACT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE EXTRACT-ARCHIVE.
           CLOSE EXTRACT-WORK.
           CLOSE EXTRACT-FILE.
           IF WS-RUN-FAILED
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           IF RF-OLD-COUNT(RTN-IX) > 0
                   PERFORM 3120-COPY-BACK-EXTRACT.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSRETN: RESTORE TRANEXTR FROM EXTRWORK'
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           PERFORM 3130-RECOUNT-EXTRACT.
           IF WS-RUN-FAILED
                   GO TO 3100-TRIM-EXTRACT-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3100-TRIM-EXTRACT-EXIT.

       3100-TRIM-EXTRACT-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3100-TRIM-EXTRACT-EXIT.
           EXIT.

      *
      * Read one extract record and send it to the work file or the
      * archive.
      *
       3110-SPLIT-ONE-EXTRACT SECTION.

           READ EXTRACT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3110-SPLIT-ONE-EXTRACT-EXIT.

           MOVE EXT-DATE TO WS-RECORD-DATE.
           MOVE ZERO     TO WS-RECORD-TOTAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3110-SPLIT-ONE-EXTRACT-KEEP.

           WRITE EXTRACT-ARCHIVE-RECORD FROM EXTRACT-RECORD.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: EXTRARCH WRITE FAILED - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           GO TO 3110-SPLIT-ONE-EXTRACT-EXIT.

       3110-SPLIT-ONE-EXTRACT-KEEP.
           WRITE EXTRACT-WORK-RECORD FROM EXTRACT-RECORD.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: EXTRWORK WRITE FAILED - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3110-SPLIT-ONE-EXTRACT-EXIT.
           EXIT.

      *
      * Write the kept extract records back over TRANEXTR.
      *
       3120-COPY-BACK-EXTRACT SECTION.

           OPEN INPUT EXTRACT-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO REOPEN EXTRWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3120-COPY-BACK-EXTRACT-EXIT.

           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSRETN: UNABLE TO REWRITE TRANEXTR - '
                           'STATUS ' WS-EXTRACT-STATUS
                   CLOSE EXTRACT-WORK
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3120-COPY-BACK-EXTRACT-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3125-COPY-BACK-ONE-EXTRACT
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE EXTRACT-FILE.
           CLOSE EXTRACT-WORK.

       3120-COPY-BACK-EXTRACT-EXIT.
           EXIT.

      *
      * Copy one kept record back.
      *
       3125-COPY-BACK-ONE-EXTRACT SECTION.

           READ EXTRACT-WORK
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3125-COPY-BACK-ONE-EXTRACT-EXIT.

           WRITE EXTRACT-RECORD FROM EXTRACT-WORK-RECORD.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSRETN: TRANEXTR WRITE FAILED - '
                           'STATUS ' WS-EXTRACT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3125-COPY-BACK-ONE-EXTRACT-EXIT.
           EXIT.

      *
      * Recount TRANEXTR as it now stands.
      *
       3130-RECOUNT-EXTRACT SECTION.

           OPEN INPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT TRANEXTR - '
                           'STATUS ' WS-EXTRACT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3130-RECOUNT-EXTRACT-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3135-RECOUNT-ONE-EXTRACT UNTIL WS-EOF.

           CLOSE EXTRACT-FILE.

       3130-RECOUNT-EXTRACT-EXIT.
           EXIT.

      *
      * Count one extract record into the after figures.
      *
       3135-RECOUNT-ONE-EXTRACT SECTION.

           READ EXTRACT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3135-RECOUNT-ONE-EXTRACT-EXIT.

           MOVE ZERO TO WS-RECORD-TOTAL.
           PERFORM 4100-COUNT-AFTER.

       3135-RECOUNT-ONE-EXTRACT-EXIT.
           EXIT.

      *
      * STATFILE (entry 3): as the journal, through STATWORK and
      * STATARCH, with the interval message counts as the control
      * total.
      *
       3200-TRIM-STATS SECTION.

           MOVE 3 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3200-TRIM-STATS-EXIT.

           OPEN INPUT STATS-FILE.
           IF WS-STATS-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3200-TRIM-STATS-EXIT.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN STATFILE - '
                           'STATUS ' WS-STATS-STATUS
                   GO TO 3200-TRIM-STATS-FAILED.

           OPEN OUTPUT STATS-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN STATWORK - '
                           'STATUS ' WS-WORK-STATUS
                   CLOSE STATS-FILE
                   GO TO 3200-TRIM-STATS-FAILED.

           OPEN EXTEND STATS-ARCHIVE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT STATS-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN STATARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   CLOSE STATS-WORK
                   CLOSE STATS-FILE
                   GO TO 3200-TRIM-STATS-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3210-SPLIT-ONE-STATS
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE STATS-ARCHIVE.
           CLOSE STATS-WORK.
           CLOSE STATS-FILE.
           IF WS-RUN-FAILED
                   GO TO 3200-TRIM-STATS-FAILED.

           IF RF-OLD-COUNT(RTN-IX) > 0
                   PERFORM 3220-COPY-BACK-STATS.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSRETN: RESTORE STATFILE FROM STATWORK'
                   GO TO 3200-TRIM-STATS-FAILED.

           PERFORM 3230-RECOUNT-STATS.
           IF WS-RUN-FAILED
                   GO TO 3200-TRIM-STATS-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3200-TRIM-STATS-EXIT.

       3200-TRIM-STATS-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3200-TRIM-STATS-EXIT.
           EXIT.

      *
      * Read one interval record and send it to the work file or the
      * archive.
      *
       3210-SPLIT-ONE-STATS SECTION.

           READ STATS-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3210-SPLIT-ONE-STATS-EXIT.

           MOVE STA-INTERVAL-DATE TO WS-RECORD-DATE.
           PERFORM 3240-TOTAL-INTERVAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3210-SPLIT-ONE-STATS-KEEP.

           WRITE STATS-ARCHIVE-RECORD FROM STATS-RECORD.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: STATARCH WRITE FAILED - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           GO TO 3210-SPLIT-ONE-STATS-EXIT.

       3210-SPLIT-ONE-STATS-KEEP.
           WRITE STATS-WORK-RECORD FROM STATS-RECORD.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: STATWORK WRITE FAILED - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3210-SPLIT-ONE-STATS-EXIT.
           EXIT.

      *
      * Write the kept interval records back over STATFILE.
      *
       3220-COPY-BACK-STATS SECTION.

           OPEN INPUT STATS-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO REOPEN STATWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3220-COPY-BACK-STATS-EXIT.

           OPEN OUTPUT STATS-FILE.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSRETN: UNABLE TO REWRITE STATFILE - '
                           'STATUS ' WS-STATS-STATUS
                   CLOSE STATS-WORK
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3220-COPY-BACK-STATS-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3225-COPY-BACK-ONE-STATS
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE STATS-FILE.
           CLOSE STATS-WORK.

       3220-COPY-BACK-STATS-EXIT.
           EXIT.

      *
      * Copy one kept record back.
      *
       3225-COPY-BACK-ONE-STATS SECTION.

           READ STATS-WORK
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3225-COPY-BACK-ONE-STATS-EXIT.

           WRITE STATS-RECORD FROM STATS-WORK-RECORD.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSRETN: STATFILE WRITE FAILED - '
                           'STATUS ' WS-STATS-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3225-COPY-BACK-ONE-STATS-EXIT.
           EXIT.

      *
      * Recount STATFILE as it now stands.
      *
       3230-RECOUNT-STATS SECTION.

           OPEN INPUT STATS-FILE.
           IF NOT WS-STATS-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT STATFILE - '
                           'STATUS ' WS-STATS-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3230-RECOUNT-STATS-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3235-RECOUNT-ONE-STATS UNTIL WS-EOF.

           CLOSE STATS-FILE.

       3230-RECOUNT-STATS-EXIT.
           EXIT.

      *
      * Count one interval record into the after figures.
      *
       3235-RECOUNT-ONE-STATS SECTION.

           READ STATS-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3235-RECOUNT-ONE-STATS-EXIT.

           PERFORM 3240-TOTAL-INTERVAL.
           PERFORM 4100-COUNT-AFTER.

       3235-RECOUNT-ONE-STATS-EXIT.
           EXIT.

      *
      * Total the messages counted in one interval record, over all
      * twenty code entries - unused ones carry zero.
      *
       3240-TOTAL-INTERVAL SECTION.

           MOVE ZERO TO WS-RECORD-TOTAL.
           PERFORM 3245-ADD-ONE-CODE
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 20.

       3240-TOTAL-INTERVAL-EXIT.
           EXIT.

      *
      * Add one code entry's message count.  A non-numeric count
      * from a damaged record is left out.
      *
       3245-ADD-ONE-CODE SECTION.

           IF STA-TXN-MSGS(WS-STAT-IDX) NUMERIC
                   ADD STA-TXN-MSGS(WS-STAT-IDX) TO WS-RECORD-TOTAL.

       3245-ADD-ONE-CODE-EXIT.
           EXIT.

      *
      * SECAUDIT (entry 4): as the journal, through SECAWORK and
      * SECAARCH.  The trail has no control total beyond its
      * record count.
      *
       3300-TRIM-SECURITY SECTION.

           MOVE 4 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3300-TRIM-SECURITY-EXIT.

           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECURITY-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3300-TRIM-SECURITY-EXIT.
           IF NOT WS-SECURITY-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN SECAUDIT - '
                           'STATUS ' WS-SECURITY-STATUS
                   GO TO 3300-TRIM-SECURITY-FAILED.

           OPEN OUTPUT SECURITY-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN SECAWORK - '
                           'STATUS ' WS-WORK-STATUS
                   CLOSE SECURITY-LOG-FILE
                   GO TO 3300-TRIM-SECURITY-FAILED.

           OPEN EXTEND SECURITY-ARCHIVE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT SECURITY-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN SECAARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   CLOSE SECURITY-WORK
                   CLOSE SECURITY-LOG-FILE
                   GO TO 3300-TRIM-SECURITY-FAILED.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3310-SPLIT-ONE-SECURITY
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE SECURITY-ARCHIVE.
           CLOSE SECURITY-WORK.
           CLOSE SECURITY-LOG-FILE.
           IF WS-RUN-FAILED
                   GO TO 3300-TRIM-SECURITY-FAILED.

           IF RF-OLD-COUNT(RTN-IX) > 0
                   PERFORM 3320-COPY-BACK-SECURITY.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSRETN: RESTORE SECAUDIT FROM SECAWORK'
                   GO TO 3300-TRIM-SECURITY-FAILED.

           PERFORM 3330-RECOUNT-SECURITY.
           IF WS-RUN-FAILED
                   GO TO 3300-TRIM-SECURITY-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3300-TRIM-SECURITY-EXIT.

       3300-TRIM-SECURITY-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3300-TRIM-SECURITY-EXIT.
           EXIT.

      *
      * Read one denial record and send it to the work file or the
      * archive.
      *
       3310-SPLIT-ONE-SECURITY SECTION.

           READ SECURITY-LOG-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3310-SPLIT-ONE-SECURITY-EXIT.

           MOVE SEC-LOG-DATE TO WS-RECORD-DATE.
           MOVE ZERO         TO WS-RECORD-TOTAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3310-SPLIT-ONE-SECURITY-KEEP.

           WRITE SECURITY-ARCHIVE-RECORD FROM SECURITY-RECORD.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: SECAARCH WRITE FAILED - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           GO TO 3310-SPLIT-ONE-SECURITY-EXIT.

       3310-SPLIT-ONE-SECURITY-KEEP.
           WRITE SECURITY-WORK-RECORD FROM SECURITY-RECORD.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: SECAWORK WRITE FAILED - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3310-SPLIT-ONE-SECURITY-EXIT.
           EXIT.

      *
      * Write the kept denial records back over SECAUDIT.
      *
       3320-COPY-BACK-SECURITY SECTION.

           OPEN INPUT SECURITY-WORK.
           IF NOT WS-WORK-OK
                   DISPLAY 'MQSRETN: UNABLE TO REOPEN SECAWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3320-COPY-BACK-SECURITY-EXIT.

           OPEN OUTPUT SECURITY-LOG-FILE.
           IF NOT WS-SECURITY-OK
                   DISPLAY 'MQSRETN: UNABLE TO REWRITE SECAUDIT - '
                           'STATUS ' WS-SECURITY-STATUS
                   CLOSE SECURITY-WORK
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3320-COPY-BACK-SECURITY-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3325-COPY-BACK-ONE-SECURITY
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE SECURITY-LOG-FILE.
           CLOSE SECURITY-WORK.

       3320-COPY-BACK-SECURITY-EXIT.
           EXIT.

      *
      * Copy one kept record back.
      *
       3325-COPY-BACK-ONE-SECURITY SECTION.

           READ SECURITY-WORK
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3325-COPY-BACK-ONE-SECURITY-EXIT.

           WRITE SECURITY-RECORD FROM SECURITY-WORK-RECORD.
           IF NOT WS-SECURITY-OK
                   DISPLAY 'MQSRETN: SECAUDIT WRITE FAILED - '
                           'STATUS ' WS-SECURITY-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3325-COPY-BACK-ONE-SECURITY-EXIT.
           EXIT.

      *
      * Recount SECAUDIT as it now stands.
      *
       3330-RECOUNT-SECURITY SECTION.

           OPEN INPUT SECURITY-LOG-FILE.
           IF NOT WS-SECURITY-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT SECAUDIT - '
                           'STATUS ' WS-SECURITY-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3330-RECOUNT-SECURITY-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3335-RECOUNT-ONE-SECURITY UNTIL WS-EOF.

           CLOSE SECURITY-LOG-FILE.

       3330-RECOUNT-SECURITY-EXIT.
           EXIT.

      *
      * Count one denial record into the after figures.
      *
       3335-RECOUNT-ONE-SECURITY SECTION.

           READ SECURITY-LOG-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3335-RECOUNT-ONE-SECURITY-EXIT.

           MOVE ZERO TO WS-RECORD-TOTAL.
           PERFORM 4100-COUNT-AFTER.

       3335-RECOUNT-ONE-SECURITY-EXIT.
           EXIT.

      *
      * FEEWAIV (entry 5): keyed on the business date, so it is
      * read in date order; each older waiver is written to FWVARCH
      * and then deleted, and the rest are counted as kept.
      *
       3400-TRIM-WAIVERS SECTION.

           MOVE 5 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3400-TRIM-WAIVERS-EXIT.

           OPEN I-O WAIVER-FILE.
           IF WS-WAIVER-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3400-TRIM-WAIVERS-EXIT.
           IF NOT WS-WAIVER-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN FEEWAIV - '
                           'STATUS ' WS-WAIVER-STATUS
                   GO TO 3400-TRIM-WAIVERS-FAILED.

           OPEN EXTEND WAIVER-ARCHIVE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT WAIVER-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN FWVARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   CLOSE WAIVER-FILE
                   GO TO 3400-TRIM-WAIVERS-FAILED.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO FWV-KEY.
           START WAIVER-FILE KEY > FWV-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3410-TRIM-ONE-WAIVER
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE WAIVER-ARCHIVE.
           CLOSE WAIVER-FILE.
           IF WS-RUN-FAILED
                   GO TO 3400-TRIM-WAIVERS-FAILED.

           PERFORM 3430-RECOUNT-WAIVERS.
           IF WS-RUN-FAILED
                   GO TO 3400-TRIM-WAIVERS-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3400-TRIM-WAIVERS-EXIT.

       3400-TRIM-WAIVERS-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3400-TRIM-WAIVERS-EXIT.
           EXIT.

      *
      * Read one waiver; archive and delete it when it is older than
      * the retention.  It is only deleted once it is safely on the
      * archive.
      *
       3410-TRIM-ONE-WAIVER SECTION.

           READ WAIVER-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3410-TRIM-ONE-WAIVER-EXIT.

           MOVE FWV-BUSINESS-DATE TO WS-RECORD-DATE.
           MOVE FWV-AMOUNT        TO WS-RECORD-TOTAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3410-TRIM-ONE-WAIVER-EXIT.

           WRITE WAIVER-ARCHIVE-RECORD FROM WAIVER-RECORD.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSRETN: FWVARCH WRITE FAILED - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3410-TRIM-ONE-WAIVER-EXIT.

           DELETE WAIVER-FILE RECORD
               INVALID KEY
                       DISPLAY 'MQSRETN: FEEWAIV DELETE FAILED - '
                               'STATUS ' WS-WAIVER-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3410-TRIM-ONE-WAIVER-EXIT.
           EXIT.

      *
      * Recount FEEWAIV as it now stands.
      *
       3430-RECOUNT-WAIVERS SECTION.

           OPEN INPUT WAIVER-FILE.
           IF NOT WS-WAIVER-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT FEEWAIV - '
                           'STATUS ' WS-WAIVER-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3430-RECOUNT-WAIVERS-EXIT.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO FWV-KEY.
           START WAIVER-FILE KEY > FWV-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3435-RECOUNT-ONE-WAIVER UNTIL WS-EOF.

           CLOSE WAIVER-FILE.

       3430-RECOUNT-WAIVERS-EXIT.
           EXIT.

      *
      * Count one waiver into the after figures.
      *
       3435-RECOUNT-ONE-WAIVER SECTION.

           READ WAIVER-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3435-RECOUNT-ONE-WAIVER-EXIT.

           MOVE FWV-AMOUNT TO WS-RECORD-TOTAL.
           PERFORM 4100-COUNT-AFTER.

       3435-RECOUNT-ONE-WAIVER-EXIT.
           EXIT.

      *
      * DEDUPFIL (entry 6): every entry posted before the cut-off -
      * held outside the replay window by 2500 - is deleted.  The
      * entries are dropped, not archived: the journal keeps the
      * postings themselves.
      *
       3500-TRIM-DEDUP SECTION.

           MOVE 6 TO RTN-IX.
           IF NOT RF-RETAINED(RTN-IX)
                   GO TO 3500-TRIM-DEDUP-EXIT.

           OPEN I-O DEDUP-FILE.
           IF WS-DEDUP-NOT-FOUND
                   MOVE 'M' TO RF-STATE(RTN-IX)
                   GO TO 3500-TRIM-DEDUP-EXIT.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSRETN: UNABLE TO OPEN DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   GO TO 3500-TRIM-DEDUP-FAILED.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO DDP-KEY.
           START DEDUP-FILE KEY > DDP-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3510-TRIM-ONE-DEDUP
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE DEDUP-FILE.
           IF WS-RUN-FAILED
                   GO TO 3500-TRIM-DEDUP-FAILED.

           PERFORM 3530-RECOUNT-DEDUP.
           IF WS-RUN-FAILED
                   GO TO 3500-TRIM-DEDUP-FAILED.

           MOVE 'T' TO RF-STATE(RTN-IX).
           GO TO 3500-TRIM-DEDUP-EXIT.

       3500-TRIM-DEDUP-FAILED.
           MOVE 'F' TO RF-STATE(RTN-IX).
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3500-TRIM-DEDUP-EXIT.
           EXIT.

      *
      * Read one dedup entry and delete it when it is older than the
      * retention.
      *
       3510-TRIM-ONE-DEDUP SECTION.

           READ DEDUP-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3510-TRIM-ONE-DEDUP-EXIT.

           MOVE DDP-POST-DATE TO WS-RECORD-DATE.
           MOVE DDP-AMOUNT    TO WS-RECORD-TOTAL.
           PERFORM 4000-CLASSIFY-RECORD.

           IF NOT WS-RECORD-OLD
                   GO TO 3510-TRIM-ONE-DEDUP-EXIT.

           DELETE DEDUP-FILE RECORD
               INVALID KEY
                       DISPLAY 'MQSRETN: DEDUPFIL DELETE FAILED - '
                               'STATUS ' WS-DEDUP-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       3510-TRIM-ONE-DEDUP-EXIT.
           EXIT.

      *
      * Recount DEDUPFIL as it now stands.
      *
       3530-RECOUNT-DEDUP SECTION.

           OPEN INPUT DEDUP-FILE.
           IF NOT WS-DEDUP-OK
                   DISPLAY 'MQSRETN: UNABLE TO RECOUNT DEDUPFIL - '
                           'STATUS ' WS-DEDUP-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3530-RECOUNT-DEDUP-EXIT.

           MOVE 'N'        TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO DDP-KEY.
           START DEDUP-FILE KEY > DDP-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH.

           PERFORM 3535-RECOUNT-ONE-DEDUP UNTIL WS-EOF.

           CLOSE DEDUP-FILE.

       3530-RECOUNT-DEDUP-EXIT.
           EXIT.

      *
      * Count one dedup entry into the after figures.
      *
       3535-RECOUNT-ONE-DEDUP SECTION.

           READ DEDUP-FILE NEXT RECORD
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 3535-RECOUNT-ONE-DEDUP-EXIT.

           MOVE DDP-AMOUNT TO WS-RECORD-TOTAL.
           PERFORM 4100-COUNT-AFTER.

       3535-RECOUNT-ONE-DEDUP-EXIT.
           EXIT.

      *
      * Count the record in hand into its file's before figures and
      * decide whether it is older than the retention - dated, and
      * dated before the cut-off.  An older record goes into the
      * archived (or dropped) figures, any other into the kept.
      *
       4000-CLASSIFY-RECORD SECTION.

           ADD 1               TO RF-BEFORE-COUNT(RTN-IX).
           ADD WS-RECORD-TOTAL TO RF-BEFORE-TOTAL(RTN-IX).

           MOVE 'N' TO WS-RECORD-OLD-SWITCH.
           IF WS-RECORD-DATE NUMERIC
              AND WS-RECORD-DATE < RF-CUTOFF-DATE(RTN-IX)
                   MOVE 'Y' TO WS-RECORD-OLD-SWITCH.

           IF NOT WS-RECORD-OLD
                   ADD 1               TO RF-KEPT-COUNT(RTN-IX)
                   ADD WS-RECORD-TOTAL TO RF-KEPT-TOTAL(RTN-IX)
                   GO TO 4000-CLASSIFY-RECORD-EXIT.

           ADD 1               TO RF-OLD-COUNT(RTN-IX).
           ADD WS-RECORD-TOTAL TO RF-OLD-TOTAL(RTN-IX).
           IF WS-RECORD-DATE < RF-OLDEST-DATE(RTN-IX)
                   MOVE WS-RECORD-DATE TO RF-OLDEST-DATE(RTN-IX).
           IF WS-RECORD-DATE > RF-NEWEST-DATE(RTN-IX)
                   MOVE WS-RECORD-DATE TO RF-NEWEST-DATE(RTN-IX).

       4000-CLASSIFY-RECORD-EXIT.
           EXIT.

      *
      * Count the record in hand into its file's after figures.
      *
       4100-COUNT-AFTER SECTION.

           ADD 1               TO RF-AFTER-COUNT(RTN-IX).
           ADD WS-RECORD-TOTAL TO RF-AFTER-TOTAL(RTN-IX).

       4100-COUNT-AFTER-EXIT.
           EXIT.

      *
      * Print the run report to SYSOUT - each file's figures, and
      * whether they balance.
      *
       6000-PRINT-REPORT SECTION.

           PERFORM 6100-PRINT-ONE-FILE
               VARYING RTN-IX FROM 1 BY 1
               UNTIL RTN-IX > RTN-FILE-COUNT.

           IF WS-RUN-FAILED
                   DISPLAY '*** RUN ENDED ON A FAILURE - SEE THE '
                           'FILES MARKED ABOVE ***'.
           DISPLAY '==============================================='.

       6000-PRINT-REPORT-EXIT.
           EXIT.

      *
      * Print one file's figures.  A trimmed file must balance:
      * before = kept + archived, and the recount after = kept.
      *
       6100-PRINT-ONE-FILE SECTION.

           MOVE RN-FILE-NAME(RTN-IX) TO RPT-FS-FILE-NAME.

           IF RF-HELD(RTN-IX)
                   MOVE 'NOT TRIMMED - TRANEXTR IS KEPT IN FULL'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           IF NOT RF-RETAINED(RTN-IX)
                   MOVE 'NOT TRIMMED - NO RETENTION GIVEN'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           IF RF-NOT-ON-FILE(RTN-IX)
                   MOVE 'NOT ON FILE - NOTHING TO TRIM'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           IF RF-NOT-TRIMMED(RTN-IX)
                   MOVE 'NOT REACHED - RUN ENDED ON AN EARLIER FILE'
                                     TO RPT-FS-STATE
                   DISPLAY RPT-FILE-STATE-LINE
                   GO TO 6100-PRINT-ONE-FILE-EXIT.

           MOVE RN-FILE-NAME(RTN-IX)   TO RPT-FH-FILE-NAME.
           MOVE RF-RETAIN-DAYS(RTN-IX) TO RPT-FH-RETAIN-DAYS.
           MOVE RF-CUTOFF-DATE(RTN-IX) TO RPT-FH-CUTOFF-DATE.
           DISPLAY RPT-FILE-HEADING.

           MOVE 'RECORDS BEFORE    : ' TO RTN-FIGURE-LABEL.
           MOVE RF-BEFORE-TOTAL(RTN-IX) TO WS-RECORD-TOTAL.
           MOVE RF-BEFORE-COUNT(RTN-IX) TO RTN-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           MOVE 'RECORDS KEPT      : ' TO RTN-FIGURE-LABEL.
           MOVE RF-KEPT-TOTAL(RTN-IX)  TO WS-RECORD-TOTAL.
           MOVE RF-KEPT-COUNT(RTN-IX)  TO RTN-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           MOVE RN-ACTION-NAME(RTN-IX) TO RPT-OL-ACTION.
           MOVE RPT-OLD-LABEL          TO RTN-FIGURE-LABEL.
           MOVE RF-OLD-TOTAL(RTN-IX)   TO WS-RECORD-TOTAL.
           MOVE RF-OLD-COUNT(RTN-IX)   TO RTN-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           MOVE 'RECORDS AFTER     : ' TO RTN-FIGURE-LABEL.
           MOVE RF-AFTER-TOTAL(RTN-IX) TO WS-RECORD-TOTAL.
           MOVE RF-AFTER-COUNT(RTN-IX) TO RTN-FIGURE-COUNT.
           PERFORM 6200-PRINT-FIGURE.

           IF RF-OLD-COUNT(RTN-IX) > 0
                   MOVE RF-OLDEST-DATE(RTN-IX) TO RPT-DL-OLDEST-DATE
                   MOVE RF-NEWEST-DATE(RTN-IX) TO RPT-DL-NEWEST-DATE
                   DISPLAY RPT-DATES-LINE.

           IF RF-FAILED(RTN-IX)
                   DISPLAY '*** FAILED - FIGURES ARE AS FAR AS THE '
                           'RUN GOT ***'
                   GO TO 6100-PRINT-ONE-FILE-BLANK.

           IF RF-BEFORE-COUNT(RTN-IX) NOT =
                   RF-KEPT-COUNT(RTN-IX) + RF-OLD-COUNT(RTN-IX)
              OR RF-BEFORE-TOTAL(RTN-IX) NOT =
                   RF-KEPT-TOTAL(RTN-IX) + RF-OLD-TOTAL(RTN-IX)
              OR RF-AFTER-COUNT(RTN-IX) NOT = RF-KEPT-COUNT(RTN-IX)
              OR RF-AFTER-TOTAL(RTN-IX) NOT = RF-KEPT-TOTAL(RTN-IX)
                   DISPLAY '*** OUT OF BALANCE ***'
                   MOVE 'F' TO RF-STATE(RTN-IX)
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           ELSE
                   DISPLAY 'BALANCED'.

       6100-PRINT-ONE-FILE-BLANK.
           DISPLAY ' '.

       6100-PRINT-ONE-FILE-EXIT.
           EXIT.

      *
      * Print one figure - RTN-FIGURE-LABEL and RTN-FIGURE-COUNT -
      * with the file's kind of control total, if it has one, from
      * WS-RECORD-TOTAL.
      *
       6200-PRINT-FIGURE SECTION.

           IF RN-TOTAL-KIND(RTN-IX) = 'A'
                   MOVE RTN-FIGURE-LABEL TO RPT-AL-LABEL
                   MOVE RTN-FIGURE-COUNT TO RPT-AL-COUNT
                   MOVE WS-RECORD-TOTAL  TO RPT-AL-TOTAL
                   DISPLAY RPT-AMOUNT-LINE
                   GO TO 6200-PRINT-FIGURE-EXIT.

           IF RN-TOTAL-KIND(RTN-IX) = 'M'
                   MOVE RTN-FIGURE-LABEL TO RPT-ML-LABEL
                   MOVE RTN-FIGURE-COUNT TO RPT-ML-COUNT
                   MOVE WS-RECORD-TOTAL  TO RPT-ML-TOTAL
                   DISPLAY RPT-MESSAGES-LINE
                   GO TO 6200-PRINT-FIGURE-EXIT.

           MOVE RTN-FIGURE-LABEL TO RPT-CL-LABEL.
           MOVE RTN-FIGURE-COUNT TO RPT-CL-COUNT.
           DISPLAY RPT-COUNT-LINE.

       6200-PRINT-FIGURE-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
