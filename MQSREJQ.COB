      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSREJQ.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSREJQ
      *
      *  Description      : Reject-queue browse, requeue and purge.
      *
      *  Function         : Browses the reject queue MQSERVER moves
      *                     poison messages to - messages that never
      *                     reached TRANEXTR, so MQSRPLAY cannot see
      *                     them - and prints every one decoded
      *                     through MQSREQR: transaction code,
      *                     correlation key, data, backout count,
      *                     put date/time and requesting user.  The
      *                     browse removes nothing.  The optional
      *                     REJQCTL control file then names messages
      *                     to act on, one record per selection; a
      *                     message takes the action of the first
      *                     record it matches:
      *                       I  requeue to the input queue
      *                       E  requeue to the express queue
      *                       P  purge to the REJARCH archive file
      *                     MQSERVER moves a message to the reject
      *                     queue with the context it arrived with,
      *                     so the user and put date/time printed
      *                     and selected on are the original
      *                     request's, not the time of the reject.
      *                     A requeued message goes back as a fresh
      *                     message - backout count zero - with its
      *                     MsgId, CorrelId and identity context
      *                     (the requesting user MQSERVER authorizes)
      *                     passed through unchanged.  Each action is
      *                     taken off the reject queue and completed
      *                     in its own unit of work and written to
      *                     AUDITLOG with the message's correlation
      *                     key.  The queue names come from MQSPARM
      *                     as MQSERVER takes them.  A control record
      *                     with no selection in it is refused - a
      *                     purge or requeue of the whole queue must
      *                     be asked for message by message or by a
      *                     put-time range.  Ends with return code 8
      *                     on a control file error (nothing is
      *                     touched) or an MQ or file failure (the
      *                     action in hand backs out).
      *
      *                     Control record layout (REJQCTL):
      *                       action          X(1)  I, E or P
      *                       trans code      X(4)
      *                       correlation key X(16)
      *                       put date from   X(8)  YYYYMMDD
      *                       put time from   X(8)  HHMMSSTH
      *                       put date to     X(8)  YYYYMMDD
      *                       put time to     X(8)  HHMMSSTH
      *                     Blank fields do not restrict; the put
      *                     date and time are MQMD-PUTDATE and
      *                     MQMD-PUTTIME, as the queue manager
      *                     stamped them.
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
           SELECT PARM-FILE       ASSIGN TO MQSPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PARM-FILE-STATUS.
      *
           SELECT CONTROL-FILE    ASSIGN TO REJQCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.
      *
      *    Purged messages, appended run after run.
      *
           SELECT ARCHIVE-FILE    ASSIGN TO REJARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.
      *
      *    MQSERVER's operational audit trail - every requeue and
      *    purge is added to it.
      *
           SELECT AUDIT-LOG-FILE  ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-LOG-STATUS.
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
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  CONTROL-RECORD.
           05  CTL-ACTION              PIC X(1).
           05  CTL-TRANS-CODE          PIC X(4).
           05  CTL-CORREL-KEY          PIC X(16).
           05  CTL-FROM-DATE           PIC X(8).
           05  CTL-FROM-TIME           PIC X(8).
           05  CTL-TO-DATE             PIC X(8).
           05  CTL-TO-TIME             PIC X(8).
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  ARCHIVE-RECORD.
           05  ARC-PURGE-DATE          PIC X(8).
           05  ARC-PURGE-TIME          PIC X(8).
           05  ARC-PUT-DATE            PIC X(8).
           05  ARC-PUT-TIME            PIC X(8).
           05  ARC-USER-ID             PIC X(12).
           05  ARC-BACKOUT-COUNT       PIC 9(9).
           05  ARC-MSG-ID              PIC X(24).
           05  ARC-CORREL-ID           PIC X(24).
           05  ARC-MSG-LENGTH          PIC 9(4).
           05  ARC-MESSAGE             PIC X(1000).
      *
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  AUDIT-LOG-RECORD            PIC X(79).
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
           88  WS-PARM-FILE-OK              VALUE '00'.
       01  WS-CONTROL-STATUS           PIC X(2) VALUE '00'.
           88  WS-CONTROL-OK                VALUE '00'.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE '00'.
           88  WS-ARCHIVE-OK                VALUE '00'.
           88  WS-ARCHIVE-NOT-FOUND         VALUE '35'.
       01  WS-AUDIT-LOG-STATUS         PIC X(2) VALUE '00'.
           88  WS-AUDIT-LOG-OK              VALUE '00'.
           88  WS-AUDIT-LOG-NOT-FOUND       VALUE '35'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-MQ-ERROR-SWITCH          PIC X VALUE 'N'.
           88  WS-MQ-ERROR                  VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-FLAG        PIC X VALUE 'N'.
           88  WS-ARCHIVE-OPEN               VALUE 'Y'.
       01  WS-AUDIT-LOG-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-AUDIT-LOG-OPEN             VALUE 'Y'.
       01  WS-TARGET-OPEN-FLAG         PIC X VALUE 'N'.
           88  WS-TARGET-OPEN                VALUE 'Y'.
       01  WS-SEARCH-IDX               PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
      *
      *    The message as it came off the queue, overlaid with the
      *    request layout so it can be printed and selected on, and
      *    a short view of the data for the print line.
      *
       01  WS-MESSAGE-BUFFER           PIC X(1000).
       01  MQS-REQUEST-RECORD REDEFINES WS-MESSAGE-BUFFER.
           COPY MQSREQR.
       01  WS-DATA-VIEW REDEFINES WS-MESSAGE-BUFFER.
           05  FILLER                  PIC X(24).
           05  WS-DATA-SHOWN           PIC X(60).
           05  FILLER                  PIC X(916).
      *
      *    The message's put stamp, date then time, compared with the
      *    selection's from and to stamps.
      *
       01  WS-PUT-STAMP.
           05  WS-PUT-STAMP-DATE       PIC X(8).
           05  WS-PUT-STAMP-TIME       PIC X(8).
      *
      *---------------------------------------------------------------
      *    Selections, loaded from REJQCTL
      *---------------------------------------------------------------
      *
       01  RJQ-SEL-COUNT               PIC 9(4) VALUE 0.
       01  RJQ-SEL-TABLE.
           05  RJQ-SEL-ENTRY OCCURS 50 TIMES.
               10  SL-ACTION           PIC X(1).
                   88  SL-TO-INPUT          VALUE 'I'.
                   88  SL-TO-EXPRESS        VALUE 'E'.
                   88  SL-PURGE             VALUE 'P'.
               10  SL-TRANS-CODE       PIC X(4).
               10  SL-CORREL-KEY       PIC X(16).
               10  SL-FROM-STAMP.
                   15  SL-FROM-DATE    PIC X(8).
                   15  SL-FROM-TIME    PIC X(8).
               10  SL-TO-STAMP.
                   15  SL-TO-DATE      PIC X(8).
                   15  SL-TO-TIME      PIC X(8).
               10  SL-MATCHED          PIC 9(7).
       01  RJQ-PURGE-REQUESTED-SWITCH  PIC X VALUE 'N'.
           88  RJQ-PURGE-REQUESTED          VALUE 'Y'.
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  RJQ-BROWSED                 PIC 9(7) VALUE 0.
       01  RJQ-TO-INPUT                PIC 9(7) VALUE 0.
       01  RJQ-TO-EXPRESS              PIC 9(7) VALUE 0.
       01  RJQ-PURGED                  PIC 9(7) VALUE 0.
       01  RJQ-LEFT                    PIC 9(7) VALUE 0.
      *
      *---------------------------------------------------------------
      *    Queue Manager fields
      *---------------------------------------------------------------
      *
       01  WS-QUEUE-MGR                PIC X(48) VALUE 'MQA1'.
       01  WS-INPUT-Q                  PIC X(48) VALUE 'TEST.SERVER'.
       01  WS-EXPRESS-Q                PIC X(48)
                                       VALUE 'TEST.SERVER.EXPRESS'.
       01  WS-REJECT-Q                 PIC X(48)
                                       VALUE 'TEST.SERVER.REJECT'.
       01  CON-HANDLE                  PIC S9(9) BINARY.
       01  OPR-OPTIONS                 PIC S9(9) BINARY.
       01  OPR-Q-HANDLE                PIC S9(9) BINARY.
       01  OPI-OPTIONS                 PIC S9(9) BINARY.
       01  OPI-Q-HANDLE                PIC S9(9) BINARY.
       01  OPX-OPTIONS                 PIC S9(9) BINARY.
       01  OPX-Q-HANDLE                PIC S9(9) BINARY.
       01  WS-PUT-Q-HANDLE             PIC S9(9) BINARY.
       01  CLS-OPTIONS                 PIC S9(9) BINARY.
       01  COMP-CODE                   PIC S9(9) BINARY.
       01  REASON-CODE                 PIC S9(9) BINARY.
       01  INPUT-BUFFER-LENGTH         PIC S9(9) BINARY VALUE 1000.
       01  RETURNED-LENGTH             PIC S9(9) BINARY.
       01  WS-PUT-LENGTH               PIC S9(9) BINARY.
      *
      *    Console/audit line - MQSERVER's AUDITLOG layout (MQSAUDR),
      *    with the correlation key of the message acted on.
      *
       01  PRT-LOG-MESSAGE.
           05  PRT-LOG-TIME        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRT-COMMAND         PIC X(10).
           05  FILLER              PIC X(13) VALUE ' COMP CODE = '.
           05  PRT-COMP-CODE       PIC 9(1).
           05  FILLER              PIC X(10) VALUE ' REASON = '.
           05  PRT-REASON-CODE     PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PRT-LOG-DATE        PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PRT-CORREL-KEY      PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE SPACES.
      *
      *    MQOD, MQMD, MQGMO and MQPMO are declared as 01-level
      *    records by their respective copybooks.
           COPY CMQODV.

           COPY CMQMDV.

           COPY CMQGMOV.

           COPY CMQPMOV.
      *
       01  MQM-CONSTANTS.
           COPY CMQV.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-MESSAGE-LINE-1.
           05  FILLER                  PIC X(5)  VALUE 'MSG  '.
           05  RPT-MSG-SEQ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-MSG-TRANS-CODE      PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-MSG-CORREL-KEY      PIC X(16).
           05  FILLER                  PIC X(9)  VALUE ' BACKOUT='.
           05  RPT-MSG-BACKOUT         PIC ZZZZZZZZ9.
      *
       01  RPT-MESSAGE-LINE-2.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'PUT '.
           05  RPT-MSG-PUT-DATE        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-MSG-PUT-TIME        PIC X(8).
           05  FILLER                  PIC X(7)  VALUE '  USER '.
           05  RPT-MSG-USER-ID         PIC X(12).
           05  FILLER                  PIC X(6)  VALUE '  LEN '.
           05  RPT-MSG-LENGTH          PIC ZZZ9.
      *
       01  RPT-MESSAGE-LINE-3.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'DATA '.
           05  RPT-MSG-DATA            PIC X(60).
      *
       01  RPT-MESSAGE-LINE-4.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  RPT-MSG-ACTION          PIC X(40).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'MESSAGES BROWSED  : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'REQUEUED TO INPUT : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'REQUEUED TO EXPR  : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'PURGED TO ARCHIVE : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'LEFT ON QUEUE     : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           PERFORM 2100-READ-PARAMETERS.

           PERFORM 2200-LOAD-SELECTIONS.
           IF WS-RUN-FAILED
                   DISPLAY 'MQSREJQ: REJQCTL IN ERROR - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           DISPLAY '==============================================='.
           DISPLAY '   MQSREJQ  -  REJECT QUEUE BROWSE'.
           DISPLAY '==============================================='.
           DISPLAY 'REJECT QUEUE ' WS-REJECT-Q.
           IF RJQ-SEL-COUNT = 0
                   DISPLAY 'BROWSE ONLY - NO SELECTIONS GIVEN'.
           DISPLAY ' '.

           PERFORM 2500-OPEN-FILES.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-CLOSE-FILES.

           PERFORM 3000-MQ-CONNECT.
           IF WS-MQ-ERROR
                   GO TO 1000-MAIN-CLOSE-FILES.

           PERFORM 3100-MQ-OPEN-QUEUES.
           IF WS-MQ-ERROR
                   GO TO 1000-MAIN-CLOSE-QUEUES.

           MOVE MQGMO-BROWSE-FIRST TO MQGMO-OPTIONS.
           PERFORM 4000-BROWSE-ONE-MESSAGE
               UNTIL WS-EOF OR WS-MQ-ERROR OR WS-RUN-FAILED.

       1000-MAIN-CLOSE-QUEUES.
           PERFORM 5500-MQ-CLOSE-QUEUES.
           PERFORM 6000-MQ-DISCONNECT.

       1000-MAIN-CLOSE-FILES.
           PERFORM 6500-CLOSE-FILES.
           PERFORM 7000-PRINT-REPORT.
      *
      *    Set the return code explicitly either way - the MQ calls
      *    above leave their own linkage in the register.
      *
           IF WS-MQ-ERROR OR WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Pick up the business date, the queue manager and the queue
      * names from MQSPARM, keeping the defaults for any left blank
      * - the same way MQSERVER reads them at startup.
      *
       2100-READ-PARAMETERS SECTION.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-FILE-OK
                   GO TO 2100-READ-PARAMETERS-EXIT.

           READ PARM-FILE
               AT END
                       GO TO 2100-CLOSE-PARM-FILE.

           IF PRM-QUEUE-MGR NOT = SPACES
                   MOVE PRM-QUEUE-MGR TO WS-QUEUE-MGR.
           IF PRM-INPUT-Q NOT = SPACES
                   MOVE PRM-INPUT-Q   TO WS-INPUT-Q.
           IF PRM-REJECT-Q NOT = SPACES
              AND PRM-REJECT-Q NOT = LOW-VALUES
                   MOVE PRM-REJECT-Q  TO WS-REJECT-Q.
           IF PRM-EXPRESS-Q NOT = SPACES
              AND PRM-EXPRESS-Q NOT = LOW-VALUES
                   MOVE PRM-EXPRESS-Q TO WS-EXPRESS-Q.
           IF PRM-BUSINESS-DATE NOT = SPACES
              AND PRM-BUSINESS-DATE NOT = LOW-VALUES
              AND PRM-BUSINESS-DATE NUMERIC
                   MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE.

       2100-CLOSE-PARM-FILE.
           CLOSE PARM-FILE.

       2100-READ-PARAMETERS-EXIT.
           EXIT.

      *
      * Load the selections from REJQCTL.  No control file means a
      * browse only.  Every record is checked before anything is
      * touched; one in error stops the run.
      *
       2200-LOAD-SELECTIONS SECTION.

           OPEN INPUT CONTROL-FILE.
           IF NOT WS-CONTROL-OK
                   GO TO 2200-LOAD-SELECTIONS-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2300-LOAD-ONE-SELECTION UNTIL WS-EOF.

           CLOSE CONTROL-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       2200-LOAD-SELECTIONS-EXIT.
           EXIT.

      *
      * Check and load one control record.  Blank records are
      * skipped.  Open-ended put-time bounds are filled in so every
      * selection compares whole stamps.
      *
       2300-LOAD-ONE-SELECTION SECTION.

           READ CONTROL-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       GO TO 2300-LOAD-ONE-SELECTION-EXIT.

           IF CONTROL-RECORD = SPACES
                   GO TO 2300-LOAD-ONE-SELECTION-EXIT.

           IF CTL-ACTION NOT = 'I' AND CTL-ACTION NOT = 'E'
              AND CTL-ACTION NOT = 'P'
                   DISPLAY 'MQSREJQ: ACTION MUST BE I, E OR P - '
                           CONTROL-RECORD
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-SELECTION-EXIT.

           IF CTL-TRANS-CODE = SPACES AND CTL-CORREL-KEY = SPACES
              AND CTL-FROM-DATE = SPACES AND CTL-TO-DATE = SPACES
                   DISPLAY 'MQSREJQ: SELECTION NAMES NO MESSAGES - '
                           CONTROL-RECORD
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-SELECTION-EXIT.

           IF RJQ-SEL-COUNT >= 50
                   DISPLAY 'MQSREJQ: MORE THAN 50 SELECTIONS'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2300-LOAD-ONE-SELECTION-EXIT.

           ADD 1 TO RJQ-SEL-COUNT.
           MOVE CTL-ACTION     TO SL-ACTION(RJQ-SEL-COUNT).
           MOVE CTL-TRANS-CODE TO SL-TRANS-CODE(RJQ-SEL-COUNT).
           MOVE CTL-CORREL-KEY TO SL-CORREL-KEY(RJQ-SEL-COUNT).
           MOVE CTL-FROM-DATE  TO SL-FROM-DATE(RJQ-SEL-COUNT).
           MOVE CTL-FROM-TIME  TO SL-FROM-TIME(RJQ-SEL-COUNT).
           MOVE CTL-TO-DATE    TO SL-TO-DATE(RJQ-SEL-COUNT).
           MOVE CTL-TO-TIME    TO SL-TO-TIME(RJQ-SEL-COUNT).
           MOVE ZERO           TO SL-MATCHED(RJQ-SEL-COUNT).

           IF CTL-FROM-DATE = SPACES
                   MOVE LOW-VALUES TO SL-FROM-STAMP(RJQ-SEL-COUNT)
           ELSE
                   IF CTL-FROM-TIME = SPACES
                           MOVE '00000000'
                                TO SL-FROM-TIME(RJQ-SEL-COUNT).
           IF CTL-TO-DATE = SPACES
                   MOVE HIGH-VALUES TO SL-TO-STAMP(RJQ-SEL-COUNT)
           ELSE
                   IF CTL-TO-TIME = SPACES
                           MOVE '99999999'
                                TO SL-TO-TIME(RJQ-SEL-COUNT).

           IF CTL-ACTION = 'P'
                   MOVE 'Y' TO RJQ-PURGE-REQUESTED-SWITCH.

       2300-LOAD-ONE-SELECTION-EXIT.
           EXIT.

      *
      * Open the audit log - same as MQSERVER, OPEN EXTEND, falling
      * back to OPEN OUTPUT the first time - and, when a purge was
      * asked for, the archive file the same way.  Only needed when
      * there is something to act on.
      *
       2500-OPEN-FILES SECTION.

           IF RJQ-SEL-COUNT = 0
                   GO TO 2500-OPEN-FILES-EXIT.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-NOT-FOUND
                   OPEN OUTPUT AUDIT-LOG-FILE.
           IF NOT WS-AUDIT-LOG-OK
                   DISPLAY 'MQSREJQ: UNABLE TO OPEN AUDITLOG - '
                           'STATUS ' WS-AUDIT-LOG-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2500-OPEN-FILES-EXIT.
           MOVE 'Y' TO WS-AUDIT-LOG-OPEN-FLAG.

           IF NOT RJQ-PURGE-REQUESTED
                   GO TO 2500-OPEN-FILES-EXIT.

           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-NOT-FOUND
                   OPEN OUTPUT ARCHIVE-FILE.
           IF NOT WS-ARCHIVE-OK
                   DISPLAY 'MQSREJQ: UNABLE TO OPEN REJARCH - '
                           'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2500-OPEN-FILES-EXIT.
           MOVE 'Y' TO WS-ARCHIVE-OPEN-FLAG.

       2500-OPEN-FILES-EXIT.
           EXIT.

      *
      * Connect to the queue manager.
      *
       3000-MQ-CONNECT SECTION.

           CALL 'MQCONN' USING WS-QUEUE-MGR
                               CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQCONN'      TO PRT-COMMAND.
           PERFORM 8000-PRINT-MQ-LINE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH.

       3000-MQ-CONNECT-EXIT.
           EXIT.

      *
      * Open the reject queue to browse - and, when there are
      * selections, to take messages off it with their context
      * saved - and the input and express queues those selections
      * can send messages back to, passing that context on.
      *
       3100-MQ-OPEN-QUEUES SECTION.

           MOVE MQOT-Q      TO MQOD-OBJECTTYPE.
           MOVE WS-REJECT-Q TO MQOD-OBJECTNAME.
           MOVE SPACES      TO MQOD-OBJECTQMGRNAME.
           IF RJQ-SEL-COUNT = 0
                   COMPUTE OPR-OPTIONS = MQOO-BROWSE +
                                         MQOO-FAIL-IF-QUIESCING
           ELSE
                   COMPUTE OPR-OPTIONS = MQOO-BROWSE +
                                         MQOO-INPUT-SHARED +
                                         MQOO-SAVE-ALL-CONTEXT +
                                         MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
                               MQOD
                               OPR-OPTIONS
                               OPR-Q-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQOPEN'      TO PRT-COMMAND.
           PERFORM 8000-PRINT-MQ-LINE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH
                   GO TO 3100-MQ-OPEN-QUEUES-EXIT.

           IF RJQ-SEL-COUNT = 0
                   GO TO 3100-MQ-OPEN-QUEUES-EXIT.

           MOVE 'Y'        TO WS-TARGET-OPEN-FLAG.
           MOVE MQOT-Q     TO MQOD-OBJECTTYPE.
           MOVE WS-INPUT-Q TO MQOD-OBJECTNAME.
           MOVE SPACES     TO MQOD-OBJECTQMGRNAME.
           COMPUTE OPI-OPTIONS = MQOO-OUTPUT +
                                 MQOO-PASS-ALL-CONTEXT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
                               MQOD
                               OPI-OPTIONS
                               OPI-Q-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQOPEN'      TO PRT-COMMAND.
           PERFORM 8000-PRINT-MQ-LINE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH
                   GO TO 3100-MQ-OPEN-QUEUES-EXIT.

           MOVE MQOT-Q       TO MQOD-OBJECTTYPE.
           MOVE WS-EXPRESS-Q TO MQOD-OBJECTNAME.
           MOVE SPACES       TO MQOD-OBJECTQMGRNAME.
           COMPUTE OPX-OPTIONS = MQOO-OUTPUT +
                                 MQOO-PASS-ALL-CONTEXT +
                                 MQOO-FAIL-IF-QUIESCING.
      *
           CALL 'MQOPEN' USING CON-HANDLE
                               MQOD
                               OPX-OPTIONS
                               OPX-Q-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQOPEN'      TO PRT-COMMAND.
           PERFORM 8000-PRINT-MQ-LINE.

           IF COMP-CODE NOT = MQCC-OK
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH.

       3100-MQ-OPEN-QUEUES-EXIT.
           EXIT.

      *
      * Browse the next message, print it, and act on it if a
      * selection names it.  MQMD's MsgId and CorrelId are cleared
      * before every browse so the get is not matched to the last
      * message seen.
      *
       4000-BROWSE-ONE-MESSAGE SECTION.

           COMPUTE MQGMO-OPTIONS = MQGMO-OPTIONS +
                                   MQGMO-ACCEPT-TRUNCATED-MSG +
                                   MQGMO-FAIL-IF-QUIESCING.
           MOVE 0         TO MQGMO-WAITINTERVAL.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           MOVE SPACES    TO WS-MESSAGE-BUFFER.
      *
           CALL 'MQGET' USING CON-HANDLE
                              OPR-Q-HANDLE
                              MQMD
                              MQGMO
                              INPUT-BUFFER-LENGTH
                              WS-MESSAGE-BUFFER
                              RETURNED-LENGTH
                              COMP-CODE
                              REASON-CODE.

           MOVE MQGMO-BROWSE-NEXT TO MQGMO-OPTIONS.

           IF REASON-CODE = MQRC-NO-MSG-AVAILABLE
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4000-BROWSE-ONE-MESSAGE-EXIT.

           IF COMP-CODE NOT = MQCC-OK
              AND REASON-CODE NOT = MQRC-TRUNCATED-MSG-ACCEPTED
                   MOVE 'MQGET'   TO PRT-COMMAND
                   PERFORM 8000-PRINT-MQ-LINE
                   MOVE 'Y' TO WS-MQ-ERROR-SWITCH
                   GO TO 4000-BROWSE-ONE-MESSAGE-EXIT.

           ADD 1 TO RJQ-BROWSED.
           PERFORM 4100-PRINT-MESSAGE.

           PERFORM 4200-FIND-SELECTION.
           IF NOT WS-ENTRY-FOUND
                   ADD 1 TO RJQ-LEFT
                   GO TO 4000-BROWSE-ONE-MESSAGE-EXIT.

           ADD 1 TO SL-MATCHED(WS-MATCH-IDX).
           PERFORM 4400-ACT-ON-MESSAGE.

       4000-BROWSE-ONE-MESSAGE-EXIT.
           EXIT.

      *
      * Print one browsed message, decoded through MQSREQR.
      *
       4100-PRINT-MESSAGE SECTION.

           MOVE RJQ-BROWSED         TO RPT-MSG-SEQ.
           MOVE REQ-TRANS-CODE      TO RPT-MSG-TRANS-CODE.
           MOVE REQ-CORREL-KEY      TO RPT-MSG-CORREL-KEY.
           MOVE MQMD-BACKOUTCOUNT   TO RPT-MSG-BACKOUT.
           DISPLAY RPT-MESSAGE-LINE-1.

           MOVE MQMD-PUTDATE        TO RPT-MSG-PUT-DATE.
           MOVE MQMD-PUTTIME        TO RPT-MSG-PUT-TIME.
           MOVE MQMD-USERIDENTIFIER TO RPT-MSG-USER-ID.
           MOVE RETURNED-LENGTH     TO RPT-MSG-LENGTH.
           DISPLAY RPT-MESSAGE-LINE-2.

           MOVE WS-DATA-SHOWN       TO RPT-MSG-DATA.
           DISPLAY RPT-MESSAGE-LINE-3.

       4100-PRINT-MESSAGE-EXIT.
           EXIT.

      *
      * Find the first selection the browsed message matches.
      *
       4200-FIND-SELECTION SECTION.

           MOVE MQMD-PUTDATE TO WS-PUT-STAMP-DATE.
           MOVE MQMD-PUTTIME TO WS-PUT-STAMP-TIME.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-SEARCH-IDX.
           MOVE 0   TO WS-MATCH-IDX.

           PERFORM 4250-SEARCH-ONE-SELECTION
               UNTIL WS-SEARCH-IDX >= RJQ-SEL-COUNT
                     OR WS-ENTRY-FOUND.

       4200-FIND-SELECTION-EXIT.
           EXIT.

      *
      * Compare the browsed message against one selection.
      *
       4250-SEARCH-ONE-SELECTION SECTION.

           ADD 1 TO WS-SEARCH-IDX.

           IF SL-TRANS-CODE(WS-SEARCH-IDX) NOT = SPACES
              AND SL-TRANS-CODE(WS-SEARCH-IDX) NOT = REQ-TRANS-CODE
                   GO TO 4250-SEARCH-ONE-SELECTION-EXIT.

           IF SL-CORREL-KEY(WS-SEARCH-IDX) NOT = SPACES
              AND SL-CORREL-KEY(WS-SEARCH-IDX) NOT = REQ-CORREL-KEY
                   GO TO 4250-SEARCH-ONE-SELECTION-EXIT.

           IF WS-PUT-STAMP < SL-FROM-STAMP(WS-SEARCH-IDX)
              OR WS-PUT-STAMP > SL-TO-STAMP(WS-SEARCH-IDX)
                   GO TO 4250-SEARCH-ONE-SELECTION-EXIT.

           MOVE 'Y'           TO WS-FOUND-SWITCH.
           MOVE WS-SEARCH-IDX TO WS-MATCH-IDX.

       4250-SEARCH-ONE-SELECTION-EXIT.
           EXIT.

      *
      * Take the browsed message off the reject queue under
      * syncpoint, send it where the selection says, and commit -
      * one message, one unit of work.  Any failure backs the unit
      * out, leaving the message on the reject queue, and stops the
      * run.  The action goes to AUDITLOG either way.
      *
       4400-ACT-ON-MESSAGE SECTION.

           IF SL-TO-INPUT(WS-MATCH-IDX)
                   MOVE 'REQUEUE-IN' TO PRT-COMMAND
                   MOVE OPI-Q-HANDLE TO WS-PUT-Q-HANDLE
                   MOVE 'REQUEUED TO INPUT QUEUE' TO RPT-MSG-ACTION.
           IF SL-TO-EXPRESS(WS-MATCH-IDX)
                   MOVE 'REQUEUE-EX' TO PRT-COMMAND
                   MOVE OPX-Q-HANDLE TO WS-PUT-Q-HANDLE
                   MOVE 'REQUEUED TO EXPRESS QUEUE' TO RPT-MSG-ACTION.
           IF SL-PURGE(WS-MATCH-IDX)
                   MOVE 'PURGE'      TO PRT-COMMAND
                   MOVE 'PURGED TO REJARCH' TO RPT-MSG-ACTION.
           MOVE REQ-CORREL-KEY TO PRT-CORREL-KEY.

           COMPUTE MQGMO-OPTIONS = MQGMO-MSG-UNDER-CURSOR +
                                   MQGMO-SYNCPOINT +
                                   MQGMO-ACCEPT-TRUNCATED-MSG +
                                   MQGMO-FAIL-IF-QUIESCING.
           MOVE 0 TO MQGMO-WAITINTERVAL.
      *
           CALL 'MQGET' USING CON-HANDLE
                              OPR-Q-HANDLE
                              MQMD
                              MQGMO
                              INPUT-BUFFER-LENGTH
                              WS-MESSAGE-BUFFER
                              RETURNED-LENGTH
                              COMP-CODE
                              REASON-CODE.

           MOVE MQGMO-BROWSE-NEXT TO MQGMO-OPTIONS.

           IF COMP-CODE NOT = MQCC-OK
              AND REASON-CODE NOT = MQRC-TRUNCATED-MSG-ACCEPTED
                   GO TO 4400-ACT-ON-MESSAGE-FAILED.

           MOVE RETURNED-LENGTH TO WS-PUT-LENGTH.
           IF WS-PUT-LENGTH > INPUT-BUFFER-LENGTH
                   MOVE INPUT-BUFFER-LENGTH TO WS-PUT-LENGTH.

           IF SL-PURGE(WS-MATCH-IDX)
                   PERFORM 4500-ARCHIVE-MESSAGE
           ELSE
                   PERFORM 4600-MQ-PUT-MESSAGE.
           IF COMP-CODE NOT = MQCC-OK
                   GO TO 4400-ACT-ON-MESSAGE-FAILED.

           CALL 'MQCMIT' USING CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

           IF COMP-CODE NOT = MQCC-OK
                   GO TO 4400-ACT-ON-MESSAGE-FAILED.

           PERFORM 8100-WRITE-AUDIT-LINE.
           DISPLAY RPT-MESSAGE-LINE-4.

           IF SL-TO-INPUT(WS-MATCH-IDX)
                   ADD 1 TO RJQ-TO-INPUT.
           IF SL-TO-EXPRESS(WS-MATCH-IDX)
                   ADD 1 TO RJQ-TO-EXPRESS.
           IF SL-PURGE(WS-MATCH-IDX)
                   ADD 1 TO RJQ-PURGED.
           GO TO 4400-ACT-ON-MESSAGE-EXIT.

       4400-ACT-ON-MESSAGE-FAILED.
           PERFORM 8100-WRITE-AUDIT-LINE.
           MOVE 'Y' TO WS-MQ-ERROR-SWITCH.
           ADD 1 TO RJQ-LEFT.
           MOVE 'NOT DONE - LEFT ON REJECT QUEUE' TO RPT-MSG-ACTION.
           DISPLAY RPT-MESSAGE-LINE-4.

           CALL 'MQBACK' USING CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

           MOVE 'MQBACK'      TO PRT-COMMAND.
           PERFORM 8000-PRINT-MQ-LINE.

       4400-ACT-ON-MESSAGE-EXIT.
           EXIT.

      *
      * Write the message taken off the queue to the archive file.
      * A write failure is reported through COMP-CODE as an MQ
      * failure would be, so the unit of work backs out.
      *
       4500-ARCHIVE-MESSAGE SECTION.

           MOVE WS-BUSINESS-DATE    TO ARC-PURGE-DATE.
           ACCEPT ARC-PURGE-TIME    FROM TIME.
           MOVE MQMD-PUTDATE        TO ARC-PUT-DATE.
           MOVE MQMD-PUTTIME        TO ARC-PUT-TIME.
           MOVE MQMD-USERIDENTIFIER TO ARC-USER-ID.
           MOVE MQMD-BACKOUTCOUNT   TO ARC-BACKOUT-COUNT.
           MOVE MQMD-MSGID          TO ARC-MSG-ID.
           MOVE MQMD-CORRELID       TO ARC-CORREL-ID.
           MOVE WS-PUT-LENGTH       TO ARC-MSG-LENGTH.
           MOVE WS-MESSAGE-BUFFER   TO ARC-MESSAGE.

           WRITE ARCHIVE-RECORD.

           IF WS-ARCHIVE-OK
                   MOVE MQCC-OK     TO COMP-CODE
                   MOVE MQRC-NONE   TO REASON-CODE
           ELSE
                   DISPLAY 'MQSREJQ: REJARCH WRITE FAILED - STATUS '
                           WS-ARCHIVE-STATUS
                   MOVE MQCC-FAILED TO COMP-CODE
                   MOVE MQRC-NONE   TO REASON-CODE.

       4500-ARCHIVE-MESSAGE-EXIT.
           EXIT.

      *
      * Put the message taken off the queue on the target queue as
      * a new message - so its backout count starts again at zero -
      * with the descriptor and the saved context passed on as the
      * reject queue held them.
      *
       4600-MQ-PUT-MESSAGE SECTION.

           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                   MQPMO-PASS-ALL-CONTEXT +
                                   MQPMO-FAIL-IF-QUIESCING.
           MOVE OPR-Q-HANDLE TO MQPMO-CONTEXT.
      *
           CALL 'MQPUT' USING  CON-HANDLE
                               WS-PUT-Q-HANDLE
                               MQMD
                               MQPMO
                               WS-PUT-LENGTH
                               WS-MESSAGE-BUFFER
                               COMP-CODE
                               REASON-CODE.

       4600-MQ-PUT-MESSAGE-EXIT.
           EXIT.

      *
      * Close the queues this run opened.
      *
       5500-MQ-CLOSE-QUEUES SECTION.

           MOVE MQCO-NONE TO CLS-OPTIONS.
      *
           CALL 'MQCLOSE' USING CON-HANDLE
                                OPR-Q-HANDLE
                                CLS-OPTIONS
                                COMP-CODE
                                REASON-CODE.

           IF NOT WS-TARGET-OPEN
                   GO TO 5500-MQ-CLOSE-QUEUES-EXIT.

           CALL 'MQCLOSE' USING CON-HANDLE
                                OPI-Q-HANDLE
                                CLS-OPTIONS
                                COMP-CODE
                                REASON-CODE.

           CALL 'MQCLOSE' USING CON-HANDLE
                                OPX-Q-HANDLE
                                CLS-OPTIONS
                                COMP-CODE
                                REASON-CODE.

       5500-MQ-CLOSE-QUEUES-EXIT.
           EXIT.

      *
      * Disconnect from the queue manager.
      *
       6000-MQ-DISCONNECT SECTION.

           CALL 'MQDISC' USING CON-HANDLE
                               COMP-CODE
                               REASON-CODE.

       6000-MQ-DISCONNECT-EXIT.
           EXIT.

      *
      * Close the audit log and the archive file.
      *
       6500-CLOSE-FILES SECTION.

           IF WS-ARCHIVE-OPEN
                   CLOSE ARCHIVE-FILE
                   MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG.
           IF WS-AUDIT-LOG-OPEN
                   CLOSE AUDIT-LOG-FILE
                   MOVE 'N' TO WS-AUDIT-LOG-OPEN-FLAG.

       6500-CLOSE-FILES-EXIT.
           EXIT.

      *
      * Print the run report to SYSOUT, with how many messages each
      * selection matched.
      *
       7000-PRINT-REPORT SECTION.

           DISPLAY ' '.
           MOVE RJQ-BROWSED    TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE RJQ-TO-INPUT   TO RPT-LINE-2-COUNT.
           DISPLAY RPT-LINE-2.
           MOVE RJQ-TO-EXPRESS TO RPT-LINE-3-COUNT.
           DISPLAY RPT-LINE-3.
           MOVE RJQ-PURGED     TO RPT-LINE-4-COUNT.
           DISPLAY RPT-LINE-4.
           MOVE RJQ-LEFT       TO RPT-LINE-5-COUNT.
           DISPLAY RPT-LINE-5.

           PERFORM 7100-PRINT-SELECTION
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > RJQ-SEL-COUNT.

           IF WS-MQ-ERROR OR WS-RUN-FAILED
                   DISPLAY '*** RUN ENDED ON A FAILURE - THE MESSAGE '
                           'IN HAND WAS BACKED OUT ***'.

           DISPLAY '==============================================='.

       7000-PRINT-REPORT-EXIT.
           EXIT.

      *
      * Print one selection and how many messages it matched.
      *
       7100-PRINT-SELECTION SECTION.

           DISPLAY 'SELECTION ' WS-SEARCH-IDX ' '
                   SL-ACTION(WS-SEARCH-IDX) ' '
                   SL-TRANS-CODE(WS-SEARCH-IDX) ' '
                   SL-CORREL-KEY(WS-SEARCH-IDX) ' MATCHED '
                   SL-MATCHED(WS-SEARCH-IDX).

       7100-PRINT-SELECTION-EXIT.
           EXIT.

      *
      * Print the outcome of one MQ call to SYSOUT.
      *
       8000-PRINT-MQ-LINE SECTION.

           MOVE COMP-CODE        TO PRT-COMP-CODE.
           MOVE REASON-CODE      TO PRT-REASON-CODE.
           MOVE WS-BUSINESS-DATE TO PRT-LOG-DATE.
           MOVE SPACES           TO PRT-CORREL-KEY.
           ACCEPT PRT-LOG-TIME   FROM TIME.
           DISPLAY PRT-LOG-MESSAGE.

       8000-PRINT-MQ-LINE-EXIT.
           EXIT.

      *
      * Print one requeue or purge and write it to AUDITLOG.  The
      * command and correlation key were set by the caller.
      *
       8100-WRITE-AUDIT-LINE SECTION.

           MOVE COMP-CODE        TO PRT-COMP-CODE.
           MOVE REASON-CODE      TO PRT-REASON-CODE.
           MOVE WS-BUSINESS-DATE TO PRT-LOG-DATE.
           ACCEPT PRT-LOG-TIME   FROM TIME.
           DISPLAY PRT-LOG-MESSAGE.
           WRITE AUDIT-LOG-RECORD FROM PRT-LOG-MESSAGE.

       8100-WRITE-AUDIT-LINE-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
