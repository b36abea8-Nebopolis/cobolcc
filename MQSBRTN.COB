      *
      *===============================================================
       IDENTIFICATION DIVISION.
      *===============================================================
      *
       PROGRAM-ID. MQSBRTN.
      *
      *---------------------------------------------------------------
      *
      *REMARKS
      *
      *---------------------------------------------------------------
      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -
      *
      *  Module Name      : MQSBRTN
      *
      *  Description      : Bulk posting file return and outcome
      *                     report.
      *
      *  Function         : Companion step to MQSBULK, run once the
      *                     server has worked the batch.  Loads the
      *                     same BULKPOST file (MQSBLKR layout) into
      *                     a table by detail sequence number, then
      *                     reads the TRANEXTR extract and matches
      *                     every record whose correlation key is
      *                     the batch ID + a sequence number in the
      *                     batch - and whose request names the
      *                     detail's account - to its detail, taking
      *                     the RPY-RETURN-CODE from the reply.
      *                     Extract records from before the batch's
      *                     header date are passed over, so an old
      *                     batch that happened to use the same ID
      *                     cannot answer for this one.  A detail
      *                     answered more than once (a resubmitted
      *                     file) keeps the answer that says the
      *                     money moved: 0000 posted, or 4006 - a
      *                     duplicate of a detail posted the first
      *                     time - which is reported as posted too.
      *                     Each detail is then:
      *                       POSTED    0000 or 4006
      *                       PENDING   4014, held for approval
      *                       REJECTED  any other return code
      *                       NOT SEEN  no extract record yet
      *                     Writes the client's BULKRTN return file
      *                     - a header, one record per detail with
      *                     its outcome, return code and the reply's
      *                     reason text, and a trailer with the
      *                     counts and amounts - and prints the same
      *                     detail as a report.  Ends with return
      *                     code 4 when any detail is not posted, 8
      *                     when a file cannot be processed.
      *
      *                     Return record layout (BULKRTN), 120
      *                     bytes, type in byte one:
      *                       H  originator X(20), business date
      *                          X(8), batch ID X(10), run date X(8)
      *                       D  sequence 9(6), account X(10),
      *                          amount 9(11)V99, type X(1),
      *                          reference X(18), outcome X(8),
      *                          return code X(4), reason X(40)
      *                       T  details 9(7), posted 9(7) and
      *                          9(13)V99, rejected 9(7) and
      *                          9(13)V99, pending 9(7), not seen
      *                          9(7)
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
           SELECT BULK-FILE       ASSIGN TO BULKPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BULK-STATUS.
      *
           SELECT EXTRACT-FILE    ASSIGN TO TRANEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-EXTRACT-STATUS.
      *
           SELECT RETURN-FILE     ASSIGN TO BULKRTN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RETURN-STATUS.
      *
      *===============================================================
       DATA DIVISION.
      *===============================================================
      *
      *===============================================================
       FILE SECTION.
      *===============================================================
      *
       FD  BULK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  BULK-RECORD.
           COPY MQSBLKR.
      *
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  EXTRACT-RECORD.
           COPY MQSEXTR.
      *
       FD  RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *
       01  RETURN-RECORD.
           05  RTN-RECORD-TYPE         PIC X(1).
           05  RTN-RECORD-BODY         PIC X(119).
           05  RTN-HEADER-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-ORIGINATOR      PIC X(20).
               10  RTN-BUSINESS-DATE   PIC X(8).
               10  RTN-BATCH-ID        PIC X(10).
               10  RTN-RUN-DATE        PIC X(8).
               10  FILLER              PIC X(73).
           05  RTN-DETAIL-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-SEQUENCE        PIC 9(6).
               10  RTN-ACCOUNT-NO      PIC X(10).
               10  RTN-AMOUNT          PIC 9(11)V99.
               10  RTN-POST-TYPE       PIC X(1).
               10  RTN-REFERENCE       PIC X(18).
               10  RTN-OUTCOME         PIC X(8).
               10  RTN-RETURN-CODE     PIC X(4).
               10  RTN-REASON          PIC X(40).
               10  FILLER              PIC X(19).
           05  RTN-TRAILER-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-DETAIL-COUNT    PIC 9(7).
               10  RTN-POSTED-COUNT    PIC 9(7).
               10  RTN-POSTED-AMOUNT   PIC 9(13)V99.
               10  RTN-REJECTED-COUNT  PIC 9(7).
               10  RTN-REJECTED-AMOUNT PIC 9(13)V99.
               10  RTN-PENDING-COUNT   PIC 9(7).
               10  RTN-NOT-SEEN-COUNT  PIC 9(7).
               10  FILLER              PIC X(54).
      *
      *===============================================================
       WORKING-STORAGE SECTION.
      *===============================================================
      *
      *---------------------------------------------------------------
      *                GENERAL WORKING-STORAGE FIELDS
      *---------------------------------------------------------------
      *
       01  WS-BULK-STATUS              PIC X(2) VALUE '00'.
           88  WS-BULK-OK                   VALUE '00'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  WS-EXTRACT-OK                VALUE '00'.
       01  WS-RETURN-STATUS            PIC X(2) VALUE '00'.
           88  WS-RETURN-OK                 VALUE '00'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-RUN-FAILED                VALUE 'Y'.
       01  WS-HEADER-SEEN-FLAG         PIC X VALUE 'N'.
           88  WS-HEADER-SEEN                VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-ITEM-IDX                 PIC 9(5)  VALUE 0.
      *
      *    The batch being returned, from its header.
      *
       01  WS-BATCH-ORIGINATOR         PIC X(20) VALUE SPACES.
       01  WS-BATCH-DATE               PIC X(8)  VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(10) VALUE SPACES.
      *
      *    An extract record's correlation key laid out the way
      *    MQSBULK builds it - batch ID, then the detail's sequence.
      *
       01  WS-BULK-CORREL.
           05  WS-BULK-CORREL-BATCH    PIC X(10).
           05  WS-BULK-CORREL-SEQ-X    PIC X(6).
           05  WS-BULK-CORREL-SEQ REDEFINES WS-BULK-CORREL-SEQ-X
                                       PIC 9(6).
      *
      *    The request and reply images carried inside each extract
      *    record, overlaid with their record layouts.
      *
       01  WS-REQUEST-IMAGE            PIC X(1000).
       01  MQS-REQUEST-RECORD REDEFINES WS-REQUEST-IMAGE.
           COPY MQSREQR.
      *
       01  WS-REPLY-IMAGE              PIC X(1000).
       01  MQS-REPLY-RECORD REDEFINES WS-REPLY-IMAGE.
           COPY MQSRPYR.
      *
       01  WS-EXTRACT-REQUEST-DATA.
           05  XRQ-ACCOUNT-NO          PIC X(10).
           05  FILLER                  PIC X(966).
      *
      *---------------------------------------------------------------
      *    Batch table - one entry per detail, by sequence number.
      *    MQSBULK refuses a batch of more details than it holds.
      *---------------------------------------------------------------
      *
       01  WS-MAX-DETAILS              PIC 9(5)  VALUE 9999.
       01  WS-ITEM-COUNT               PIC 9(5)  VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 9999 TIMES.
               10  BT-ACCOUNT-NO       PIC X(10).
               10  BT-AMOUNT           PIC 9(11)V99.
               10  BT-POST-TYPE        PIC X(1).
               10  BT-REFERENCE        PIC X(18).
               10  BT-MATCHED-FLAG     PIC X(1).
                   88  BT-MATCHED            VALUE 'Y'.
               10  BT-RETURN-CODE      PIC 9(4).
               10  BT-REASON           PIC X(40).
      *
      *---------------------------------------------------------------
      *    Counters
      *---------------------------------------------------------------
      *
       01  BRT-EXTRACT-READ            PIC 9(7) VALUE 0.
       01  BRT-EXTRACT-MATCHED         PIC 9(7) VALUE 0.
       01  BRT-POSTED-COUNT            PIC 9(7) VALUE 0.
       01  BRT-REJECTED-COUNT          PIC 9(7) VALUE 0.
       01  BRT-PENDING-COUNT           PIC 9(7) VALUE 0.
       01  BRT-NOT-SEEN-COUNT          PIC 9(7) VALUE 0.
       01  BRT-POSTED-TOTAL            PIC 9(13)V99 VALUE 0.
       01  BRT-REJECTED-TOTAL          PIC 9(13)V99 VALUE 0.
       01  BRT-PENDING-TOTAL           PIC 9(13)V99 VALUE 0.
       01  BRT-NOT-SEEN-TOTAL          PIC 9(13)V99 VALUE 0.
      *
      *---------------------------------------------------------------
      *    Report print lines
      *---------------------------------------------------------------
      *
       01  RPT-ITEM-LINE.
           05  RPT-ITEM-SEQUENCE       PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-TYPE           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-AMOUNT         PIC Z(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-OUTCOME        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-RETURN-CODE    PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-ITEM-REASON         PIC X(40).
      *
       01  RPT-LINE-1.
           05  FILLER                  PIC X(20) VALUE
                   'DETAILS IN BATCH  : '.
           05  RPT-LINE-1-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-2.
           05  FILLER                  PIC X(20) VALUE
                   'POSTED            : '.
           05  RPT-LINE-2-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-2-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-3.
           05  FILLER                  PIC X(20) VALUE
                   'REJECTED          : '.
           05  RPT-LINE-3-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-3-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-4.
           05  FILLER                  PIC X(20) VALUE
                   'PENDING APPROVAL  : '.
           05  RPT-LINE-4-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-4-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-5.
           05  FILLER                  PIC X(20) VALUE
                   'NOT SEEN          : '.
           05  RPT-LINE-5-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-LINE-5-AMOUNT       PIC -Z(12)9.99.
      *
       01  RPT-LINE-6.
           05  FILLER                  PIC X(20) VALUE
                   'EXTRACT READ      : '.
           05  RPT-LINE-6-COUNT        PIC ZZZZZZ9.
      *
       01  RPT-LINE-7.
           05  FILLER                  PIC X(20) VALUE
                   'EXTRACT MATCHED   : '.
           05  RPT-LINE-7-COUNT        PIC ZZZZZZ9.
      *
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
      *
       1000-MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 2000-LOAD-BATCH.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 3000-MATCH-EXTRACT.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 4000-WRITE-RETURN.
           IF WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END.

           PERFORM 5000-PRINT-SUMMARY.

           IF BRT-POSTED-COUNT < WS-ITEM-COUNT
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE.

       1000-MAIN-END.
           STOP RUN.

      *
      * Load the batch's header and details into the batch table.
      * The file is the one MQSBULK proved and loaded; without a
      * header there is no batch ID to match on.
      *
       2000-LOAD-BATCH SECTION.

           OPEN INPUT BULK-FILE.
           IF NOT WS-BULK-OK
                   DISPLAY 'MQSBRTN: BULKPOST UNREADABLE - STATUS '
                           WS-BULK-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2000-LOAD-BATCH-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-BULK.
           PERFORM 2200-LOAD-ONE-RECORD
               UNTIL WS-EOF OR WS-RUN-FAILED.

           CLOSE BULK-FILE.

           IF WS-RUN-FAILED
                   GO TO 2000-LOAD-BATCH-EXIT.

           IF NOT WS-HEADER-SEEN
                   DISPLAY 'MQSBRTN: BULKPOST HAS NO HEADER RECORD'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH.

       2000-LOAD-BATCH-EXIT.
           EXIT.

      *
      * Read the next bulk file record.
      *
       2100-READ-BULK SECTION.

           READ BULK-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH.

       2100-READ-BULK-EXIT.
           EXIT.

      *
      * Take the header's batch ID, or table one detail under its
      * sequence number; then read the next record.
      *
       2200-LOAD-ONE-RECORD SECTION.

           IF BLK-HEADER AND NOT WS-HEADER-SEEN
                   MOVE 'Y'               TO WS-HEADER-SEEN-FLAG
                   MOVE BLK-ORIGINATOR    TO WS-BATCH-ORIGINATOR
                   MOVE BLK-BUSINESS-DATE TO WS-BATCH-DATE
                   MOVE BLK-BATCH-ID      TO WS-BATCH-ID
                   GO TO 2200-LOAD-ONE-RECORD-NEXT.

           IF NOT BLK-DETAIL
                   GO TO 2200-LOAD-ONE-RECORD-NEXT.

           IF WS-ITEM-COUNT NOT < WS-MAX-DETAILS
                   DISPLAY 'MQSBRTN: MORE THAN 9999 DETAILS - '
                           'NOT A BATCH MQSBULK LOADED'
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 2200-LOAD-ONE-RECORD-EXIT.

           ADD 1 TO WS-ITEM-COUNT.
           MOVE BLK-ACCOUNT-NO TO BT-ACCOUNT-NO(WS-ITEM-COUNT).
           IF BLK-AMOUNT-X NUMERIC
                   MOVE BLK-AMOUNT TO BT-AMOUNT(WS-ITEM-COUNT)
           ELSE
                   MOVE ZERO       TO BT-AMOUNT(WS-ITEM-COUNT).
           MOVE BLK-POST-TYPE  TO BT-POST-TYPE(WS-ITEM-COUNT).
           MOVE BLK-REFERENCE  TO BT-REFERENCE(WS-ITEM-COUNT).
           MOVE 'N'            TO BT-MATCHED-FLAG(WS-ITEM-COUNT).
           MOVE ZERO           TO BT-RETURN-CODE(WS-ITEM-COUNT).
           MOVE SPACES         TO BT-REASON(WS-ITEM-COUNT).

       2200-LOAD-ONE-RECORD-NEXT.
           PERFORM 2100-READ-BULK.

       2200-LOAD-ONE-RECORD-EXIT.
           EXIT.

      *
      * Read the whole extract and match the batch's replies to its
      * details.
      *
       3000-MATCH-EXTRACT SECTION.

           OPEN INPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
                   DISPLAY 'MQSBRTN: TRANEXTR UNREADABLE - STATUS '
                           WS-EXTRACT-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 3000-MATCH-EXTRACT-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-READ-EXTRACT.
           PERFORM 3200-MATCH-ONE-EXTRACT UNTIL WS-EOF.

           CLOSE EXTRACT-FILE.

       3000-MATCH-EXTRACT-EXIT.
           EXIT.

      *
      * Read the next extract record.
      *
       3100-READ-EXTRACT SECTION.

           READ EXTRACT-FILE
               AT END
                       MOVE 'Y' TO WS-EOF-SWITCH.

           IF NOT WS-EOF
                   ADD 1 TO BRT-EXTRACT-READ.

       3100-READ-EXTRACT-EXIT.
           EXIT.

      *
      * Match one extract record to its detail, if it is one of the
      * batch's, then read the next.  An answer already saying the
      * money moved is never replaced by a later one.
      *
       3200-MATCH-ONE-EXTRACT SECTION.

           MOVE EXT-CORREL-KEY TO WS-BULK-CORREL.
           IF WS-BULK-CORREL-BATCH NOT = WS-BATCH-ID
              OR WS-BULK-CORREL-SEQ-X NOT NUMERIC
                   GO TO 3200-MATCH-ONE-EXTRACT-NEXT.
           IF WS-BULK-CORREL-SEQ < 1
              OR WS-BULK-CORREL-SEQ > WS-ITEM-COUNT
                   GO TO 3200-MATCH-ONE-EXTRACT-NEXT.
           IF EXT-DATE < WS-BATCH-DATE
                   GO TO 3200-MATCH-ONE-EXTRACT-NEXT.

           MOVE WS-BULK-CORREL-SEQ TO WS-ITEM-IDX.
           MOVE EXT-REQUEST        TO WS-REQUEST-IMAGE.
           MOVE REQ-DATA           TO WS-EXTRACT-REQUEST-DATA.
           IF XRQ-ACCOUNT-NO NOT = BT-ACCOUNT-NO(WS-ITEM-IDX)
                   GO TO 3200-MATCH-ONE-EXTRACT-NEXT.

           ADD 1 TO BRT-EXTRACT-MATCHED.
           MOVE EXT-REPLY TO WS-REPLY-IMAGE.

           IF BT-MATCHED(WS-ITEM-IDX)
              AND (BT-RETURN-CODE(WS-ITEM-IDX) = 0
                   OR BT-RETURN-CODE(WS-ITEM-IDX) = 4006)
                   GO TO 3200-MATCH-ONE-EXTRACT-NEXT.

           MOVE 'Y' TO BT-MATCHED-FLAG(WS-ITEM-IDX).
           IF RPY-RETURN-CODE NUMERIC
                   MOVE RPY-RETURN-CODE TO BT-RETURN-CODE(WS-ITEM-IDX)
           ELSE
                   MOVE 9999            TO BT-RETURN-CODE(WS-ITEM-IDX).
           IF BT-RETURN-CODE(WS-ITEM-IDX) = 0
                   MOVE SPACES          TO BT-REASON(WS-ITEM-IDX)
           ELSE
                   MOVE RPY-DATA        TO BT-REASON(WS-ITEM-IDX).

       3200-MATCH-ONE-EXTRACT-NEXT.
           PERFORM 3100-READ-EXTRACT.

       3200-MATCH-ONE-EXTRACT-EXIT.
           EXIT.

      *
      * Write the return file - header, one record per detail,
      * trailer - printing each detail's outcome as it goes.  A
      * failed write stops the file there and fails the run; the
      * partial BULKRTN is not to be sent to the client.
      *
       4000-WRITE-RETURN SECTION.

           OPEN OUTPUT RETURN-FILE.
           IF NOT WS-RETURN-OK
                   DISPLAY 'MQSBRTN: UNABLE TO OPEN BULKRTN - '
                           'STATUS ' WS-RETURN-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   GO TO 4000-WRITE-RETURN-EXIT.

           DISPLAY '==============================================='.
           DISPLAY '   MQSBRTN  -  BULK POSTING RETURN REPORT'.
           DISPLAY '==============================================='.
           DISPLAY 'ORIGINATOR    ' WS-BATCH-ORIGINATOR.
           DISPLAY 'BATCH ID      ' WS-BATCH-ID
                   '  HEADER DATE ' WS-BATCH-DATE.
           DISPLAY ' '.

           MOVE SPACES              TO RETURN-RECORD.
           MOVE 'H'                 TO RTN-RECORD-TYPE.
           MOVE WS-BATCH-ORIGINATOR TO RTN-ORIGINATOR.
           MOVE WS-BATCH-DATE       TO RTN-BUSINESS-DATE.
           MOVE WS-BATCH-ID         TO RTN-BATCH-ID.
           MOVE WS-RUN-DATE         TO RTN-RUN-DATE.
           WRITE RETURN-RECORD.
           IF NOT WS-RETURN-OK
                   GO TO 4000-WRITE-RETURN-FAILED.

           PERFORM 4100-RETURN-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                     OR NOT WS-RETURN-OK.
           IF NOT WS-RETURN-OK
                   GO TO 4000-WRITE-RETURN-FAILED.

           MOVE SPACES              TO RETURN-RECORD.
           MOVE 'T'                 TO RTN-RECORD-TYPE.
           MOVE WS-ITEM-COUNT       TO RTN-DETAIL-COUNT.
           MOVE BRT-POSTED-COUNT    TO RTN-POSTED-COUNT.
           MOVE BRT-POSTED-TOTAL    TO RTN-POSTED-AMOUNT.
           MOVE BRT-REJECTED-COUNT  TO RTN-REJECTED-COUNT.
           MOVE BRT-REJECTED-TOTAL  TO RTN-REJECTED-AMOUNT.
           MOVE BRT-PENDING-COUNT   TO RTN-PENDING-COUNT.
           MOVE BRT-NOT-SEEN-COUNT  TO RTN-NOT-SEEN-COUNT.
           WRITE RETURN-RECORD.
           IF WS-RETURN-OK
                   CLOSE RETURN-FILE
                   GO TO 4000-WRITE-RETURN-EXIT.

       4000-WRITE-RETURN-FAILED.
           DISPLAY 'MQSBRTN: BULKRTN WRITE FAILED - STATUS '
                   WS-RETURN-STATUS.
           MOVE 'Y' TO WS-RUN-FAILED-SWITCH.
           CLOSE RETURN-FILE.

       4000-WRITE-RETURN-EXIT.
           EXIT.

      *
      * Classify one detail, write its return record and print it.
      *
       4100-RETURN-ONE-ITEM SECTION.

           MOVE SPACES                      TO RETURN-RECORD.
           MOVE 'D'                         TO RTN-RECORD-TYPE.
           MOVE WS-ITEM-IDX                 TO RTN-SEQUENCE.
           MOVE BT-ACCOUNT-NO(WS-ITEM-IDX)  TO RTN-ACCOUNT-NO.
           MOVE BT-AMOUNT(WS-ITEM-IDX)      TO RTN-AMOUNT.
           MOVE BT-POST-TYPE(WS-ITEM-IDX)   TO RTN-POST-TYPE.
           MOVE BT-REFERENCE(WS-ITEM-IDX)   TO RTN-REFERENCE.

           IF NOT BT-MATCHED(WS-ITEM-IDX)
                   ADD 1 TO BRT-NOT-SEEN-COUNT
                   ADD BT-AMOUNT(WS-ITEM-IDX) TO BRT-NOT-SEEN-TOTAL
                   MOVE 'NOT SEEN' TO RTN-OUTCOME
                   MOVE SPACES     TO RTN-RETURN-CODE
                   MOVE 'NO REPLY ON THE EXTRACT' TO RTN-REASON
                   GO TO 4100-RETURN-ONE-ITEM-WRITE.

           MOVE BT-RETURN-CODE(WS-ITEM-IDX) TO RTN-RETURN-CODE.
           MOVE BT-REASON(WS-ITEM-IDX)      TO RTN-REASON.

           IF BT-RETURN-CODE(WS-ITEM-IDX) = 0
              OR BT-RETURN-CODE(WS-ITEM-IDX) = 4006
                   ADD 1 TO BRT-POSTED-COUNT
                   ADD BT-AMOUNT(WS-ITEM-IDX) TO BRT-POSTED-TOTAL
                   MOVE 'POSTED'   TO RTN-OUTCOME
                   GO TO 4100-RETURN-ONE-ITEM-WRITE.

           IF BT-RETURN-CODE(WS-ITEM-IDX) = 4014
                   ADD 1 TO BRT-PENDING-COUNT
                   ADD BT-AMOUNT(WS-ITEM-IDX) TO BRT-PENDING-TOTAL
                   MOVE 'PENDING'  TO RTN-OUTCOME
                   GO TO 4100-RETURN-ONE-ITEM-WRITE.

           ADD 1 TO BRT-REJECTED-COUNT.
           ADD BT-AMOUNT(WS-ITEM-IDX) TO BRT-REJECTED-TOTAL.
           MOVE 'REJECTED' TO RTN-OUTCOME.

       4100-RETURN-ONE-ITEM-WRITE.
           WRITE RETURN-RECORD.
           IF NOT WS-RETURN-OK
                   GO TO 4100-RETURN-ONE-ITEM-EXIT.

           MOVE RTN-SEQUENCE    TO RPT-ITEM-SEQUENCE.
           MOVE RTN-ACCOUNT-NO  TO RPT-ITEM-ACCOUNT.
           MOVE RTN-POST-TYPE   TO RPT-ITEM-TYPE.
           MOVE RTN-AMOUNT      TO RPT-ITEM-AMOUNT.
           MOVE RTN-OUTCOME     TO RPT-ITEM-OUTCOME.
           MOVE RTN-RETURN-CODE TO RPT-ITEM-RETURN-CODE.
           MOVE RTN-REASON      TO RPT-ITEM-REASON.
           DISPLAY RPT-ITEM-LINE.

       4100-RETURN-ONE-ITEM-EXIT.
           EXIT.

      *
      * Print the run summary to SYSOUT.
      *
       5000-PRINT-SUMMARY SECTION.

           DISPLAY ' '.
           MOVE WS-ITEM-COUNT        TO RPT-LINE-1-COUNT.
           DISPLAY RPT-LINE-1.
           MOVE BRT-POSTED-COUNT     TO RPT-LINE-2-COUNT.
           MOVE BRT-POSTED-TOTAL     TO RPT-LINE-2-AMOUNT.
           DISPLAY RPT-LINE-2.
           MOVE BRT-REJECTED-COUNT   TO RPT-LINE-3-COUNT.
           MOVE BRT-REJECTED-TOTAL   TO RPT-LINE-3-AMOUNT.
           DISPLAY RPT-LINE-3.
           MOVE BRT-PENDING-COUNT    TO RPT-LINE-4-COUNT.
           MOVE BRT-PENDING-TOTAL    TO RPT-LINE-4-AMOUNT.
           DISPLAY RPT-LINE-4.
           MOVE BRT-NOT-SEEN-COUNT   TO RPT-LINE-5-COUNT.
           MOVE BRT-NOT-SEEN-TOTAL   TO RPT-LINE-5-AMOUNT.
           DISPLAY RPT-LINE-5.
           MOVE BRT-EXTRACT-READ     TO RPT-LINE-6-COUNT.
           DISPLAY RPT-LINE-6.
           MOVE BRT-EXTRACT-MATCHED  TO RPT-LINE-7-COUNT.
           DISPLAY RPT-LINE-7.
           DISPLAY '==============================================='.

       5000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      * -------------------------------------------------------------
      *                  End of the program
      * -------------------------------------------------------------
