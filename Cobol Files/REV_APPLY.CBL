       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSAL-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Reversal batches a second user has approved in
      *    REVERSAL-REVIEW, waiting to be applied. Lines kept for
      *    another night are carried forward through REVAPPR.NEW
      *    and copied back at the end of the step, so an applied
      *    reversal is never applied twice.
           SELECT REVERSAL-APPROVED-FILE ASSIGN TO 'REVAPPR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVED-STATUS.
           SELECT RETAINED-FILE ASSIGN TO 'REVAPPR.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    Read per line to see whether the line has already been
      *    reversed - opened and closed around each look, since
      *    LEDGER-WRITER opens the same dataset to add the reversal.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
      *    MQ-RECEIVER's posted-order history - the duplicate guard
      *    a corrected resubmission under the same ID would
      *    otherwise be dead-lettered by.
           SELECT ORDER-HISTORY-KSDS ASSIGN TO 'ORDHIST.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OHKSDS-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT REVERSAL-REPORT ASSIGN TO 'REVAPPLY.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVERSAL-APPROVED-FILE.
       COPY "REVPEND.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(298).

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       FD ORDER-HISTORY-KSDS.
       01 ORDER-HISTORY-KEY-RECORD.
           05 OH-KEY PIC X(8).

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

       FD REVERSAL-REPORT.
       01 REVERSAL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-APPROVED-STATUS    PIC XX.
       01 WS-RETAINED-STATUS    PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-KSDS-STATUS        PIC XX.
       01 WS-OHKSDS-STATUS      PIC XX.
       01 WS-OPEN-ITEM-STATUS   PIC XX.
       01 WS-RPT-STATUS         PIC XX.
       01 WS-END-OF-FILE        PIC X(3) VALUE 'NO'.
       01 WS-HISTORY-ON         PIC X(3) VALUE 'NO'.
       01 WS-OPEN-ITEMS-ON      PIC X(3) VALUE 'NO'.
       01 WS-FAILED-FILE        PIC X(14).
       01 WS-FAILED-STATUS      PIC XX.
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RESP               PIC S9(8) COMP.
       01 WS-RESP2              PIC S9(8) COMP.

      *    The line being reversed, as it was posted. WS-KEEP-LINE
      *    says whether it goes back on REVAPPR.DAT for another
      *    night; WS-LINE-RESULT is what the report says of it.
       01 WS-ORIGINAL-LINE      PIC X(162).
       01 WS-ORIG-ORDER-ID      PIC X(8).
       01 WS-ORIG-CUST-ID       PIC X(10).
       01 WS-ORIG-TYPE          PIC X(1).
       01 WS-ORIG-TIME          PIC X(16).
       01 WS-REV-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 WS-KEEP-LINE          PIC X(3) VALUE 'NO'.
       01 WS-LINE-RESULT        PIC X(30).
       01 WS-ALREADY-REVERSED   PIC X(3) VALUE 'NO'.
       01 WS-BROWSE-DONE        PIC X(3) VALUE 'NO'.

      *    The acknowledgment back to the sender, on the queue
      *    MQ-RECEIVER answers on: ORDERID|REVERSED|reason.
       01 WS-MQPUT-COMMAREA.
       COPY "MQPUTCA.cpy".
       01 WS-ACK-QNAME          PIC X(20) VALUE 'ORDER-ACK-QUEUE'.
       01 WS-PUT-MSG            PIC X(200).
       01 WS-PUT-OK             PIC X(3) VALUE 'NO'.
       01 WS-RETRY-COUNT        PIC 9(2) VALUE 0.
       01 WS-RETRY-MAX          PIC 9(2) VALUE 3.
       01 WS-RETRY-WAIT         PIC 9(2) VALUE 2.

       01 WS-COUNTERS.
           05 WS-LINES-READ       PIC 9(7) VALUE 0.
           05 WS-LINES-REVERSED   PIC 9(7) VALUE 0.
           05 WS-LINES-REFUSED    PIC 9(7) VALUE 0.
           05 WS-LINES-KEPT       PIC 9(7) VALUE 0.
           05 WS-IDS-FREED        PIC 9(7) VALUE 0.
           05 WS-ITEMS-VOIDED     PIC 9(7) VALUE 0.
           05 WS-ACKS-FAILED      PIC 9(7) VALUE 0.
           05 WS-LEDGER-FAILURES  PIC 9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'REVERSAL-APPLY - APPROVED REVERSALS     '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(10) VALUE 'BATCH     '.
           05 FILLER          PIC X(10) VALUE 'ORDER     '.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER    '.
           05 FILLER          PIC X(3)  VALUE 'T  '.
           05 FILLER          PIC X(13) VALUE '       AMOUNT'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(32) VALUE 'RESULT'.
           05 FILLER          PIC X(22) VALUE 'REQUESTED BY'.
           05 FILLER          PIC X(28) VALUE 'APPROVED BY'.

       01 WS-DETAIL-LINE.
           05 DL-BATCH-ID     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-ORDER-ID     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TYPE         PIC X(1).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-AMOUNT       PIC Z(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-RESULT       PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-REQUESTED-BY PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-APPROVED-BY  PIC X(20).
           05 FILLER          PIC X(8) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(89) VALUE SPACES.

      * Applies the order reversals approved through two-person
      * control, ahead of the night's drain. For each approved line
      * the posting is undone in CUSTOMER_TABLE (DB2 is
      * authoritative for balance) - a sale credited back, a return
      * or payment debited again - and a linked reversal goes on
      * the ledger under the order's own ID: outcome ADJUST, type
      * 'C' or 'D' for the direction, the original amount, tax and
      * region, and reason text 'REVERSED', the original type, the
      * original line's write time and the batch ID, which is how
      * a line already reversed is known and never reversed twice.
      * A reversed sale's open item is taken down by the amount so
      * the lockbox and aging stop treating it as owed. The order
      * ID then comes off ORDHIST.KSDS, so the sender's corrected
      * resubmission under the same ID posts in tonight's drain
      * instead of being dead-lettered as a duplicate, and the
      * sender is told ORDERID|REVERSED|reason on ORDER-ACK-QUEUE.
      * A customer no longer in CUSTOMER_TABLE, or a line already
      * reversed, is refused and reported; a SQL error keeps the
      * line for the next night. The ledger line is dated to the
      * business day being closed, and a night whose posting period
      * is already closed applies nothing and keeps every line.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT REVERSAL-APPROVED-FILE.
           IF WS-APPROVED-STATUS NOT = '00'
               DISPLAY 'REVERSAL-APPLY - NO APPROVED REVERSALS TO '
                   'APPLY'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           IF BDT-PERIOD-CLOSED = 'YES'
               DISPLAY 'REVERSAL-APPLY - POSTING PERIOD '
                   BDT-POSTING-DATE(1:6)
                   ' IS CLOSED - ALL REVERSALS KEPT'
               CLOSE REVERSAL-APPROVED-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT = '00'
               MOVE 'REVAPPR.NEW' TO WS-FAILED-FILE
               MOVE WS-RETAINED-STATUS TO WS-FAILED-STATUS
               PERFORM LOG-OPEN-FAILURE
               CLOSE REVERSAL-APPROVED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT ORDER-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'ORDLEDG.DAT' TO WS-FAILED-FILE
               MOVE WS-LEDGER-STATUS TO WS-FAILED-STATUS
               PERFORM LOG-OPEN-FAILURE
               CLOSE REVERSAL-APPROVED-FILE
               CLOSE RETAINED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    No ORDHIST.KSDS yet means MQ-RECEIVER has never run and
      *    no order ID is remembered; any other failure would leave
      *    the IDs blocked, so nothing is reversed tonight.
           OPEN I-O ORDER-HISTORY-KSDS.
           EVALUATE WS-OHKSDS-STATUS
               WHEN '00'
                   MOVE 'YES' TO WS-HISTORY-ON
               WHEN '35'
                   MOVE 'NO' TO WS-HISTORY-ON
               WHEN OTHER
                   MOVE 'ORDHIST.KSDS' TO WS-FAILED-FILE
                   MOVE WS-OHKSDS-STATUS TO WS-FAILED-STATUS
                   PERFORM LOG-OPEN-FAILURE
                   CLOSE REVERSAL-APPROVED-FILE
                   CLOSE RETAINED-FILE
                   CLOSE ORDER-LEDGER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = '00'
               MOVE 'YES' TO WS-OPEN-ITEMS-ON
           END-IF.

           OPEN OUTPUT REVERSAL-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN REVAPPLY.RPT STATUS='
                   WS-RPT-STATUS ' - RESULTS ON THE JOB LOG ONLY'
           ELSE
               MOVE WS-RUN-DATE TO RH-RUN-DATE
               MOVE WS-REPORT-HEADING TO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
               MOVE WS-COLUMN-HEADING TO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ REVERSAL-APPROVED-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM APPLY-ONE-REVERSAL
                       PERFORM WRITE-DETAIL-LINE
                       IF WS-KEEP-LINE = 'YES'
                           ADD 1 TO WS-LINES-KEPT
                           MOVE REVERSAL-PENDING-RECORD
                               TO RETAINED-RECORD
                           WRITE RETAINED-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.

           CLOSE REVERSAL-APPROVED-FILE.
           CLOSE RETAINED-FILE.
           CLOSE ORDER-LEDGER-FILE.
           IF WS-HISTORY-ON = 'YES'
               CLOSE ORDER-HISTORY-KSDS
           END-IF.
           IF WS-OPEN-ITEMS-ON = 'YES'
               CLOSE OPEN-ITEM-FILE
           END-IF.
           PERFORM COPY-RETAINED-BACK.
           IF WS-RPT-STATUS = '00'
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REVERSAL-REPORT
           END-IF.

           DISPLAY 'REVERSAL-APPLY - READ ' WS-LINES-READ
               ' REVERSED ' WS-LINES-REVERSED
               ' REFUSED ' WS-LINES-REFUSED
               ' KEPT ' WS-LINES-KEPT.
           DISPLAY '  ORDER IDS FREED ' WS-IDS-FREED
               ' OPEN ITEMS TAKEN DOWN ' WS-ITEMS-VOIDED
               ' ACKS NOT SENT ' WS-ACKS-FAILED.
           IF WS-LINES-REFUSED > 0 OR WS-LINES-KEPT > 0
               OR WS-ACKS-FAILED > 0 OR WS-LEDGER-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       APPLY-ONE-REVERSAL.
           MOVE 'NO' TO WS-KEEP-LINE.
           MOVE SPACES TO WS-LINE-RESULT.
           MOVE RVP-LEDGER-LINE TO WS-ORIGINAL-LINE.
           MOVE RVP-LEDGER-LINE TO LEDGER-RECORD.
           MOVE LGR-ORDER-ID TO WS-ORIG-ORDER-ID.
           MOVE LGR-CUST-ID TO WS-ORIG-CUST-ID.
           MOVE LGR-ORDER-TYPE TO WS-ORIG-TYPE.
           MOVE LGR-TIMESTAMP(1:16) TO WS-ORIG-TIME.
           IF LGR-TOTAL-AMOUNT IS NUMERIC
               MOVE LGR-TOTAL-AMOUNT TO WS-REV-AMOUNT
           ELSE
               MOVE 0 TO WS-REV-AMOUNT
           END-IF.

           PERFORM CHECK-ALREADY-REVERSED.
           IF WS-ALREADY-REVERSED = 'YES'
               ADD 1 TO WS-LINES-REFUSED
               MOVE 'ALREADY REVERSED' TO WS-LINE-RESULT
           ELSE
               PERFORM REVERSE-BALANCE
           END-IF.

      *    The order's lines are read off the order-ID index; a
      *    reversal of this very line carries its write time in
      *    the reason text.
       CHECK-ALREADY-REVERSED.
           MOVE 'NO' TO WS-ALREADY-REVERSED.
           MOVE 'NO' TO WS-BROWSE-DONE.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-KSDS-STATUS = '00'
               MOVE WS-ORIG-ORDER-ID TO LGK-ORDER-ID
               START LEDGER-KSDS-FILE KEY IS EQUAL TO LGK-ORDER-ID
                   INVALID KEY MOVE 'YES' TO WS-BROWSE-DONE
               END-START
               PERFORM UNTIL WS-BROWSE-DONE = 'YES'
                   READ LEDGER-KSDS-FILE NEXT RECORD
                       AT END MOVE 'YES' TO WS-BROWSE-DONE
                       NOT AT END
                           IF LGK-ORDER-ID NOT = WS-ORIG-ORDER-ID
                               MOVE 'YES' TO WS-BROWSE-DONE
                           ELSE
                               MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                               IF LGR-OUTCOME = 'ADJUST'
                                   AND LGR-REASON-TEXT(1:9)
                                       = 'REVERSED '
                                   AND LGR-REASON-TEXT(12:16)
                                       = WS-ORIG-TIME
                                   MOVE 'YES' TO WS-ALREADY-REVERSED
                                   MOVE 'YES' TO WS-BROWSE-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-KSDS-FILE
           END-IF.

      *    Same sign convention as the posting it undoes: a sale
      *    took the balance down, so its reversal puts it back; a
      *    return or payment put it back, so its reversal takes it
      *    down again.
       REVERSE-BALANCE.
           IF WS-ORIG-TYPE = 'S'
               EXEC SQL
                   UPDATE CUSTOMER_TABLE
                   SET BALANCE = BALANCE + :WS-REV-AMOUNT
                   WHERE ID = :WS-ORIG-CUST-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CUSTOMER_TABLE
                   SET BALANCE = BALANCE - :WS-REV-AMOUNT
                   WHERE ID = :WS-ORIG-CUST-ID
               END-EXEC
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LINES-REVERSED
                   MOVE 'REVERSED' TO WS-LINE-RESULT
                   PERFORM WRITE-REVERSAL-LEDGER
                   PERFORM FREE-ORDER-ID
                   IF WS-ORIG-TYPE = 'S'
                       PERFORM TAKE-DOWN-OPEN-ITEM
                   END-IF
                   PERFORM SEND-REVERSAL-ACK
               WHEN 100
                   ADD 1 TO WS-LINES-REFUSED
                   MOVE 'CUSTOMER NOT IN CUSTOMER_TABLE'
                       TO WS-LINE-RESULT
               WHEN OTHER
                   MOVE 'YES' TO WS-KEEP-LINE
                   MOVE 'SQL ERROR - KEPT' TO WS-LINE-RESULT
                   DISPLAY 'SQL ERROR REVERSING ' WS-ORIG-ORDER-ID
                       ' SQLCODE=' SQLCODE
           END-EVALUATE.

       WRITE-REVERSAL-LEDGER.
           MOVE WS-ORIGINAL-LINE TO LEDGER-RECORD.
           IF WS-ORIG-TYPE = 'S'
               MOVE 'C' TO LGR-ORDER-TYPE
           ELSE
               MOVE 'D' TO LGR-ORDER-TYPE
           END-IF.
           MOVE WS-REV-AMOUNT TO LGR-TOTAL-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP.
           MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE.
           MOVE 'ADJUST' TO LGR-OUTCOME.
           MOVE SPACES TO LGR-REASON-TEXT.
           STRING 'REVERSED ' WS-ORIG-TYPE ' ' WS-ORIG-TIME ' '
               RVP-BATCH-ID DELIMITED BY SIZE
               INTO LGR-REASON-TEXT.
           WRITE LEDGER-RECORD.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'A' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
           ELSE
      *        The balance has already moved, so the line is not
      *        kept - a rerun would move it a second time. The gap
      *        is said loudly for a BALANCE-ADJUST-style repair.
               ADD 1 TO WS-LEDGER-FAILURES
               MOVE 'REVERSED - LEDGER NOT WRITTEN' TO WS-LINE-RESULT
               DISPLAY 'ERROR: REVERSAL LEDGER WRITE FAILED STATUS='
                   WS-LEDGER-STATUS ' ORDER ' WS-ORIG-ORDER-ID
               MOVE 'REVAPPLY' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E172' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'REVERSAL NOT ON LEDGER ORDER='
                   WS-ORIG-ORDER-ID ' CUST=' WS-ORIG-CUST-ID
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    An ID not on the history (never there, or freed by an
      *    earlier line of the same order) is simply already free.
       FREE-ORDER-ID.
           IF WS-HISTORY-ON = 'YES'
               MOVE WS-ORIG-ORDER-ID TO OH-KEY
               DELETE ORDER-HISTORY-KSDS RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-IDS-FREED
               END-DELETE
           END-IF.

      *    The reversed amount comes off what the item was raised
      *    for and off what is still open on it; an item with
      *    nothing left raised on it is VOID, one whose remaining
      *    charge is already paid is PAID.
       TAKE-DOWN-OPEN-ITEM.
           IF WS-OPEN-ITEMS-ON = 'YES'
               MOVE WS-ORIG-ORDER-ID TO OI-ORDER-ID
               READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-ORIGINAL > WS-REV-AMOUNT
                           SUBTRACT WS-REV-AMOUNT FROM OI-ORIGINAL
                       ELSE
                           MOVE 0 TO OI-ORIGINAL
                       END-IF
                       IF OI-OPEN > WS-REV-AMOUNT
                           SUBTRACT WS-REV-AMOUNT FROM OI-OPEN
                       ELSE
                           MOVE 0 TO OI-OPEN
                       END-IF
                       EVALUATE TRUE
                           WHEN OI-ORIGINAL = 0
                               MOVE 'VOID' TO OI-STATUS
                           WHEN OI-OPEN = 0
                               MOVE 'PAID' TO OI-STATUS
                       END-EVALUATE
                       REWRITE OPEN-ITEM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-ITEMS-VOIDED
                       END-REWRITE
               END-READ
           END-IF.

      *    The reversal stands whether or not the sender hears of
      *    it - a failed put is logged for follow-up, not undone.
       SEND-REVERSAL-ACK.
           MOVE SPACES TO WS-PUT-MSG.
           STRING FUNCTION TRIM(WS-ORIG-ORDER-ID) DELIMITED BY SIZE
               '|REVERSED|' DELIMITED BY SIZE
               FUNCTION TRIM(RVP-REASON) DELIMITED BY SIZE
               INTO WS-PUT-MSG.
           MOVE WS-ACK-QNAME TO MQ-PUT-QUEUE-NAME.
           PERFORM PUT-WITH-RETRY.
           IF WS-PUT-OK = 'NO'
               ADD 1 TO WS-ACKS-FAILED
               DISPLAY 'WARNING: REVERSAL ACK NOT SENT FOR '
                   WS-ORIG-ORDER-ID
               MOVE 'REVAPPLY' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E170' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'REVERSAL ACK PUT FAILED FOR '
                   WS-ORIG-ORDER-ID DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       PUT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'NO' TO WS-PUT-OK.
           PERFORM UNTIL WS-PUT-OK = 'YES'
                   OR WS-RETRY-COUNT >= WS-RETRY-MAX
               MOVE WS-PUT-MSG TO MQ-PUT-MESSAGE
               MOVE SPACES TO MQ-PUT-STATUS
               EXEC CICS LINK PROGRAM('MQPUT')
                   COMMAREA(WS-MQPUT-COMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND MQ-PUT-STATUS = '00'
                   MOVE 'YES' TO WS-PUT-OK
               ELSE
                   ADD 1 TO WS-RETRY-COUNT
                   IF WS-RETRY-COUNT < WS-RETRY-MAX
                       EXEC CICS DELAY
                           FOR SECONDS(WS-RETRY-WAIT)
                           END-EXEC
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DETAIL-LINE.
           DISPLAY 'REVERSAL ' RVP-BATCH-ID ' ' WS-ORIG-ORDER-ID
               ' ' WS-ORIG-CUST-ID ' - ' WS-LINE-RESULT.
           IF WS-RPT-STATUS = '00'
               MOVE RVP-BATCH-ID TO DL-BATCH-ID
               MOVE WS-ORIG-ORDER-ID TO DL-ORDER-ID
               MOVE WS-ORIG-CUST-ID TO DL-CUST-ID
               MOVE WS-ORIG-TYPE TO DL-TYPE
               MOVE WS-REV-AMOUNT TO DL-AMOUNT
               MOVE WS-LINE-RESULT TO DL-RESULT
               MOVE RVP-REQUESTED-BY TO DL-REQUESTED-BY
               MOVE RVP-APPROVED-BY TO DL-APPROVED-BY
               MOVE WS-DETAIL-LINE TO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'LINES READ' TO TL-LABEL.
           MOVE WS-LINES-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'LINES REVERSED' TO TL-LABEL.
           MOVE WS-LINES-REVERSED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'LINES REFUSED' TO TL-LABEL.
           MOVE WS-LINES-REFUSED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'LINES KEPT FOR THE NEXT RUN' TO TL-LABEL.
           MOVE WS-LINES-KEPT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'ORDER IDS FREED FOR RESUBMISSION' TO TL-LABEL.
           MOVE WS-IDS-FREED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'OPEN ITEMS TAKEN DOWN' TO TL-LABEL.
           MOVE WS-ITEMS-VOIDED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 'ACKNOWLEDGMENTS NOT SENT' TO TL-LABEL.
           MOVE WS-ACKS-FAILED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.

      *    REVAPPR.DAT ends the step holding only the lines kept
      *    for another night - applied and refused lines are done
      *    with, and the report is their record.
       COPY-RETAINED-BACK.
           OPEN INPUT RETAINED-FILE.
           OPEN OUTPUT REVERSAL-APPROVED-FILE.
           IF WS-APPROVED-STATUS NOT = '00'
               OR WS-RETAINED-STATUS NOT = '00'
               PERFORM LOG-CARRY-FAILURE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RETAINED-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RETAINED-RECORD
                               TO REVERSAL-PENDING-RECORD
                           WRITE REVERSAL-PENDING-RECORD
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           CLOSE RETAINED-FILE.
           CLOSE REVERSAL-APPROVED-FILE.

      *    Left as it was, REVAPPR.DAT still lists tonight's applied
      *    lines - harmless, since the next run finds each one
      *    already reversed on the ledger, but said loudly.
       LOG-CARRY-FAILURE.
           ADD 1 TO WS-LINES-KEPT.
           DISPLAY 'WARNING: REVAPPR.DAT NOT CARRIED FORWARD - '
               'STATUS=' WS-APPROVED-STATUS
               ' NEW STATUS=' WS-RETAINED-STATUS.
           MOVE 'REVAPPLY' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E171' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           MOVE 'REVAPPR.DAT NOT CARRIED FORWARD THROUGH REVAPPR.NEW'
               TO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

       LOG-OPEN-FAILURE.
           DISPLAY 'ERROR: UNABLE TO OPEN ' WS-FAILED-FILE
               ' STATUS=' WS-FAILED-STATUS.
           MOVE 'REVAPPLY' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E169' TO ERR-CODE.
           MOVE 'FATAL' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'UNABLE TO OPEN ' WS-FAILED-FILE
               ' STATUS=' WS-FAILED-STATUS DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
