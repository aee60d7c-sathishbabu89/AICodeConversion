       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-REVERSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The keyed ledger, browsed along its order-ID index from
      *    the first order in the range to the last.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REVERSAL-PENDING-FILE ASSIGN TO 'REVPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
      *    One-line counter behind the batch IDs, kept the way
      *    BALANCE-ADJUST keeps ADJSEQ.DAT.
           SELECT REV-SEQ-FILE ASSIGN TO 'REVSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       FD REVERSAL-PENDING-FILE.
       COPY "REVPEND.cpy".

       FD REV-SEQ-FILE.
       01 REV-SEQ-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-PEND-STATUS   PIC XX.
       01 WS-SEQ-STATUS    PIC XX.
       01 WS-REV-SEQ       PIC 9(6) VALUE 0.
       01 WS-BATCH-ID      PIC X(8) VALUE SPACES.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-BROWSE-DONE   PIC X(3) VALUE 'NO'.
       01 WS-CONFIRM       PIC X(1).

      *    What the operator keys: a write-time window to the
      *    minute (YYYYMMDDHHMM), an order-ID range (blank from is
      *    the first order, blank to the last) and a source queue
      *    (blank is any queue), plus why the batch is bad.
       01 WS-FROM-TIME     PIC X(12).
       01 WS-TO-TIME       PIC X(12).
       01 WS-FROM-ORDER    PIC X(8).
       01 WS-TO-ORDER      PIC X(8).
       01 WS-SOURCE-QUEUE  PIC X(20).
       01 WS-REASON        PIC X(30).
       01 WS-SELECTION-OK  PIC X(3) VALUE 'YES'.

      *    The lines picked, in order-ID order. An order's lines are
      *    read together, so its candidates are gathered from
      *    WS-GROUP-START on and any already reversed are dropped
      *    once the next order starts - the reversal may sit ahead
      *    of the line it reverses on the index after a merge, so
      *    the whole order is seen before anything is kept.
       01 WS-SEL-COUNT     PIC 9(4) VALUE 0.
       01 WS-SEL-IDX       PIC 9(4) VALUE 0.
       01 WS-KEEP-IDX      PIC 9(4) VALUE 0.
       01 WS-SEL-OVERFLOW  PIC X(3) VALUE 'NO'.
       01 WS-SEL-TABLE.
           05 WS-SEL-LINE OCCURS 500 TIMES PIC X(162).
       01 WS-GROUP-ORDER   PIC X(8) VALUE SPACES.
       01 WS-GROUP-START   PIC 9(4) VALUE 1.
       01 WS-DONE-COUNT    PIC 9(2) VALUE 0.
       01 WS-DONE-IDX      PIC 9(2) VALUE 0.
       01 WS-DONE-FOUND    PIC X(3) VALUE 'NO'.
       01 WS-DONE-TABLE.
           05 WS-DONE-TIME OCCURS 50 TIMES PIC X(16).

       01 WS-SALES-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-CREDITS-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-EDIT   PIC Z(6)9.99.
       01 WS-TOTAL-EDIT    PIC Z(8)9.99.
       01 WS-COUNT-EDIT    PIC ZZZ9.

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "ORDLEDG.cpy".
       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * The maker half of bulk order reversal. When a sender has fed
      * a bad batch - wrong prices, a replayed file, a test feed
      * pointed at production - the operator picks its posted lines
      * off the keyed ledger by write-time window, order-ID range
      * and the queue MQ-RECEIVER drained them from, and sees every
      * line listed with the totals before anything is asked for.
      * Only POSTED sales, returns and payments are taken; lines
      * already reversed are left out, and so are adjustments,
      * charges and lockbox cash, which have their own correction
      * paths. Confirmed, the lines go to REVPEND.DAT under one
      * batch ID with the requester's name - nothing moves here. A
      * different signed-on user approves the batch in
      * REVERSAL-REVIEW, and the nightly REVERSAL-APPLY step puts
      * each reversal on the balance and the ledger, frees the
      * order ID for a corrected resubmission and tells the sender.
      * A selection over 500 lines is refused whole rather than cut
      * short - narrow the window or the range.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           DISPLAY 'Enter From Time (YYYYMMDDHHMM): '.
           ACCEPT WS-FROM-TIME.
           DISPLAY 'Enter To Time (YYYYMMDDHHMM): '.
           ACCEPT WS-TO-TIME.
           DISPLAY 'Enter From Order ID (Blank = First): '.
           ACCEPT WS-FROM-ORDER.
           DISPLAY 'Enter To Order ID (Blank = Last): '.
           ACCEPT WS-TO-ORDER.
           DISPLAY 'Enter Source Queue (Blank = Any): '.
           ACCEPT WS-SOURCE-QUEUE.
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-QUEUE)
               TO WS-SOURCE-QUEUE.
           DISPLAY 'Enter Reason For Reversal: '.
           ACCEPT WS-REASON.
           PERFORM EDIT-SELECTION.
           IF WS-SELECTION-OK = 'NO'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM SELECT-LEDGER-LINES.
           IF WS-SELECTION-OK = 'NO'
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF WS-SEL-OVERFLOW = 'YES'
               DISPLAY 'Selection Over 500 Lines - Narrow The Window '
                   'Or The Order Range'
               MOVE 'OVER 500 LINES' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF WS-SEL-COUNT = 0
               DISPLAY 'No Posted Lines Match - Nothing To Reverse'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LIST-SELECTED-LINES.
           DISPLAY 'Queue These Lines For Reversal? (Y/N): '.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM = 'Y'
               PERFORM WRITE-PENDING-BATCH
           ELSE
               DISPLAY 'Nothing Queued'
           END-IF.
           EXEC CICS RETURN END-EXEC.

      *    Both ends of the window are required and must be real
      *    minute stamps in order; an order range must run forward;
      *    and a reversal always says why.
       EDIT-SELECTION.
           MOVE 'YES' TO WS-SELECTION-OK.
           IF WS-FROM-TIME NOT NUMERIC OR WS-TO-TIME NOT NUMERIC
               DISPLAY 'Window Times Must Be YYYYMMDDHHMM'
               MOVE 'NO' TO WS-SELECTION-OK
           ELSE
               IF WS-FROM-TIME > WS-TO-TIME
                   DISPLAY 'From Time Is After To Time'
                   MOVE 'NO' TO WS-SELECTION-OK
               END-IF
           END-IF.
           IF WS-FROM-ORDER = SPACES
               MOVE LOW-VALUES TO WS-FROM-ORDER
           END-IF.
           IF WS-TO-ORDER = SPACES
               MOVE HIGH-VALUES TO WS-TO-ORDER
           END-IF.
           IF WS-FROM-ORDER > WS-TO-ORDER
               DISPLAY 'From Order ID Is After To Order ID'
               MOVE 'NO' TO WS-SELECTION-OK
           END-IF.
           IF WS-REASON = SPACES
               DISPLAY 'Reason Required'
               MOVE 'NO' TO WS-SELECTION-OK
           END-IF.

       SELECT-LEDGER-LINES.
           MOVE 0 TO WS-SEL-COUNT.
           MOVE 1 TO WS-GROUP-START.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE SPACES TO WS-GROUP-ORDER.
           MOVE 'NO' TO WS-BROWSE-DONE.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'Ledger Not Available - ORDLEDG.KSDS STATUS='
                   WS-LEDGER-STATUS
               MOVE 'NO' TO WS-SELECTION-OK
           ELSE
               MOVE WS-FROM-ORDER TO LGK-ORDER-ID
               START LEDGER-KSDS-FILE
                   KEY IS NOT LESS THAN LGK-ORDER-ID
                   INVALID KEY MOVE 'YES' TO WS-BROWSE-DONE
               END-START
               PERFORM UNTIL WS-BROWSE-DONE = 'YES'
                   READ LEDGER-KSDS-FILE NEXT RECORD
                       AT END MOVE 'YES' TO WS-BROWSE-DONE
                       NOT AT END
                           IF LGK-ORDER-ID > WS-TO-ORDER
                               MOVE 'YES' TO WS-BROWSE-DONE
                           ELSE
                               PERFORM TAKE-ONE-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CLOSE-ORDER-GROUP
               CLOSE LEDGER-KSDS-FILE
           END-IF.

       TAKE-ONE-LEDGER-LINE.
           IF LGK-ORDER-ID NOT = WS-GROUP-ORDER
               PERFORM CLOSE-ORDER-GROUP
               MOVE LGK-ORDER-ID TO WS-GROUP-ORDER
               COMPUTE WS-GROUP-START = WS-SEL-COUNT + 1
               MOVE 0 TO WS-DONE-COUNT
           END-IF.
           MOVE LGK-LEDGER-LINE TO LEDGER-RECORD.
      *    A reversal names the write time of the line it undid.
           IF LGR-OUTCOME = 'ADJUST'
               AND LGR-REASON-TEXT(1:9) = 'REVERSED '
               IF WS-DONE-COUNT < 50
                   ADD 1 TO WS-DONE-COUNT
                   MOVE LGR-REASON-TEXT(12:16)
                       TO WS-DONE-TIME(WS-DONE-COUNT)
               END-IF
           END-IF.
           IF LGR-OUTCOME = 'POSTED'
               AND (LGR-ORDER-TYPE = 'S' OR LGR-ORDER-TYPE = 'R'
                   OR LGR-ORDER-TYPE = 'P')
               AND LGR-TIMESTAMP(1:12) NOT < WS-FROM-TIME
               AND LGR-TIMESTAMP(1:12) NOT > WS-TO-TIME
               AND (WS-SOURCE-QUEUE = SPACES
                   OR LGR-SOURCE-QUEUE = WS-SOURCE-QUEUE)
               IF WS-SEL-COUNT < 500
                   ADD 1 TO WS-SEL-COUNT
                   MOVE LEDGER-RECORD TO WS-SEL-LINE(WS-SEL-COUNT)
               ELSE
                   MOVE 'YES' TO WS-SEL-OVERFLOW
                   MOVE 'YES' TO WS-BROWSE-DONE
               END-IF
           END-IF.

      *    Drops the finished order's candidates that a reversal
      *    line already answers for, closing the gap behind them.
       CLOSE-ORDER-GROUP.
           IF WS-DONE-COUNT > 0
               MOVE WS-GROUP-START TO WS-KEEP-IDX
               PERFORM VARYING WS-SEL-IDX FROM WS-GROUP-START BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   MOVE WS-SEL-LINE(WS-SEL-IDX) TO LEDGER-RECORD
                   PERFORM CHECK-LINE-REVERSED
                   IF WS-DONE-FOUND = 'NO'
                       MOVE WS-SEL-LINE(WS-SEL-IDX)
                           TO WS-SEL-LINE(WS-KEEP-IDX)
                       ADD 1 TO WS-KEEP-IDX
                   END-IF
               END-PERFORM
               COMPUTE WS-SEL-COUNT = WS-KEEP-IDX - 1
               MOVE 0 TO WS-DONE-COUNT
           END-IF.

       CHECK-LINE-REVERSED.
           MOVE 'NO' TO WS-DONE-FOUND.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-TIME(WS-DONE-IDX) = LGR-TIMESTAMP(1:16)
                   MOVE 'YES' TO WS-DONE-FOUND
               END-IF
           END-PERFORM.

       LIST-SELECTED-LINES.
           MOVE 0 TO WS-SALES-TOTAL.
           MOVE 0 TO WS-CREDITS-TOTAL.
           DISPLAY 'ORDER    CUSTOMER   T     AMOUNT  POSTED AT'
               '                   QUEUE'.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-LINE(WS-SEL-IDX) TO LEDGER-RECORD
               MOVE LGR-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY LGR-ORDER-ID ' ' LGR-CUST-ID ' '
                   LGR-ORDER-TYPE ' ' WS-AMOUNT-EDIT '  '
                   LGR-TIMESTAMP ' ' LGR-SOURCE-QUEUE
               IF LGR-ORDER-TYPE = 'S'
                   ADD LGR-TOTAL-AMOUNT TO WS-SALES-TOTAL
               ELSE
                   ADD LGR-TOTAL-AMOUNT TO WS-CREDITS-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-SEL-COUNT TO WS-COUNT-EDIT.
           DISPLAY 'LINES SELECTED: ' WS-COUNT-EDIT.
           MOVE WS-SALES-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY 'SALES TO CREDIT BACK:         ' WS-TOTAL-EDIT.
           MOVE WS-CREDITS-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY 'RETURNS/PAYMENTS TO DEBIT:    ' WS-TOTAL-EDIT.

       WRITE-PENDING-BATCH.
           PERFORM NEXT-BATCH-ID.
           OPEN EXTEND REVERSAL-PENDING-FILE.
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT REVERSAL-PENDING-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN REVPEND.DAT STATUS='
                   WS-PEND-STATUS ' - Nothing Queued'
               MOVE 'QUEUE FAILED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   MOVE SPACES TO REVERSAL-PENDING-RECORD
                   MOVE WS-BATCH-ID TO RVP-BATCH-ID
                   MOVE SESS-USERNAME TO RVP-REQUESTED-BY
                   MOVE FUNCTION CURRENT-DATE TO RVP-REQUESTED-AT
                   MOVE WS-REASON TO RVP-REASON
                   MOVE WS-SEL-LINE(WS-SEL-IDX) TO RVP-LEDGER-LINE
                   WRITE REVERSAL-PENDING-RECORD
               END-PERFORM
               CLOSE REVERSAL-PENDING-FILE
               DISPLAY 'Batch ' WS-BATCH-ID ' Queued - '
                   WS-COUNT-EDIT ' Lines Await A Second Approver'
               MOVE SPACES TO AUD-RESULT
               STRING 'REQUESTED ' WS-COUNT-EDIT ' LINES'
                   DELIMITED BY SIZE INTO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       NEXT-BATCH-ID.
           MOVE 0 TO WS-REV-SEQ.
           OPEN INPUT REV-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ REV-SEQ-FILE
                   NOT AT END
                       IF REV-SEQ-RECORD IS NUMERIC
                           MOVE REV-SEQ-RECORD TO WS-REV-SEQ
                       END-IF
               END-READ
               CLOSE REV-SEQ-FILE
           END-IF.
           IF WS-REV-SEQ >= 999999
               MOVE 0 TO WS-REV-SEQ
           END-IF.
           ADD 1 TO WS-REV-SEQ.
           OPEN OUTPUT REV-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-REV-SEQ TO REV-SEQ-RECORD
               WRITE REV-SEQ-RECORD
               CLOSE REV-SEQ-FILE
           ELSE
               DISPLAY 'WARNING: UNABLE TO WRITE REVSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - SEQUENCE NOT PERSISTED'
           END-IF.
           MOVE SPACES TO WS-BATCH-ID.
           STRING 'RB' WS-REV-SEQ
               DELIMITED BY SIZE INTO WS-BATCH-ID.

       CHECK-SESSION.
      *    This transaction is always entered cold at a terminal (no
      *    COMMAREA caller to inherit trust from), so it is gated by
      *    a SESS queue left behind by a successful LOGIN on this
      *    same EIBTRMID, same as CUSTOMER-MAINT's CHECK-SESSION.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'C' TO SC-GROUP-REQUIRED.
           EXEC CICS LINK PROGRAM('SESSION-CHECK')
               COMMAREA(WS-SESSCHK-COMMAREA)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SC-RETURN-CODE = '00'
               MOVE SC-USERNAME TO SESS-USERNAME
           ELSE
               EVALUATE SC-RETURN-CODE
                   WHEN 'EX'
                       DISPLAY 'Session Expired - Please LOGIN '
                           'Again'
                   WHEN 'NG'
                       DISPLAY 'Not Authorized For This '
                           'Transaction'
                   WHEN OTHER
                       DISPLAY 'Session Not Authenticated - '
                           'Please LOGIN First'
               END-EVALUATE
               MOVE 'YES' TO WS-NOT-AUTHENTICATED
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'ORDREV' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-BATCH-ID TO AUD-ENTITY-ID.
           MOVE 'REVREQ' TO AUD-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
