           ACCESS MODE IS RANDOM
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OHKSDS-STATUS.
      *    The keyed ledger, browsed by customer for the day's sales
      *    count behind the burst check. Written only through
      *    LEDGER-WRITER, so it is opened here for input alone.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-LGK-STATUS.
      *    Valid sales stopped by the credit-limit check - not dead
      *    letters - appended here for the credit team's review
      *    transaction to release or refuse.
           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      *    Item-level history of every posted sale and return line,
      *    appended for the sales-by-item report.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-DETAIL-STATUS.
      *    Negotiated prices per customer and item, browsed on the
      *    customer/item pair so the contract in force is found.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-CONTRACT-STATUS.
      *    Sales tax rate per region, kept by REGION-MAINT.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.
      *    Stock on hand per item, read and rewritten one line at a
      *    time as sales take quantity out and returns put it back.
           SELECT STOCK-KSDS ASSIGN TO 'STOCK.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.
      *    Sale lines the stock could not cover - appended, never
      *    billed here, for BACKORDER-RELEASE to fill later.
           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.
      *    Open dispute cases, browsed per customer on the alternate
      *    key so the credit check can leave queried charges out.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-ORDER-ID
           ALTERNATE RECORD KEY IS DSP-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-DISPUTE-STATUS.
      *    Each customer's ordering pattern, rebuilt nightly by
      *    ORDER-PATTERN from their posted ledger history.
           SELECT CUSTOMER-PATTERN-FILE ASSIGN TO 'CUSTPATT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAT-CUST-ID
           FILE STATUS IS WS-PATTERN-STATUS.
      *    Who may put orders on the order queues, and within what
      *    limits - maintained through PARTNER-MAINT.
           SELECT PARTNER-FILE ASSIGN TO 'PARTNER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTNER-STATUS.
           SELECT PARTNER-CUSTOMER-FILE ASSIGN TO 'PARTCUST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ORDER-HISTORY-KEY-RECORD.
           05 OH-KEY PIC X(8).

       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       FD SALES-DETAIL-FILE.
       COPY "SALESDTL.cpy".

       FD CONTRACT-FILE.
       COPY "CONTRPRC.cpy".

       FD TAX-RATE-FILE.
       COPY "TAXRATE.cpy".

       FD STOCK-KSDS.
       COPY "STOCKREC.cpy".

       FD BACKORDER-FILE.
       COPY "BACKORD.cpy".

       FD DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD CUSTOMER-PATTERN-FILE.
       COPY "CUSTPATT.cpy".

       FD PARTNER-FILE.
       COPY "PARTNER.cpy".

       FD PARTNER-CUSTOMER-FILE.
       COPY "PARTCUST.cpy".

       WORKING-STORAGE SECTION.
      *    Wide enough for an order carrying its full five line
      *    items on the wire - the old single-item messages still
       01 WS-HELD-STATUS PIC XX.
       01 WS-RELEASE-STATUS PIC XX.
       01 WS-ITEM-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-BACKORDER-STATUS PIC XX.

       01 WS-CONTROL-LINE.
           05 WS-CTL-LABEL    PIC X(20).
           05 WS-ORDERS-POSTED       PIC 9(7) VALUE 0.
           05 WS-ORDERS-DEAD-LETTER  PIC 9(7) VALUE 0.
           05 WS-ORDERS-HELD         PIC 9(7) VALUE 0.
           05 WS-ORDERS-HELD-PATTERN PIC 9(7) VALUE 0.
           05 WS-SALES-POSTED        PIC 9(7) VALUE 0.
           05 WS-RETURNS-POSTED      PIC 9(7) VALUE 0.
           05 WS-PAYMENTS-POSTED     PIC 9(7) VALUE 0.
           05 WS-LINES-BACKORDERED   PIC 9(7) VALUE 0.

      *    Credit-limit gate on sales: the customer's limit arrives
      *    with the standing check's commarea, the live balance is
               10 WS-ITM-CODE   PIC X(10).
               10 WS-ITM-PRICE  PIC 9(7)V99.
               10 WS-ITM-ACTIVE PIC X(1).

      *    Sales tax on sales and returns, at the rate TAXRATE.DAT
      *    holds for the customer's region (the region comes back
      *    with the standing check). The tax is added into
      *    WS-BILLED-AMOUNT, so the balance moves by the gross
      *    figure, and is also carried separately on the ledger
      *    line as LGR-TAX-AMOUNT for the tax liability report.
      *    Payments carry no tax, and a region with no rate on the
      *    table is taxed at zero. A backordered line has its own
      *    tax worked at today's rate and parked with it, so the
      *    rate in force when the order arrived is the rate billed
      *    when it ships.
       01 WS-TAX-STATUS       PIC XX.
       01 WS-TAX-RATE         PIC 9V9(4) VALUE 0.
       01 WS-TAX-AMOUNT       PIC 9(7)V99 VALUE 0.
       01 WS-PROJECTED-TAX    PIC 9(7)V99 VALUE 0.
       01 WS-TAX-REGION       PIC X(10) VALUE SPACES.
       01 WS-TAX-COUNT        PIC 9(2) VALUE 0.
       01 WS-TAX-IDX          PIC 9(2) VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 50 TIMES.
               10 WS-TXR-REGION PIC X(10).
               10 WS-TXR-RATE   PIC 9V9(4).

      *    A customer with a negotiated price for an item is checked
      *    against that contract price, not the list price - a large
      *    account's correctly priced order used to blow the list
      *    tolerance and land in the dead-letter file. The contract
      *    must be in force on the day the order is drained; with
      *    none (or no CONTRACT.KSDS at all) the list price applies
      *    as before.
       01 WS-CONTRACT-STATUS  PIC XX.
       01 WS-CONTRACTS-ON     PIC X(3) VALUE 'NO'.
       01 WS-CONTRACT-EOF     PIC X(3) VALUE 'NO'.
       01 WS-CONTRACT-FOUND   PIC X(3) VALUE 'NO'.
       01 WS-PRICE-DATE       PIC X(8).
       01 WS-REL-COUNT        PIC 9(4) VALUE 0.
       01 WS-REL-IDX          PIC 9(4) VALUE 0.
       01 WS-RELEASED-ORDERS-TABLE.
       01 WS-CREDIT-LIMIT     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TBL-BALANCE      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PROJECTED-BALANCE PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DISPUTE-STATUS   PIC XX.
       01 WS-DISPUTES-ON      PIC X(3) VALUE 'NO'.
       01 WS-DISPUTE-EOF      PIC X(3) VALUE 'NO'.
       01 WS-DISPUTED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE 0.

      *    Pattern gate on sales, after the credit gate: a sale worth
      *    more than WS-PATTERN-VALUE-FACTOR times the customer's
      *    average posted sale, and more than the largest they have
      *    ever had posted in the window, is held; so is the sale
      *    that takes the customer's sales for the posting date
      *    past WS-BURST-FACTOR times their busiest day. A customer
      *    with fewer than WS-PATTERN-MIN-SALES sales in the window
      *    has no value pattern yet, and a burst ceiling below
      *    WS-BURST-MINIMUM is raised to it, so a new or occasional
      *    customer is judged on the floor alone. The day's count is
      *    taken from ORDLEDG.KSDS, not kept by the run, so it spans
      *    every intraday task and the nightly drain alike; without
      *    the keyed ledger the burst half of the gate stands down,
      *    said out loud. Released orders and a missing
      *    CUSTPATT.KSDS stand the whole gate down, the latter also
      *    said out loud.
       01 WS-PATTERN-STATUS   PIC XX.
       01 WS-PATTERNS-ON      PIC X(3) VALUE 'NO'.
       01 WS-PATTERN-OK       PIC X(3) VALUE 'YES'.
       01 WS-PATTERN-HOLD     PIC X(3) VALUE 'NO'.
       01 WS-PATTERN-MIN-SALES    PIC 9(3) VALUE 5.
       01 WS-PATTERN-VALUE-FACTOR PIC 9(3) VALUE 10.
       01 WS-BURST-FACTOR     PIC 9(2) VALUE 3.
       01 WS-BURST-MINIMUM    PIC 9(3) VALUE 5.
       01 WS-PATTERN-CEILING  PIC 9(9)V99 VALUE 0.
       01 WS-BURST-CEILING    PIC 9(5) VALUE 0.
       01 WS-RUN-SALES        PIC 9(5) VALUE 0.
       01 WS-LGK-STATUS       PIC XX.
       01 WS-LGK-EOF          PIC X(3) VALUE 'NO'.
       01 WS-BURST-WARNED     PIC X(3) VALUE 'NO'.
       01 WS-BURST-POST-DATE  PIC 9(8) VALUE 0.
       01 WS-BURST-FROM-DATE  PIC 9(8) VALUE 0.
       01 WS-BURST-LINE-DATE  PIC X(8).

      *    Every order ID this program has ever POSTED lives in
      *    ORDHIST.KSDS, read directly per message and written once
       01 WS-OHKSDS-STATUS    PIC XX.
       01 WS-DUP-ORDER-FOUND  PIC X(3) VALUE 'NO'.

      *    Stock control on sales: each line is checked against
      *    STOCK.KSDS before the balance moves, and a line the stock
      *    on hand cannot cover is marked 'N' in WS-LINE-FILL and
      *    left out of the amount billed - WS-BILLED-AMOUNT is what
      *    actually posts and what the ledger records, the order
      *    total less its backordered lines. Quantities only move
      *    once the posting is acknowledged, the same rule the
      *    ledger follows, so a rolled-back message never leaves
      *    stock short. An item with no stock record is not stock-
      *    controlled and always fills, and a STOCK.KSDS that will
      *    not open stands the control down for the run, said out
      *    loud - the same posture as the item price master.
       01 WS-STOCK-ON         PIC X(3) VALUE 'YES'.
       01 WS-BILLED-AMOUNT    PIC S9(7)V99 VALUE 0.
       01 WS-BACKORDER-LINES  PIC 9(1) VALUE 0.
       01 WS-STOCK-IDX        PIC 9(2) VALUE 0.
       01 WS-PRIOR-IDX        PIC 9(2) VALUE 0.
       01 WS-QTY-WANTED       PIC 9(7) VALUE 0.
       01 WS-LINE-FILL-TABLE.
           05 WS-LINE-FILL OCCURS 5 TIMES PIC X(1).

      *    One SALESDTL.DAT line per posted item, written alongside
      *    the stock movement once the posting stands. The file is
      *    history for the sales report, not a money control, so one
      *    that will not open is logged and the drain carries on.
       01 WS-SALES-DETAIL-STATUS PIC XX.
       01 WS-SALES-DETAIL-ON  PIC X(3) VALUE 'NO'.

      *    Trading-partner gate, ahead of everything else an order
      *    is judged on: the message's authentication trailer is
      *    split off before parsing, the partner it names must be
      *    on PARTNER.DAT and ACTIVE, the check value must be the
      *    one MESSAGE-CHECK-VALUE makes from the body and that
      *    partner's secret, and the order must sit inside the
      *    partner's queues, order types, customers and maximum
      *    value. Anything else is dead-lettered naming which test
      *    it failed. The master is loaded once per run; without
      *    it no message can be trusted, so the queue is left
      *    undrained rather than emptied into the dead-letter file.
       01 WS-PARTNER-STATUS   PIC XX.
       01 WS-PARTCUST-STATUS  PIC XX.
       01 WS-PARTNER-OK       PIC X(3) VALUE 'YES'.
       01 WS-MSG-BODY         PIC X(200).
       01 WS-AUTH-TRAILER     PIC X(30).
       01 WS-MSG-PARTNER      PIC X(8).
       01 WS-MSG-CHECK-TEXT   PIC X(10).
       01 WS-PARTNER-COUNT    PIC 9(3) VALUE 0.
       01 WS-PTN-IDX          PIC 9(3) VALUE 0.
       01 WS-PTN-SCAN-IDX     PIC 9(3) VALUE 0.
       01 WS-PTN-QUEUE-IDX    PIC 9(1) VALUE 0.
       01 WS-PTN-FOUND        PIC X(3) VALUE 'NO'.
       01 WS-PARTNER-TABLE.
           05 WS-PARTNER-ENTRY OCCURS 100 TIMES.
               10 WS-PT-ID        PIC X(8).
               10 WS-PT-STATUS    PIC X(6).
               10 WS-PT-SECRET    PIC X(20).
               10 WS-PT-QUEUE     PIC X(20) OCCURS 5 TIMES.
               10 WS-PT-TYPES     PIC X(3).
               10 WS-PT-CUST-RULE PIC X(1).
               10 WS-PT-MAX-ORDER PIC 9(7)V99.
       01 WS-PARTCUST-COUNT   PIC 9(4) VALUE 0.
       01 WS-PARTCUST-IDX     PIC 9(4) VALUE 0.
       01 WS-PARTCUST-TABLE.
           05 WS-PARTCUST-ENTRY OCCURS 2000 TIMES.
               10 WS-PC-PARTNER-ID PIC X(8).
               10 WS-PC-CUST-ID    PIC X(10).

       COPY "ORDREC.cpy".
       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".

      *    The business day this drain posts to, fetched once at the
      *    start - orders drained after midnight, or by a rerun the
      *    next morning, still belong to the day being closed.
       COPY "BUSDATE.cpy".
       COPY "PARMSVC.cpy".
       COPY "MSGCHK.cpy".

      *    'NO' when the order's customer ID is in the system form
      *    but its check digit is wrong - a mistyped number that
      *    may well belong to some other customer, so it is
      *    dead-lettered before the lookup could find that one. A
      *    legacy ID has no digit to check and goes through.
       01 WS-CUST-ID-OK       PIC X(3) VALUE 'YES'.
       COPY "CUSTIDSV.cpy".

      *    Commarea LINKed to GET-CUSTOMER before an order is posted,
      *    so a suspended or closed account is dead-lettered instead
               10 WS-QN-POSTED   PIC 9(7).
               10 WS-QN-DEADLTR  PIC 9(7).

      *    Intraday posting. MQ-INTRADAY, started by the queue
      *    trigger as orders arrive, calls this program with an
      *    INTRADAY token and the one queue that fired, so an order
      *    is posted within moments through exactly the checks,
      *    ledger and acknowledgment the nightly drain uses. The
      *    two never drain one queue at once: each holds a CICS ENQ
      *    on MQRECV plus the queue name - the nightly drain for
      *    its whole pass, waiting out at most the one message an
      *    intraday task has in hand; an intraday task one message
      *    at a time, without waiting, and a task that finds the
      *    queue taken ends and leaves the rest to whoever has it.
      *    The operator switch is INTRADAY under MQ-RECEIVER on the
      *    run-parameter registry: OFF stops intraday posting from
      *    the next message on, ON (or no entry) lets it run, and
      *    the orders simply wait on the queue meanwhile. The
      *    nightly MAXMSG/CUTOFF budget is the batch window's and
      *    does not apply to an intraday task. Both also take the
      *    ledger-file lock (POSTLOCK.cpy) with the queue's: while
      *    the nightly chain or a rebuild holds it, an intraday
      *    task posts nothing and the orders wait on the queue.
       01 WS-INTRADAY-RUN     PIC X(3) VALUE 'NO'.
       01 WS-INTRADAY-ON      PIC X(3) VALUE 'YES'.
       01 WS-QUEUE-LOCKED     PIC X(3) VALUE 'NO'.
       01 WS-QUEUE-TAKEN      PIC X(3) VALUE 'NO'.
       01 WS-QUEUE-LOCK-NAME  PIC X(27).
       01 WS-POSTING-LOCKED   PIC X(3) VALUE 'NO'.
       01 WS-LOCK-RESP        PIC S9(8) COMP.
       01 WS-POSTING-HELD-OFF PIC X(3) VALUE 'NO'.
       COPY "POSTLOCK.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Drains ORDER-QUEUE completely each run instead of taking a
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIME.
           PERFORM PARSE-RUN-PARAMETERS.
           IF WS-INTRADAY-RUN = 'YES'
               PERFORM CHECK-INTRADAY-SWITCH
               IF WS-INTRADAY-ON = 'NO'
                   DISPLAY 'MQ-RECEIVER - INTRADAY POSTING SWITCHED '
                       'OFF - ORDERS LEFT ON ' WS-QN-NAME(1)
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *    The nightly drain posts to the business day it is
      *    closing. An intraday order is posted now, so it takes the
      *    cutoff-aware posting date as a terminal posting does -
      *    one posted once the day is being closed belongs to the
      *    next business day, not to a day the GL extract and the
      *    month-end steps may already have read.
           IF WS-INTRADAY-RUN = 'YES'
               MOVE 'P' TO BDT-FUNCTION
           ELSE
               MOVE 'B' TO BDT-FUNCTION
           END-IF.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           DISPLAY 'MQ-RECEIVER - POSTING TO BUSINESS DATE '
               BDT-POSTING-DATE.
      *    A posting date in a closed accounting period would date
      *    orders into posted history. Nothing is taken off the
      *    queue - the messages wait until the period is reopened
      *    or the business date moves on - and the step fails so
      *    the nightly chain stops here.
           IF BDT-PERIOD-CLOSED = 'YES'
               DISPLAY 'ERROR: PERIOD ' BDT-POSTING-DATE(1:6)
                   ' IS CLOSED - NO MESSAGES RECEIVED'
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E142' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'POSTING PERIOD ' BDT-POSTING-DATE(1:6)
                   ' IS CLOSED - QUEUE NOT DRAINED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TRADING-PARTNERS.
           IF WS-PARTNER-COUNT = 0
               DISPLAY 'ERROR: NO TRADING PARTNERS LOADED - NO '
                   'MESSAGES RECEIVED - STATUS=' WS-PARTNER-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E173' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'NO TRADING PARTNERS ON PARTNER.DAT STATUS='
                   WS-PARTNER-STATUS ' - QUEUE NOT DRAINED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Extended, not replaced: the day's intraday tasks and the
      *    nightly drain all add to the one file DEADLETTER-REPROCESS
      *    works down.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF WS-DLQ-STATUS NOT = '00'
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF.
           IF WS-DLQ-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DEAD-LETTER-FILE'
                   ' STATUS=' WS-DLQ-STATUS
           PERFORM OPEN-ORDER-HISTORY.
           PERFORM LOAD-CREDIT-RELEASES.
           PERFORM LOAD-ITEM-MASTER.
           PERFORM LOAD-TAX-RATES.
           PERFORM OPEN-STOCK-FILES.
           PERFORM OPEN-SALES-DETAIL-FILE.
      *    No contract file yet means every order is checked at
      *    list price.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS = '00'
               MOVE 'YES' TO WS-CONTRACTS-ON
           END-IF.
      *    No dispute file yet simply means nothing is in dispute.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               MOVE 'YES' TO WS-DISPUTES-ON
           END-IF.
           PERFORM OPEN-PATTERN-FILE.

           OPEN EXTEND ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE WS-QN-NAME(WS-QUEUE-IDX) TO WS-CURRENT-QNAME
               DISPLAY 'DRAINING QUEUE: ' WS-CURRENT-QNAME
               MOVE 'NO' TO WS-QUEUE-EMPTY
               IF WS-INTRADAY-RUN = 'YES'
                   PERFORM DRAIN-CURRENT-QUEUE
               ELSE
                   PERFORM LOCK-QUEUE-FOR-DRAIN
                   IF WS-QUEUE-LOCKED = 'YES'
                       PERFORM DRAIN-CURRENT-QUEUE
                       PERFORM RELEASE-QUEUE-LOCK
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE DEAD-LETTER-FILE.
           CLOSE ORDER-LEDGER-FILE.
           CLOSE HELD-ORDER-FILE.
           CLOSE ORDER-HISTORY-KSDS.
           CLOSE BACKORDER-FILE.
           IF WS-STOCK-ON = 'YES'
               CLOSE STOCK-KSDS
           END-IF.
           IF WS-DISPUTES-ON = 'YES'
               CLOSE DISPUTE-FILE
           END-IF.
           IF WS-PATTERNS-ON = 'YES'
               CLOSE CUSTOMER-PATTERN-FILE
           END-IF.
           IF WS-CONTRACTS-ON = 'YES'
               CLOSE CONTRACT-FILE
           END-IF.
           IF WS-SALES-DETAIL-ON = 'YES'
               CLOSE SALES-DETAIL-FILE
           END-IF.

           DISPLAY 'MESSAGES RECEIVED: ' WS-MESSAGES-RECEIVED.
           DISPLAY 'ORDERS POSTED:     ' WS-ORDERS-POSTED.
           DISPLAY 'DEAD-LETTERED:     ' WS-ORDERS-DEAD-LETTER.
           DISPLAY 'HELD FOR CREDIT:   ' WS-ORDERS-HELD.
           DISPLAY 'HELD FOR PATTERN:  ' WS-ORDERS-HELD-PATTERN.
           DISPLAY 'LINES BACKORDERED: ' WS-LINES-BACKORDERED.

           IF WS-BUDGET-TRIPPED = 'YES'
               DISPLAY 'RUN BUDGET REACHED - ORDER QUEUE NOT '
                   'EMPTIED, REMAINING MESSAGES LEFT FOR NEXT RUN'
           END-IF.
           IF WS-QUEUE-TAKEN = 'YES'
               DISPLAY 'QUEUE BEING DRAINED BY ANOTHER TASK - '
                   'REMAINING MESSAGES LEFT TO IT'
           END-IF.
           IF WS-POSTING-HELD-OFF = 'YES'
               DISPLAY 'LEDGER FILES HELD BY THE NIGHTLY RUN OR A '
                   'REBUILD - REMAINING MESSAGES LEFT ON QUEUE'
           END-IF.

      *    MQCTL.DAT is the nightly drain's control totals for the
      *    operator report; an intraday task's go to its task log.
           IF WS-INTRADAY-RUN = 'NO'
               PERFORM WRITE-CONTROL-RECORD
           END-IF.
      *    Return code 2 - cut short but healthy - stands apart
      *    from both the dead-letter 4 and the hard-failure 8, so
      *    the driver can tell "queue not emptied" from "the night
                   ADD 1 TO WS-MESSAGES-RECEIVED
                   ADD 1 TO WS-QN-RECEIVED(WS-QUEUE-IDX)
                   PERFORM PARSE-ORDER-MESSAGE
                   MOVE ORD-TOTAL-AMOUNT TO WS-BILLED-AMOUNT
                   MOVE 0 TO WS-TAX-AMOUNT
                   MOVE 0 TO WS-TAX-RATE
                   MOVE SPACES TO WS-TAX-REGION
                   MOVE 0 TO WS-BACKORDER-LINES
                   MOVE ALL 'Y' TO WS-LINE-FILL-TABLE
                   IF WS-MSG-VALID = 'YES'
                       PERFORM DECIDE-ORDER-FATE
                       EVALUATE TRUE
                           WHEN WS-ORDER-HELD = 'YES'
                               IF WS-PATTERN-HOLD = 'YES'
                                   ADD 1 TO WS-ORDERS-HELD-PATTERN
                               ELSE
                                   ADD 1 TO WS-ORDERS-HELD
                               END-IF
                               PERFORM WRITE-HELD-ORDER-RECORD
                               MOVE 'HELD' TO WS-ACK-OUTCOME
                               PERFORM WRITE-LEDGER-RECORD
                               PERFORM SEND-ACKNOWLEDGMENT
                               PERFORM COMMIT-UNIT-OF-WORK
                               MOVE 'NO' TO WS-ORDER-HELD
                               MOVE 'NO' TO WS-PATTERN-HOLD
                           WHEN WS-BALANCE-RESULT = 'OK'
      *                        The ack is sent before the posting is
      *                        made permanent: an ack that won't go
                                   ADD 1 TO WS-QN-POSTED(WS-QUEUE-IDX)
                                   PERFORM TALLY-POSTED-TYPE
                                   PERFORM ADD-ORDER-TO-HISTORY
                                   PERFORM POST-STOCK-MOVEMENTS
                                   DISPLAY 'ORDER POSTED: '
                                       ORD-ORDER-ID
                                       ' CUST=' ORD-CUST-ID
                                       ' TYPE=' ORD-ORDER-TYPE
                                       ' ITEMS=' ORD-ITEM-COUNT
                                       ' TOTAL=' ORD-TOTAL-AMOUNT
                                   IF WS-BACKORDER-LINES > 0
                                       STRING WS-BACKORDER-LINES
                                           ' line(s) backordered'
                                           DELIMITED BY SIZE
                                           INTO WS-DLQ-REASON
                                   END-IF
                                   PERFORM WRITE-LEDGER-RECORD
                                   PERFORM COMMIT-UNIT-OF-WORK
                               ELSE
               ELSE
                   MOVE 'YES' TO WS-QUEUE-EMPTY
               END-IF
               IF WS-INTRADAY-RUN = 'YES'
                   PERFORM RELEASE-QUEUE-LOCK
               END-IF
           END-PERFORM.

      *    The driver hands every step the same PARM string, so the
      *    the token list rather than claiming fixed positions the
      *    FILE-PROCESSOR tokens already own. A keyword whose value
      *    isn't numeric is refused loudly and the cap stays off -
      *    silently capping at garbage would strand messages. The
      *    standing values come from the run-parameter registry
      *    first; a keyword on tonight's PARM still wins, so
      *    operations can override one run without a registry
      *    change.
       PARSE-RUN-PARAMETERS.
           PERFORM LOAD-REGISTERED-PARAMETERS.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE.
           MOVE 0 TO WS-PARM-TOKEN-COUNT.
           IF LS-PARM-LENGTH > 0
               MOVE 0 TO WS-QN-POSTED(1)
               MOVE 0 TO WS-QN-DEADLTR(1)
           END-IF.
           IF WS-INTRADAY-RUN = 'YES'
               MOVE 0 TO WS-MAX-MESSAGES
               MOVE 0 TO WS-CUTOFF-TIME
               DISPLAY 'MQ-RECEIVER - INTRADAY POSTING'
           END-IF.
           IF WS-MAX-MESSAGES > 0
               DISPLAY 'MQ-RECEIVER - MESSAGE CAP: ' WS-MAX-MESSAGES
           END-IF.
           END-IF.

       CHECK-ONE-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX) = 'INTRADAY'
               MOVE 'YES' TO WS-INTRADAY-RUN
           END-IF.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:7) = 'MAXMSG='
               MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(8:7)
                   TO WS-PARM-VALUE-TEXT
               END-IF
           END-IF.

      *    PRICE-TOL, MAXMSG and CUTOFF under MQ-RECEIVER on
      *    RUNPARM.DAT. No entry, or one that is not a plain number
      *    in range, leaves the value the program has always had.
       LOAD-REGISTERED-PARAMETERS.
           MOVE 'PRICE-TOL' TO RPS-NAME.
           PERFORM ASK-RUN-PARAMETER.
           IF RPS-NUMERIC = 'YES' AND RPS-NUMBER < 1000
               MOVE RPS-NUMBER TO WS-PRICE-TOLERANCE
           END-IF.
           MOVE 'MAXMSG' TO RPS-NAME.
           PERFORM ASK-RUN-PARAMETER.
           IF RPS-NUMERIC = 'YES' AND RPS-NUMBER < 10000000
               MOVE RPS-NUMBER TO WS-MAX-MESSAGES
           END-IF.
           MOVE 'CUTOFF' TO RPS-NAME.
           PERFORM ASK-RUN-PARAMETER.
           IF RPS-NUMERIC = 'YES' AND RPS-NUMBER < 240000
               MOVE RPS-NUMBER TO WS-CUTOFF-TIME
           END-IF.
           IF WS-PRICE-TOLERANCE NOT = 1.00
               DISPLAY 'MQ-RECEIVER - PRICE TOLERANCE: '
                   WS-PRICE-TOLERANCE
           END-IF.

       ASK-RUN-PARAMETER.
           MOVE 'MQ-RECEIVER' TO RPS-PROGRAM.
           MOVE SPACES TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-RETURN-CODE = '00' AND RPS-NUMERIC = 'NO'
               DISPLAY 'WARNING: RUNPARM ' RPS-NAME ' VALUE NOT '
                   'NUMERIC - DEFAULT KEPT: ' RPS-VALUE
           END-IF.

       MEASURE-PARM-VALUE.
           MOVE 0 TO WS-PVT-LENGTH.
           PERFORM VARYING WS-PVT-IDX FROM 7 BY -1
                   MOVE 'YES' TO WS-QUEUE-EMPTY
               END-IF
           END-IF.
           IF WS-INTRADAY-RUN = 'YES'
               PERFORM CHECK-INTRADAY-SWITCH
               IF WS-INTRADAY-ON = 'NO'
                   DISPLAY 'MQ-RECEIVER - INTRADAY POSTING SWITCHED '
                       'OFF - REMAINING ORDERS LEFT ON QUEUE'
                   MOVE 'YES' TO WS-QUEUE-EMPTY
               END-IF
           END-IF.

      *    Asked for the clock date, as an online caller does, so a
      *    switch keyed for today takes hold at once.
       CHECK-INTRADAY-SWITCH.
           MOVE 'MQ-RECEIVER' TO RPS-PROGRAM.
           MOVE 'INTRADAY' TO RPS-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-RETURN-CODE = '00'
               AND FUNCTION UPPER-CASE(RPS-VALUE) = 'OFF'
               MOVE 'NO' TO WS-INTRADAY-ON
           ELSE
               MOVE 'YES' TO WS-INTRADAY-ON
           END-IF.

      *    The nightly drain waits for the queue - an intraday task
      *    holds it for one message at most - and keeps it across
      *    every commit of the pass; likewise the ledger files, which
      *    under the driver are already the driver's.
       LOCK-QUEUE-FOR-DRAIN.
           PERFORM SET-QUEUE-LOCK-NAME.
           EXEC CICS ENQ
               RESOURCE(WS-QUEUE-LOCK-NAME)
               LENGTH(27)
               TASK
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'YES' TO WS-QUEUE-LOCKED
               EXEC CICS ENQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-POSTING-LOCKED
               ELSE
                   MOVE WS-RESP TO WS-LOCK-RESP
                   PERFORM RELEASE-QUEUE-LOCK
                   MOVE WS-LOCK-RESP TO WS-RESP
                   MOVE WS-POSTING-LOCK-NAME TO WS-QUEUE-LOCK-NAME
                   PERFORM LOG-QUEUE-LOCK-FAILURE
               END-IF
           ELSE
               PERFORM LOG-QUEUE-LOCK-FAILURE
           END-IF.

      *    An intraday task never waits: a queue already held is
      *    being drained by the nightly run or another intraday
      *    task, and the messages are left to it.
       LOCK-QUEUE-FOR-MESSAGE.
           PERFORM SET-QUEUE-LOCK-NAME.
           EXEC CICS ENQ
               RESOURCE(WS-QUEUE-LOCK-NAME)
               LENGTH(27)
               TASK
               NOSUSPEND
               RESP(WS-RESP)
               END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-QUEUE-LOCKED
                   PERFORM LOCK-POSTING-FOR-MESSAGE
               WHEN DFHRESP(ENQBUSY)
                   MOVE 'NO' TO WS-QUEUE-LOCKED
                   MOVE 'YES' TO WS-QUEUE-TAKEN
               WHEN OTHER
                   PERFORM LOG-QUEUE-LOCK-FAILURE
           END-EVALUATE.

      *    The ledger files held means the nightly chain is between
      *    its first ledger step and the AR proof, or a rebuild is
      *    copying a file back: the message stays on the queue and
      *    the task ends, as it does when the queue itself is held.
       LOCK-POSTING-FOR-MESSAGE.
           EXEC CICS ENQ
               RESOURCE(WS-POSTING-LOCK-NAME)
               LENGTH(27)
               TASK
               NOSUSPEND
               RESP(WS-RESP)
               END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-POSTING-LOCKED
               WHEN DFHRESP(ENQBUSY)
                   PERFORM RELEASE-QUEUE-LOCK
                   MOVE 'YES' TO WS-POSTING-HELD-OFF
                   MOVE 'YES' TO WS-QUEUE-EMPTY
               WHEN OTHER
                   MOVE WS-RESP TO WS-LOCK-RESP
                   PERFORM RELEASE-QUEUE-LOCK
                   MOVE WS-LOCK-RESP TO WS-RESP
                   MOVE WS-POSTING-LOCK-NAME TO WS-QUEUE-LOCK-NAME
                   PERFORM LOG-QUEUE-LOCK-FAILURE
           END-EVALUATE.

       RELEASE-QUEUE-LOCK.
           IF WS-POSTING-LOCKED = 'YES'
               EXEC CICS DEQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               MOVE 'NO' TO WS-POSTING-LOCKED
           END-IF.
           IF WS-QUEUE-LOCKED = 'YES'
               EXEC CICS DEQ
                   RESOURCE(WS-QUEUE-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               MOVE 'NO' TO WS-QUEUE-LOCKED
           END-IF.

       SET-QUEUE-LOCK-NAME.
           MOVE SPACES TO WS-QUEUE-LOCK-NAME.
           STRING 'MQRECV.' WS-CURRENT-QNAME DELIMITED BY SIZE
               INTO WS-QUEUE-LOCK-NAME.

       LOG-QUEUE-LOCK-FAILURE.
           MOVE 'NO' TO WS-QUEUE-LOCKED.
           MOVE 'YES' TO WS-MQ-ERROR.
           MOVE 'YES' TO WS-QUEUE-EMPTY.
           MOVE WS-RESP TO WS-RESP-DISPLAY.
           DISPLAY 'ERROR: UNABLE TO ENQ ON ' WS-QUEUE-LOCK-NAME
               ' RESP=' WS-RESP-DISPLAY.
           MOVE 'MQRECV' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E193' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           STRING 'UNABLE TO ENQ ON ' DELIMITED BY SIZE
               WS-QUEUE-LOCK-NAME DELIMITED BY SPACE
               ' RESP=' WS-RESP-DISPLAY ' - QUEUE NOT DRAINED'
               DELIMITED BY SIZE INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

      * The gauntlet between a parsed message and a moved balance,
      * cheapest check first: a resent order ID never reaches the
      * customer lookup, a mispriced order never reaches the credit
      * gate. Falls out with exactly one of three verdicts for the
      * main loop - posted (WS-BALANCE-RESULT 'OK'), held for
      * credit or as out of the customer's pattern (WS-ORDER-HELD,
      * with WS-PATTERN-HOLD telling which and WS-DLQ-REASON the
      * hold reason), or dead-lettered with WS-DLQ-REASON saying
      * why.
       DECIDE-ORDER-FATE.
           PERFORM CHECK-TRADING-PARTNER.
           IF WS-PARTNER-OK = 'NO'
               MOVE 'NO' TO WS-BALANCE-RESULT
           ELSE
               PERFORM VERIFY-ORDER-CUSTOMER-ID
               IF WS-CUST-ID-OK = 'NO'
                   MOVE 'NO' TO WS-BALANCE-RESULT
               ELSE
                   PERFORM DECIDE-TRUSTED-ORDER-FATE
               END-IF
           END-IF.

       VERIFY-ORDER-CUSTOMER-ID.
           MOVE 'YES' TO WS-CUST-ID-OK.
           MOVE 'V' TO CID-FUNCTION.
           MOVE ORD-CUST-ID TO CID-CUST-ID.
           CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.
           IF CID-RETURN-CODE = 'CD'
               MOVE 'NO' TO WS-CUST-ID-OK
               MOVE 'Customer ID check digit wrong' TO WS-DLQ-REASON
           END-IF.

      *    The long-standing chain of gates, for an order whose
      *    sender has already been proved.
       DECIDE-TRUSTED-ORDER-FATE.
           PERFORM CHECK-DUPLICATE-ORDER.
           IF WS-DUP-ORDER-FOUND = 'YES'
               MOVE 'Duplicate order ID' TO WS-DLQ-REASON
               ELSE
                   PERFORM CONFIRM-CUSTOMER-STANDING
                   IF WS-STANDING-OK = 'YES'
                       PERFORM FIND-CUSTOMER-TAX-RATE
                       PERFORM CHECK-CREDIT-LIMIT
                       IF WS-CREDIT-OK = 'YES'
                           PERFORM CHECK-ORDER-PATTERN
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-CREDIT-OK = 'NO'
                               MOVE 'YES' TO WS-ORDER-HELD
                           WHEN WS-PATTERN-OK = 'NO'
                               MOVE 'YES' TO WS-ORDER-HELD
                               MOVE 'YES' TO WS-PATTERN-HOLD
                           WHEN OTHER
                               PERFORM APPLY-ORDER-TO-BALANCE
                       END-EVALUATE
                   ELSE
                       MOVE 'NO' TO WS-BALANCE-RESULT
                   END-IF
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

           MOVE 'HELD FOR PATTERN:' TO WS-CTL-LABEL.
           MOVE WS-ORDERS-HELD-PATTERN TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

           MOVE 'SALES POSTED:' TO WS-CTL-LABEL.
           MOVE WS-SALES-POSTED TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

           MOVE 'LINES BACKORDERED:' TO WS-CTL-LABEL.
           MOVE WS-LINES-BACKORDERED TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

      *    One block per queue drained, so a sick regional feed
      *    shows on its own lines instead of hiding in the totals.
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
       RECEIVE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'NO' TO WS-GET-OK.
      *    An intraday task takes the queue one message at a time,
      *    and takes nothing while the nightly drain has it.
           IF WS-INTRADAY-RUN = 'YES'
               PERFORM LOCK-QUEUE-FOR-MESSAGE
               IF WS-QUEUE-LOCKED = 'NO'
                   MOVE WS-RETRY-MAX TO WS-RETRY-COUNT
               END-IF
           END-IF.
           PERFORM UNTIL WS-GET-OK = 'YES'
                   OR WS-RETRY-COUNT >= WS-RETRY-MAX
               EXEC CICS GET
       PARSE-ORDER-MESSAGE.
           MOVE 'YES' TO WS-MSG-VALID.
           INITIALIZE ORDER-RECORD.
           PERFORM SPLIT-AUTH-TRAILER.
           MOVE 1 TO WS-UNSTRING-PTR.
           MOVE 'NO' TO WS-PARSE-DONE.
           UNSTRING WS-MSG-BODY DELIMITED BY '|'
               INTO ORD-ORDER-ID ORD-CUST-ID
               WITH POINTER WS-UNSTRING-PTR
           END-UNSTRING.
           MOVE WS-UNSTRING-PTR TO WS-SAVED-PTR.
           MOVE SPACES TO WS-TYPE-TEXT.
           IF WS-UNSTRING-PTR <= 200
               UNSTRING WS-MSG-BODY DELIMITED BY '|'
                   INTO WS-TYPE-TEXT
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               MOVE SPACES TO WS-ITEM-TEXT
               MOVE SPACES TO WS-QTY-TEXT
               MOVE SPACES TO WS-AMT-TEXT
               UNSTRING WS-MSG-BODY DELIMITED BY '|'
                   INTO WS-ITEM-TEXT WS-QTY-TEXT WS-AMT-TEXT
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               END-IF
           END-IF.

      *    The order proper is everything before the '|@' that
      *    opens the authentication trailer; the trailer itself is
      *    the partner ID and check value, '@' between them. A
      *    message with no trailer parses as before and then fails
      *    the partner gate as unknown.
       SPLIT-AUTH-TRAILER.
           MOVE SPACES TO WS-MSG-BODY.
           MOVE SPACES TO WS-AUTH-TRAILER.
           MOVE SPACES TO WS-MSG-PARTNER.
           MOVE SPACES TO WS-MSG-CHECK-TEXT.
           UNSTRING WS-MQ-MSG DELIMITED BY '|@'
               INTO WS-MSG-BODY WS-AUTH-TRAILER
           END-UNSTRING.
           UNSTRING WS-AUTH-TRAILER DELIMITED BY '@' OR SPACE
               INTO WS-MSG-PARTNER WS-MSG-CHECK-TEXT
           END-UNSTRING.

      *    A quantity or amount token is only trusted when every
      *    significant character is a digit - UNSTRING into a
      *    numeric field would quietly "convert" letters instead
      * A customer the lookup can't find, or whose status is
      * anything other than ACTIVE (suspended, closed, archived),
      * fails the standing check and the order is dead-lettered
      * with the reason instead of posted. An account on a credit
      * HOLD (CREDIT-AUTO-HOLD, for aged debt) fails it for new
      * sales only - its returns and payments still post, since
      * paying down the overdue money is what lifts the hold.
       CONFIRM-CUSTOMER-STANDING.
           MOVE 'YES' TO WS-STANDING-OK.
           MOVE SPACES TO WS-GETCUST-COMMAREA.
                       MOVE 'NO' TO WS-STANDING-OK
                       MOVE 'Customer standing check failed'
                           TO WS-DLQ-REASON
                   WHEN CA-CUST-STATUS = 'HOLD'
                       AND ORD-ORDER-TYPE = 'S'
                       MOVE 'NO' TO WS-STANDING-OK
                       MOVE 'Customer on credit hold - overdue debt'
                           TO WS-DLQ-REASON
                   WHEN CA-CUST-STATUS = 'HOLD'
                       CONTINUE
                   WHEN CA-CUST-STATUS NOT = 'ACTIVE'
                       MOVE 'NO' TO WS-STANDING-OK
                       MOVE 'Customer account not in good standing'
      * balance, not the VSAM copy. A balance read that fails here
      * lets the order through to APPLY-ORDER-TO-BALANCE, whose own
      * error handling dead-letters it with the real SQL reason -
      * the credit gate must never hide a posting failure. Charges
      * the customer has an open dispute case against are added back
      * first - a queried invoice should not use up the headroom
      * for new business while it is being looked into. The sale's
      * sales tax counts against the limit too, since it is billed
      * with the order.
       CHECK-CREDIT-LIMIT.
           MOVE 'YES' TO WS-CREDIT-OK.
           PERFORM CHECK-ORDER-RELEASED.
                   WHERE ID = :ORD-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM TOTAL-OPEN-DISPUTES
                   COMPUTE WS-PROJECTED-TAX ROUNDED =
                       ORD-TOTAL-AMOUNT * WS-TAX-RATE
                   COMPUTE WS-PROJECTED-BALANCE =
                       WS-TBL-BALANCE + WS-DISPUTED-AMOUNT
                       - ORD-TOTAL-AMOUNT - WS-PROJECTED-TAX
                   IF WS-PROJECTED-BALANCE < (0 - WS-CREDIT-LIMIT)
                       MOVE 'NO' TO WS-CREDIT-OK
                       MOVE 'Credit limit exceeded - order held'
               END-IF
           END-IF.

       TOTAL-OPEN-DISPUTES.
           MOVE 0 TO WS-DISPUTED-AMOUNT.
           IF WS-DISPUTES-ON = 'YES'
               MOVE 'NO' TO WS-DISPUTE-EOF
               MOVE ORD-CUST-ID TO DSP-CUST-ID
               START DISPUTE-FILE KEY IS = DSP-CUST-ID
                   INVALID KEY
                       MOVE 'YES' TO WS-DISPUTE-EOF
               END-START
               PERFORM UNTIL WS-DISPUTE-EOF = 'YES'
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-DISPUTE-EOF
                       NOT AT END
                           IF DSP-CUST-ID NOT = ORD-CUST-ID
                               MOVE 'YES' TO WS-DISPUTE-EOF
                           ELSE
                               IF DSP-STATUS = 'OPEN'
                                   ADD DSP-AMOUNT
                                       TO WS-DISPUTED-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The customer's region came back with the standing check;
      *    only sales and returns are taxed.
       FIND-CUSTOMER-TAX-RATE.
           MOVE 0 TO WS-TAX-RATE.
           MOVE CA-CUST-REGION TO WS-TAX-REGION.
           IF ORD-ORDER-TYPE = 'S' OR ORD-ORDER-TYPE = 'R'
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   IF WS-TXR-REGION(WS-TAX-IDX) = WS-TAX-REGION
                       MOVE WS-TXR-RATE(WS-TAX-IDX) TO WS-TAX-RATE
                   END-IF
               END-PERFORM
           END-IF.

      *    Releases stamped by HELD-ORDER-REVIEW, read once before
      *    the drain. A stale stamp for an order that already posted
      *    is harmless - the duplicate guard refuses the replay
               MOVE 'NO' TO WS-QUEUE-EMPTY
           END-IF.

      *    A missing rate table is tolerated the same way - every
      *    order then posts tax-free, as before the table existed -
      *    but finance is told, since their tax return would be
      *    short. A rate that is not numeric is skipped rather than
      *    guessed at.
       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-STATUS NOT = '00'
               DISPLAY 'WARNING: TAX RATE TABLE NOT AVAILABLE - '
                   'ORDERS POST WITHOUT TAX - STATUS=' WS-TAX-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E100' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE 'TAX RATE TABLE UNAVAILABLE - NO TAX CHARGED'
                   TO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               MOVE 'NO' TO WS-QUEUE-EMPTY
               PERFORM UNTIL WS-QUEUE-EMPTY = 'YES'
                   READ TAX-RATE-FILE
                       AT END MOVE 'YES' TO WS-QUEUE-EMPTY
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               AND TXR-RATE IS NUMERIC
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TXR-REGION-CODE
                                   TO WS-TXR-REGION(WS-TAX-COUNT)
                               MOVE TXR-RATE
                                   TO WS-TXR-RATE(WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
               MOVE 'NO' TO WS-QUEUE-EMPTY
           END-IF.

      *    Partners past the table's room, and customer pairs past
      *    theirs, are not loaded - their messages then fail the
      *    gate as unknown or not allowed, never pass unchecked.
       LOAD-TRADING-PARTNERS.
           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS = '00'
               MOVE 'NO' TO WS-QUEUE-EMPTY
               PERFORM UNTIL WS-QUEUE-EMPTY = 'YES'
                   READ PARTNER-FILE
                       AT END MOVE 'YES' TO WS-QUEUE-EMPTY
                       NOT AT END
                           IF WS-PARTNER-COUNT < 100
                               ADD 1 TO WS-PARTNER-COUNT
                               PERFORM STORE-TRADING-PARTNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
               MOVE 'NO' TO WS-QUEUE-EMPTY
           END-IF.
           OPEN INPUT PARTNER-CUSTOMER-FILE.
           IF WS-PARTCUST-STATUS = '00'
               MOVE 'NO' TO WS-QUEUE-EMPTY
               PERFORM UNTIL WS-QUEUE-EMPTY = 'YES'
                   READ PARTNER-CUSTOMER-FILE
                       AT END MOVE 'YES' TO WS-QUEUE-EMPTY
                       NOT AT END
                           IF WS-PARTCUST-COUNT < 2000
                               ADD 1 TO WS-PARTCUST-COUNT
                               MOVE TPC-PARTNER-ID TO
                                   WS-PC-PARTNER-ID(WS-PARTCUST-COUNT)
                               MOVE TPC-CUST-ID TO
                                   WS-PC-CUST-ID(WS-PARTCUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-CUSTOMER-FILE
               MOVE 'NO' TO WS-QUEUE-EMPTY
           END-IF.

       STORE-TRADING-PARTNER.
           MOVE TPM-PARTNER-ID TO WS-PT-ID(WS-PARTNER-COUNT).
           MOVE TPM-STATUS TO WS-PT-STATUS(WS-PARTNER-COUNT).
           MOVE TPM-SECRET TO WS-PT-SECRET(WS-PARTNER-COUNT).
           PERFORM VARYING WS-PTN-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-PTN-QUEUE-IDX > 5
               MOVE TPM-QUEUE(WS-PTN-QUEUE-IDX) TO
                   WS-PT-QUEUE(WS-PARTNER-COUNT, WS-PTN-QUEUE-IDX)
           END-PERFORM.
           MOVE TPM-ORDER-TYPES TO WS-PT-TYPES(WS-PARTNER-COUNT).
           MOVE TPM-CUST-RULE TO WS-PT-CUST-RULE(WS-PARTNER-COUNT).
           IF TPM-MAX-ORDER IS NUMERIC
               MOVE TPM-MAX-ORDER TO
                   WS-PT-MAX-ORDER(WS-PARTNER-COUNT)
           ELSE
               MOVE 0 TO WS-PT-MAX-ORDER(WS-PARTNER-COUNT)
           END-IF.

      *    Each test runs only while the ones before it have passed,
      *    so the dead-letter reason names the first one failed.
       CHECK-TRADING-PARTNER.
           MOVE 'YES' TO WS-PARTNER-OK.
           MOVE 0 TO WS-PTN-IDX.
           PERFORM VARYING WS-PTN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PTN-SCAN-IDX > WS-PARTNER-COUNT
                   OR WS-PTN-IDX > 0
               IF WS-MSG-PARTNER NOT = SPACES
                   AND WS-PT-ID(WS-PTN-SCAN-IDX) = WS-MSG-PARTNER
                   MOVE WS-PTN-SCAN-IDX TO WS-PTN-IDX
               END-IF
           END-PERFORM.
           IF WS-PTN-IDX = 0
               MOVE 'NO' TO WS-PARTNER-OK
               MOVE 'Unknown trading partner' TO WS-DLQ-REASON
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               AND WS-PT-STATUS(WS-PTN-IDX) NOT = 'ACTIVE'
               MOVE 'NO' TO WS-PARTNER-OK
               MOVE 'Trading partner not active' TO WS-DLQ-REASON
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               PERFORM VERIFY-MESSAGE-CHECK-VALUE
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               MOVE 'NO' TO WS-PTN-FOUND
               PERFORM VARYING WS-PTN-QUEUE-IDX FROM 1 BY 1
                       UNTIL WS-PTN-QUEUE-IDX > 5
                   IF WS-PT-QUEUE(WS-PTN-IDX, WS-PTN-QUEUE-IDX)
                       = WS-CURRENT-QNAME
                       MOVE 'YES' TO WS-PTN-FOUND
                   END-IF
               END-PERFORM
               IF WS-PTN-FOUND = 'NO'
                   MOVE 'NO' TO WS-PARTNER-OK
                   MOVE 'Queue not allowed for partner'
                       TO WS-DLQ-REASON
               END-IF
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               IF ORD-ORDER-TYPE NOT = WS-PT-TYPES(WS-PTN-IDX)(1:1)
                   AND ORD-ORDER-TYPE
                       NOT = WS-PT-TYPES(WS-PTN-IDX)(2:1)
                   AND ORD-ORDER-TYPE
                       NOT = WS-PT-TYPES(WS-PTN-IDX)(3:1)
                   MOVE 'NO' TO WS-PARTNER-OK
                   MOVE 'Order type not allowed for partner'
                       TO WS-DLQ-REASON
               END-IF
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               AND WS-PT-CUST-RULE(WS-PTN-IDX) NOT = 'A'
               MOVE 'NO' TO WS-PTN-FOUND
               PERFORM VARYING WS-PARTCUST-IDX FROM 1 BY 1
                       UNTIL WS-PARTCUST-IDX > WS-PARTCUST-COUNT
                       OR WS-PTN-FOUND = 'YES'
                   IF WS-PC-PARTNER-ID(WS-PARTCUST-IDX)
                       = WS-MSG-PARTNER
                       AND WS-PC-CUST-ID(WS-PARTCUST-IDX)
                       = ORD-CUST-ID
                       MOVE 'YES' TO WS-PTN-FOUND
                   END-IF
               END-PERFORM
               IF WS-PTN-FOUND = 'NO'
                   MOVE 'NO' TO WS-PARTNER-OK
                   MOVE 'Customer not allowed for partner'
                       TO WS-DLQ-REASON
               END-IF
           END-IF.
           IF WS-PARTNER-OK = 'YES'
               AND WS-PT-MAX-ORDER(WS-PTN-IDX) > 0
               AND ORD-TOTAL-AMOUNT > WS-PT-MAX-ORDER(WS-PTN-IDX)
               MOVE 'NO' TO WS-PARTNER-OK
               MOVE 'Order over partner maximum value'
                   TO WS-DLQ-REASON
           END-IF.
           IF WS-PARTNER-OK = 'NO'
               DISPLAY 'PARTNER REFUSED: ' ORD-ORDER-ID
                   ' PARTNER=' WS-MSG-PARTNER ' ' WS-DLQ-REASON
           END-IF.

       VERIFY-MESSAGE-CHECK-VALUE.
           MOVE 'C' TO MCK-FUNCTION.
           MOVE WS-MSG-PARTNER TO MCK-PARTNER-ID.
           MOVE WS-PT-SECRET(WS-PTN-IDX) TO MCK-SECRET.
           MOVE WS-MSG-BODY TO MCK-BODY.
           CALL 'MESSAGE-CHECK-VALUE' USING WS-MESSAGE-CHECK-ENTRY.
           IF WS-MSG-CHECK-TEXT IS NOT NUMERIC
               OR MCK-CHECK-VALUE NOT = WS-MSG-CHECK-TEXT
               MOVE 'NO' TO WS-PARTNER-OK
               MOVE 'Bad message check value' TO WS-DLQ-REASON
           END-IF.

      *    Each line item's amount must sit within tolerance of
      *    quantity times the master unit price. The first line
      *    that disagrees fails the whole order - a partial post of
      *    against the sender's copy.
       VERIFY-ORDER-PRICES.
           MOVE 'YES' TO WS-PRICES-OK.
           MOVE BDT-POSTING-DATE TO WS-PRICE-DATE.
           PERFORM VARYING WS-VERIFY-IDX FROM 1 BY 1
                   UNTIL WS-VERIFY-IDX > ORD-ITEM-COUNT
                   OR WS-PRICES-OK = 'NO'

       VERIFY-ONE-ITEM-PRICE.
           MOVE 'NO' TO WS-ITEM-FOUND.
           PERFORM FIND-CONTRACT-PRICE.
           IF WS-CONTRACT-FOUND = 'YES'
               MOVE 'YES' TO WS-ITEM-FOUND
               COMPUTE WS-EXPECTED-AMOUNT =
                   ORD-QTY(WS-VERIFY-IDX) * CP-UNIT-PRICE
               PERFORM COMPARE-EXPECTED-AMOUNT
               IF WS-PRICES-OK = 'NO'
                   MOVE SPACES TO WS-DLQ-REASON
                   STRING 'Contract price mismatch on item '
                       ORD-ITEM-CODE(WS-VERIFY-IDX)
                       DELIMITED BY SIZE
                       INTO WS-DLQ-REASON
               END-IF
           END-IF.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND = 'YES'
                   COMPUTE WS-EXPECTED-AMOUNT =
                       ORD-QTY(WS-VERIFY-IDX) *
                       WS-ITM-PRICE(WS-ITEM-IDX)
                   PERFORM COMPARE-EXPECTED-AMOUNT
                   IF WS-PRICES-OK = 'NO'
                       MOVE SPACES TO WS-DLQ-REASON
                       STRING 'Price mismatch on item '
                           ORD-ITEM-CODE(WS-VERIFY-IDX)
               END-IF
           END-PERFORM.

       COMPARE-EXPECTED-AMOUNT.
           COMPUTE WS-PRICE-DIFF =
               ORD-AMOUNT(WS-VERIFY-IDX) - WS-EXPECTED-AMOUNT.
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.
           IF WS-PRICE-DIFF > WS-PRICE-TOLERANCE
               MOVE 'NO' TO WS-PRICES-OK
           END-IF.

      *    Contracts for a customer and item never overlap, so the
      *    first one on the pair whose window takes in today is the
      *    price in force. CONTRACT-PRICE-RECORD is left holding it.
       FIND-CONTRACT-PRICE.
           MOVE 'NO' TO WS-CONTRACT-FOUND.
           IF WS-CONTRACTS-ON = 'YES'
               MOVE 'NO' TO WS-CONTRACT-EOF
               MOVE ORD-CUST-ID TO CP-CUST-ID
               MOVE ORD-ITEM-CODE(WS-VERIFY-IDX) TO CP-ITEM-CODE
               MOVE LOW-VALUES TO CP-EFFECTIVE-DATE
               START CONTRACT-FILE KEY IS >= CP-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-CONTRACT-EOF
               END-START
               PERFORM UNTIL WS-CONTRACT-EOF = 'YES'
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-CONTRACT-EOF
                       NOT AT END
                           IF CP-CUST-ID NOT = ORD-CUST-ID
                               OR CP-ITEM-CODE NOT =
                                   ORD-ITEM-CODE(WS-VERIFY-IDX)
                               OR CP-EFFECTIVE-DATE > WS-PRICE-DATE
                               MOVE 'YES' TO WS-CONTRACT-EOF
                           ELSE
                               IF CP-EXPIRY-DATE >= WS-PRICE-DATE
                                   MOVE 'YES' TO WS-CONTRACT-FOUND
                                   MOVE 'YES' TO WS-CONTRACT-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ORDER-RELEASED.
           MOVE 'NO' TO WS-ORDER-RELEASED.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *    A missing profile file is tolerated the way a missing
      *    item master is - the gate stands down for the run - but
      *    it is said out loud.
       OPEN-PATTERN-FILE.
           OPEN INPUT CUSTOMER-PATTERN-FILE.
           IF WS-PATTERN-STATUS = '00'
               MOVE 'YES' TO WS-PATTERNS-ON
           ELSE
               DISPLAY 'WARNING: CUSTPATT.KSDS NOT AVAILABLE - '
                   'PATTERN CHECK OFF - STATUS=' WS-PATTERN-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E168' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE 'CUSTOMER PATTERNS UNAVAILABLE - PATTERN CHECK OFF'
                   TO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Sales only, and only once the credit gate has let the
      *    sale through - WS-ORDER-RELEASED was set there.
       CHECK-ORDER-PATTERN.
           MOVE 'YES' TO WS-PATTERN-OK.
           IF WS-PATTERNS-ON = 'YES' AND ORD-ORDER-TYPE = 'S'
               AND WS-ORDER-RELEASED = 'NO'
               PERFORM COUNT-RUN-SALE
               MOVE ORD-CUST-ID TO PAT-CUST-ID
               READ CUSTOMER-PATTERN-FILE
               IF WS-PATTERN-STATUS NOT = '00'
                   MOVE 0 TO PAT-SALES-COUNT
                   MOVE 0 TO PAT-BUSIEST-DAY
               END-IF
               IF PAT-SALES-COUNT >= WS-PATTERN-MIN-SALES
                   COMPUTE WS-PATTERN-CEILING =
                       PAT-AVERAGE-AMOUNT * WS-PATTERN-VALUE-FACTOR
                   IF ORD-TOTAL-AMOUNT > WS-PATTERN-CEILING
                       AND ORD-TOTAL-AMOUNT > PAT-LARGEST-AMOUNT
                       MOVE 'NO' TO WS-PATTERN-OK
                       MOVE 'Order value out of pattern - held'
                           TO WS-DLQ-REASON
                   END-IF
               END-IF
               COMPUTE WS-BURST-CEILING =
                   PAT-BUSIEST-DAY * WS-BURST-FACTOR
               IF WS-BURST-CEILING < WS-BURST-MINIMUM
                   MOVE WS-BURST-MINIMUM TO WS-BURST-CEILING
               END-IF
               IF WS-PATTERN-OK = 'YES'
                   AND WS-RUN-SALES > WS-BURST-CEILING
                   MOVE 'NO' TO WS-PATTERN-OK
                   MOVE 'Order burst out of pattern - held'
                       TO WS-DLQ-REASON
               END-IF
           END-IF.

      *    The customer's sales already on the ledger for the
      *    posting date, held as well as posted - once a burst trips,
      *    the rest of it is held with it - plus this one. A line
      *    dated to the posting date can have been written a few
      *    days before it (an order taken after a Friday cutoff is
      *    dated Monday), so the browse starts a week back on the
      *    write time and goes by each line's posting date.
       COUNT-RUN-SALE.
           MOVE 1 TO WS-RUN-SALES.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LGK-STATUS NOT = '00'
               IF WS-BURST-WARNED = 'NO'
                   MOVE 'YES' TO WS-BURST-WARNED
                   DISPLAY 'WARNING: ORDLEDG.KSDS NOT AVAILABLE '
                       'STATUS=' WS-LGK-STATUS
                       ' - ORDER BURST CHECK OFF'
               END-IF
           ELSE
               MOVE BDT-POSTING-DATE TO WS-BURST-POST-DATE
               COMPUTE WS-BURST-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BURST-POST-DATE) - 7)
               MOVE ORD-CUST-ID TO LGK-CUST-ID
               MOVE SPACES TO LGK-TIMESTAMP
               MOVE WS-BURST-FROM-DATE TO LGK-TIMESTAMP(1:8)
               MOVE 0 TO LGK-SEQUENCE
               MOVE 'NO' TO WS-LGK-EOF
               START LEDGER-KSDS-FILE KEY IS NOT LESS THAN LGK-KEY
                   INVALID KEY MOVE 'YES' TO WS-LGK-EOF
               END-START
               PERFORM UNTIL WS-LGK-EOF = 'YES'
                   READ LEDGER-KSDS-FILE NEXT
                       AT END MOVE 'YES' TO WS-LGK-EOF
                       NOT AT END PERFORM COUNT-ONE-LEDGER-SALE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-KSDS-FILE
           END-IF.

      *    LEDGER-RECORD is free to borrow here - WRITE-LEDGER-RECORD
      *    builds the order's own line from spaces afterwards.
       COUNT-ONE-LEDGER-SALE.
           IF LGK-CUST-ID NOT = ORD-CUST-ID
               MOVE 'YES' TO WS-LGK-EOF
           ELSE
               MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
               IF LGR-POSTING-DATE NOT = SPACES
                   MOVE LGR-POSTING-DATE TO WS-BURST-LINE-DATE
               ELSE
                   MOVE LGR-TIMESTAMP(1:8) TO WS-BURST-LINE-DATE
               END-IF
               IF WS-BURST-LINE-DATE = BDT-POSTING-DATE
                   AND LGR-ORDER-TYPE = 'S'
                   AND (LGR-OUTCOME = 'POSTED' OR LGR-OUTCOME = 'HELD')
                   ADD 1 TO WS-RUN-SALES
               END-IF
           END-IF.

       WRITE-HELD-ORDER-RECORD.
           MOVE SPACES TO HELD-ORDER-RECORD.
           MOVE ORD-ORDER-ID TO HLD-ORDER-ID.
           MOVE FUNCTION CURRENT-DATE TO HLD-HELD-TIMESTAMP.
           MOVE WS-MQ-MSG TO HLD-RAW-MESSAGE.
           MOVE WS-CURRENT-QNAME TO HLD-SOURCE-QUEUE.
           MOVE WS-DLQ-REASON TO HLD-HOLD-REASON.
           WRITE HELD-ORDER-RECORD.
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON HELD-ORDER-FILE'
                   ' STATUS=' WS-HELD-STATUS
           END-IF.
           DISPLAY 'ORDER HELD: ' ORD-ORDER-ID
               ' CUST=' ORD-CUST-ID
               ' TOTAL=' ORD-TOTAL-AMOUNT
               ' - ' WS-DLQ-REASON.

      * Posts the parsed order's combined line-item total against
      * the customer's balance in CUSTOMER_TABLE in one pass,
      * dead-letter file rather than silently dropped.
       APPLY-ORDER-TO-BALANCE.
           MOVE 'OK' TO WS-BALANCE-RESULT.
      *    A sale bills only the lines stock can fill; the rest wait
      *    on BACKORD.DAT and are billed when they ship.
           IF ORD-ORDER-TYPE = 'S'
               PERFORM CHECK-STOCK-FOR-ORDER
           END-IF.
      *    Tax on what actually bills - backordered lines carry
      *    their own tax to BACKORD.DAT.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-BILLED-AMOUNT * WS-TAX-RATE.
           ADD WS-TAX-AMOUNT TO WS-BILLED-AMOUNT.
      *    Returns and payments both credit the balance back - a
      *    return undoes a sale, a payment is cash received - so
      *    they share the crediting UPDATE; only a sale debits.
           IF ORD-ORDER-TYPE = 'R' OR ORD-ORDER-TYPE = 'P'
               EXEC SQL
                   UPDATE CUSTOMER_TABLE
                   SET BALANCE = BALANCE + :WS-BILLED-AMOUNT
                   WHERE ID = :ORD-CUST-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CUSTOMER_TABLE
                   SET BALANCE = BALANCE - :WS-BILLED-AMOUNT
                   WHERE ID = :ORD-CUST-ID
               END-EXEC
           END-IF.
                   MOVE 'SQL error applying order to balance'
                       TO WS-DLQ-REASON
           END-EVALUATE.
      *    Nothing posted, so nothing was held back either - the
      *    dead-letter ledger line carries the order as sent.
           IF WS-BALANCE-RESULT NOT = 'OK'
               MOVE ORD-TOTAL-AMOUNT TO WS-BILLED-AMOUNT
               MOVE 0 TO WS-TAX-AMOUNT
               MOVE 0 TO WS-BACKORDER-LINES
               MOVE ALL 'Y' TO WS-LINE-FILL-TABLE
           END-IF.

      * One acknowledgment per order, through the same MQPUT LINK
      * MQSEND puts orders with - the queue name rides in the
           END-WRITE.

      * One ledger line per order received, posted and dead-lettered
      * alike, stamped at the moment the fate was decided and dated
      * to the business day being drained - this is the record
      * pulled when a customer disputes a charge, so it must exist
      * for every order that could have touched (or been refused) a
      * balance. An unparseable message lands here too,
      * with whatever header fields did parse, so even garbage
      * leaves a dated trace beyond DEADLTR.DAT.
       WRITE-LEDGER-RECORD.
           MOVE ORD-CUST-ID TO LGR-CUST-ID.
           MOVE ORD-ORDER-TYPE TO LGR-ORDER-TYPE.
           MOVE ORD-ITEM-COUNT TO LGR-ITEM-COUNT.
           MOVE WS-BILLED-AMOUNT TO LGR-TOTAL-AMOUNT.
           MOVE WS-TAX-AMOUNT TO LGR-TAX-AMOUNT.
           MOVE WS-TAX-REGION TO LGR-TAX-REGION.
           MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP.
           MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE.
           MOVE WS-ACK-OUTCOME TO LGR-OUTCOME.
           MOVE WS-DLQ-REASON TO LGR-REASON-TEXT.
           MOVE WS-CURRENT-QNAME TO LGR-SOURCE-QUEUE.
           WRITE LEDGER-RECORD.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON ORDER-LEDGER-FILE'
                   ' STATUS=' WS-LEDGER-STATUS
           ELSE
      *        The same line onto the keyed ledger the inquiries and
      *        statements read.
               MOVE 'A' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
           END-IF.

       WRITE-DEAD-LETTER-RECORD.
               DISPLAY 'ERROR: WRITE FAILURE ON DEAD-LETTER-FILE'
                   ' STATUS=' WS-DLQ-STATUS
           END-IF.

      *    A missing STOCK.KSDS stands the stock control down for
      *    the run - every line fills and bills, as before the
      *    control existed - but the backorder file must open,
      *    because a line judged unfillable with nowhere to wait
      *    would simply vanish from the order.
       OPEN-STOCK-FILES.
           OPEN I-O STOCK-KSDS.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'NO' TO WS-STOCK-ON
               DISPLAY 'WARNING: STOCK.KSDS NOT AVAILABLE - STOCK '
                   'CONTROL OFF - STATUS=' WS-STOCK-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E081' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE 'STOCK FILE UNAVAILABLE - STOCK CONTROL OFF'
                   TO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.
           OPEN EXTEND BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = '00'
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           IF WS-BACKORDER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN BACKORDER-FILE'
                   ' STATUS=' WS-BACKORDER-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E082' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN BACKORDER-FILE STATUS='
                   WS-BACKORDER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE DEAD-LETTER-FILE
               STOP RUN
           END-IF.

      *    Decides, line by line, what the stock on hand can fill.
      *    Only the decision is made here - the quantities move in
      *    POST-STOCK-MOVEMENTS once the posting stands. Orders are
      *    drained one at a time, so the stock read now is the stock
      *    that will be drawn on then.
       CHECK-STOCK-FOR-ORDER.
           IF WS-STOCK-ON = 'YES'
               PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                       UNTIL WS-STOCK-IDX > ORD-ITEM-COUNT
                   PERFORM CHECK-STOCK-FOR-LINE
               END-PERFORM
           END-IF.

      *    The same item twice on one order draws on one figure, so
      *    the quantity wanted includes what this order's earlier
      *    filled lines of that item have already claimed. A line
      *    is filled whole or backordered whole - a part shipment
      *    would leave the sender's line unmatchable to the ledger.
       CHECK-STOCK-FOR-LINE.
           MOVE ORD-ITEM-CODE(WS-STOCK-IDX) TO STK-ITEM-CODE.
           READ STOCK-KSDS.
           IF WS-STOCK-STATUS = '00'
               MOVE ORD-QTY(WS-STOCK-IDX) TO WS-QTY-WANTED
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX >= WS-STOCK-IDX
                   IF ORD-ITEM-CODE(WS-PRIOR-IDX) =
                       ORD-ITEM-CODE(WS-STOCK-IDX)
                       AND WS-LINE-FILL(WS-PRIOR-IDX) = 'Y'
                       ADD ORD-QTY(WS-PRIOR-IDX) TO WS-QTY-WANTED
                   END-IF
               END-PERFORM
               IF WS-QTY-WANTED > STK-ON-HAND
                   MOVE 'N' TO WS-LINE-FILL(WS-STOCK-IDX)
                   ADD 1 TO WS-BACKORDER-LINES
                   SUBTRACT ORD-AMOUNT(WS-STOCK-IDX)
                       FROM WS-BILLED-AMOUNT
               END-IF
           END-IF.

      *    Run only for a posting that has been acknowledged: a sale
      *    draws down each filled line and parks each unfilled one
      *    on BACKORD.DAT, a return puts every line's quantity back
      *    on the shelf for BACKORDER-RELEASE to hand on. Every line
      *    that posted goes to the sales history as well.
       POST-STOCK-MOVEMENTS.
           IF ORD-ORDER-TYPE = 'S' OR ORD-ORDER-TYPE = 'R'
               PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                       UNTIL WS-STOCK-IDX > ORD-ITEM-COUNT
                   IF WS-LINE-FILL(WS-STOCK-IDX) = 'N'
                       PERFORM WRITE-BACKORDER-RECORD
                   ELSE
                       IF WS-STOCK-ON = 'YES'
                           PERFORM MOVE-LINE-STOCK
                       END-IF
                       PERFORM WRITE-SALES-DETAIL-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *    The region is the one the customer's tax was charged for,
      *    taken from the standing check.
       WRITE-SALES-DETAIL-RECORD.
           IF WS-SALES-DETAIL-ON = 'YES'
               MOVE SPACES TO SALES-DETAIL-RECORD
               MOVE ORD-ORDER-ID TO SD-ORDER-ID
               MOVE ORD-CUST-ID TO SD-CUST-ID
               MOVE WS-TAX-REGION TO SD-REGION
               MOVE ORD-ITEM-CODE(WS-STOCK-IDX) TO SD-ITEM-CODE
               MOVE ORD-QTY(WS-STOCK-IDX) TO SD-QTY
               MOVE ORD-AMOUNT(WS-STOCK-IDX) TO SD-AMOUNT
               MOVE ORD-ORDER-TYPE TO SD-ORDER-TYPE
               MOVE FUNCTION CURRENT-DATE TO SD-POSTED
               WRITE SALES-DETAIL-RECORD
               IF WS-SALES-DETAIL-STATUS NOT = '00'
                   DISPLAY 'ERROR: WRITE FAILURE ON SALES-DETAIL-FILE'
                       ' STATUS=' WS-SALES-DETAIL-STATUS
               END-IF
           END-IF.

       OPEN-SALES-DETAIL-FILE.
           OPEN EXTEND SALES-DETAIL-FILE.
           IF WS-SALES-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT SALES-DETAIL-FILE
           END-IF.
           IF WS-SALES-DETAIL-STATUS = '00'
               MOVE 'YES' TO WS-SALES-DETAIL-ON
           ELSE
               DISPLAY 'WARNING: SALES-DETAIL-FILE NOT AVAILABLE - '
                   'ITEM HISTORY NOT WRITTEN - STATUS='
                   WS-SALES-DETAIL-STATUS
               MOVE 'MQRECV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E101' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN SALESDTL.DAT STATUS='
                   WS-SALES-DETAIL-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       MOVE-LINE-STOCK.
           MOVE ORD-ITEM-CODE(WS-STOCK-IDX) TO STK-ITEM-CODE.
           READ STOCK-KSDS.
           IF WS-STOCK-STATUS = '00'
               IF ORD-ORDER-TYPE = 'R'
                   ADD ORD-QTY(WS-STOCK-IDX) TO STK-ON-HAND
               ELSE
                   SUBTRACT ORD-QTY(WS-STOCK-IDX) FROM STK-ON-HAND
               END-IF
               MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
               REWRITE STOCK-RECORD
               IF WS-STOCK-STATUS NOT = '00'
                   DISPLAY 'ERROR: STOCK REWRITE FAILED FOR '
                       STK-ITEM-CODE ' STATUS=' WS-STOCK-STATUS
               END-IF
           END-IF.

       WRITE-BACKORDER-RECORD.
           MOVE SPACES TO BACKORDER-RECORD.
           MOVE ORD-ORDER-ID TO BKO-ORDER-ID.
           MOVE ORD-CUST-ID TO BKO-CUST-ID.
           MOVE ORD-ITEM-CODE(WS-STOCK-IDX) TO BKO-ITEM-CODE.
           MOVE ORD-QTY(WS-STOCK-IDX) TO BKO-QTY.
           MOVE ORD-AMOUNT(WS-STOCK-IDX) TO BKO-AMOUNT.
           COMPUTE BKO-TAX-AMOUNT ROUNDED =
               ORD-AMOUNT(WS-STOCK-IDX) * WS-TAX-RATE.
           MOVE WS-TAX-REGION TO BKO-TAX-REGION.
           MOVE FUNCTION CURRENT-DATE TO BKO-CREATED.
           WRITE BACKORDER-RECORD.
           IF WS-BACKORDER-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON BACKORDER-FILE'
                   ' STATUS=' WS-BACKORDER-STATUS
           ELSE
               ADD 1 TO WS-LINES-BACKORDERED
               DISPLAY 'LINE BACKORDERED: ' ORD-ORDER-ID
                   ' ITEM=' BKO-ITEM-CODE ' QTY=' BKO-QTY
           END-IF.
