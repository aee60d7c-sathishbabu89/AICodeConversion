       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-KSDS ASSIGN TO 'STOCK.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.
      *    The warehouse's receiving feed - one line per delivery
      *    booked in, item and quantity. Emptied once applied so a
      *    rerun of the step never counts the same delivery twice.
           SELECT RECEIPT-FILE ASSIGN TO 'STKRECV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.
      *    Lines still waiting after this run are carried forward
      *    here, then copied back over BACKORD.DAT - the same
      *    carry-forward HELD-ORDER-REVIEW uses for HELDORD.NEW.
           SELECT RETAINED-FILE ASSIGN TO 'BACKORD.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    A filled line joins the item-level sales history the day
      *    it ships, the same file MQ-RECEIVER writes posted lines to.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-DETAIL-STATUS.
           SELECT RELEASE-REPORT ASSIGN TO 'BKORLSE.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-KSDS.
       COPY "STOCKREC.cpy".

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           05 RCV-ITEM-CODE    PIC X(10).
           05 FILLER           PIC X(1).
           05 RCV-QTY          PIC 9(7).
           05 FILLER           PIC X(1).
           05 RCV-REFERENCE    PIC X(20).

       FD BACKORDER-FILE.
       COPY "BACKORD.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD     PIC X(94).

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD SALES-DETAIL-FILE.
       COPY "SALESDTL.cpy".

       FD RELEASE-REPORT.
       01 RELEASE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-STOCK-STATUS     PIC XX.
       01 WS-RECEIPT-STATUS   PIC XX.
       01 WS-BACKORDER-STATUS PIC XX.
       01 WS-RETAINED-STATUS  PIC XX.
       01 WS-LEDGER-STATUS    PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-SALES-DETAIL-STATUS PIC XX.
       01 WS-SALES-DETAIL-ON  PIC X(3) VALUE 'NO'.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-LINE-FILLED      PIC X(3) VALUE 'NO'.
       01 WS-ITEM-BLOCKED     PIC X(3) VALUE 'NO'.
       01 WS-FILL-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-FILL-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-SQLCODE-DISPLAY  PIC -(8)9.
       01 WS-QTY-EDIT         PIC Z(6)9.
       01 WS-MONEY-EDIT       PIC Z(6)9.99.

       01 WS-COUNTERS.
           05 WS-RECEIPTS-APPLIED  PIC 9(7) VALUE 0.
           05 WS-RECEIPTS-REFUSED  PIC 9(7) VALUE 0.
           05 WS-BACKORDERS-READ   PIC 9(7) VALUE 0.
           05 WS-BACKORDERS-FILLED PIC 9(7) VALUE 0.
           05 WS-BACKORDERS-KEPT   PIC 9(7) VALUE 0.
           05 WS-BILLING-FAILURES  PIC 9(7) VALUE 0.

      *    Oldest-first is kept strictly per item: once an item's
      *    older backorder cannot be covered, every younger line
      *    for the same item waits behind it this run, even one
      *    small enough to fit - otherwise a stream of small orders
      *    could starve a large early one indefinitely.
       01 WS-BLOCKED-COUNT    PIC 9(4) VALUE 0.
       01 WS-BLOCKED-IDX      PIC 9(4) VALUE 0.
       01 WS-BLOCKED-TABLE.
           05 WS-BLOCKED-ITEM OCCURS 500 TIMES PIC X(10).

      * Nightly release of waiting backorders. Deliveries on the
      * receiving feed are added to STOCK.KSDS first (receipts keyed
      * at ITEM-PRICE-MAINT are already there), then BACKORD.DAT is
      * worked in arrival order: a line whose item now has enough
      * stock on hand is billed to the customer's CUSTOMER_TABLE
      * balance, drawn from stock, and written to ORDLEDG.DAT as a
      * POSTED sale under its original order ID, so statements and
      * aging pick the charge up from the business day it actually
      * shipped.
      * Runs after MQ-RECEIVER and before BALANCE-REFRESH, so the
      * billed amounts reach the KSDS copy the same night.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           OPEN OUTPUT RELEASE-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN BKORLSE.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'BACKORDER RELEASE' TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.

           PERFORM OPEN-STOCK-FILE.
           IF WS-STOCK-STATUS NOT = '00'
               CLOSE RELEASE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM APPLY-RECEIVING-FEED.
           PERFORM RELEASE-WAITING-BACKORDERS.
           CLOSE STOCK-KSDS.

           MOVE SPACES TO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING 'RECEIPTS APPLIED: ' WS-RECEIPTS-APPLIED
               '  REFUSED: ' WS-RECEIPTS-REFUSED
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING 'BACKORDERS READ: ' WS-BACKORDERS-READ
               '  FILLED: ' WS-BACKORDERS-FILLED
               '  STILL WAITING: ' WS-BACKORDERS-KEPT
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           CLOSE RELEASE-REPORT.

           DISPLAY 'BACKORDER-RELEASE - RECEIPTS ' WS-RECEIPTS-APPLIED
               ' FILLED ' WS-BACKORDERS-FILLED
               ' WAITING ' WS-BACKORDERS-KEPT.
           IF WS-BILLING-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Created empty on the very first run, so a night with no
      *    receipts yet still releases nothing cleanly.
       OPEN-STOCK-FILE.
           OPEN I-O STOCK-KSDS.
           IF WS-STOCK-STATUS NOT = '00'
               OPEN OUTPUT STOCK-KSDS
               CLOSE STOCK-KSDS
               OPEN I-O STOCK-KSDS
           END-IF.
           IF WS-STOCK-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN STOCK.KSDS STATUS='
                   WS-STOCK-STATUS
               MOVE 'BKORLSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E083' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN STOCK.KSDS STATUS='
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    A receipt for an item never stocked before creates its
      *    record. A quantity that is not numeric is refused and
      *    listed - guessing at a delivery count would put phantom
      *    goods on the shelf.
       APPLY-RECEIVING-FEED.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = '00'
               MOVE 'RECEIPTS FROM RECEIVING FEED:'
                   TO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RECEIPT-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
               MOVE 'NO' TO WS-END-OF-FILE
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
           END-IF.

       APPLY-ONE-RECEIPT.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           IF RCV-QTY IS NOT NUMERIC OR RCV-ITEM-CODE = SPACES
               ADD 1 TO WS-RECEIPTS-REFUSED
               STRING '  REFUSED  ' RCV-ITEM-CODE ' '
                   RCV-REFERENCE ' - QUANTITY OR ITEM INVALID'
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           ELSE
               MOVE RCV-ITEM-CODE TO STK-ITEM-CODE
               READ STOCK-KSDS
               IF WS-STOCK-STATUS = '00'
                   ADD RCV-QTY TO STK-ON-HAND
                   MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
                   REWRITE STOCK-RECORD
               ELSE
                   MOVE SPACES TO STOCK-RECORD
                   MOVE RCV-ITEM-CODE TO STK-ITEM-CODE
                   MOVE RCV-QTY TO STK-ON-HAND
                   MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
                   WRITE STOCK-RECORD
               END-IF
               ADD 1 TO WS-RECEIPTS-APPLIED
               MOVE RCV-QTY TO WS-QTY-EDIT
               STRING '  RECEIVED ' RCV-ITEM-CODE ' QTY '
                   WS-QTY-EDIT ' REF ' RCV-REFERENCE
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-IF.
           WRITE RELEASE-REPORT-RECORD.

       RELEASE-WAITING-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = '00'
               DISPLAY 'NO BACKORDERS WAITING'
           ELSE
               OPEN OUTPUT RETAINED-FILE
               OPEN EXTEND ORDER-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   OPEN OUTPUT ORDER-LEDGER-FILE
               END-IF
               PERFORM OPEN-SALES-DETAIL-FILE
               MOVE 'BACKORDERS FILLED AND BILLED:'
                   TO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ BACKORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-BACKORDERS-READ
                           PERFORM TRY-TO-FILL-BACKORDER
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
               CLOSE BACKORDER-FILE
               CLOSE RETAINED-FILE
               CLOSE ORDER-LEDGER-FILE
               IF WS-SALES-DETAIL-ON = 'YES'
                   CLOSE SALES-DETAIL-FILE
               END-IF
               PERFORM COPY-RETAINED-BACK
           END-IF.

       TRY-TO-FILL-BACKORDER.
           MOVE 'NO' TO WS-LINE-FILLED.
           PERFORM CHECK-ITEM-BLOCKED.
           IF WS-ITEM-BLOCKED = 'NO'
               MOVE BKO-ITEM-CODE TO STK-ITEM-CODE
               READ STOCK-KSDS
               IF WS-STOCK-STATUS = '00'
                   AND STK-ON-HAND >= BKO-QTY
                   PERFORM BILL-FILLED-BACKORDER
               ELSE
                   PERFORM BLOCK-ITEM
               END-IF
           END-IF.
           IF WS-LINE-FILLED = 'NO'
               MOVE BACKORDER-RECORD TO RETAINED-RECORD
               WRITE RETAINED-RECORD
               ADD 1 TO WS-BACKORDERS-KEPT
           END-IF.

      *    The stock is only drawn once the balance has moved, so a
      *    billing failure leaves the goods on the shelf and the
      *    line waiting - and blocks the item, since the line it
      *    failed on is still the oldest. The line's sales tax was
      *    worked out when the order arrived and is billed with it.
       BILL-FILLED-BACKORDER.
           IF BKO-TAX-AMOUNT IS NUMERIC
               MOVE BKO-TAX-AMOUNT TO WS-FILL-TAX
           ELSE
               MOVE 0 TO WS-FILL-TAX
           END-IF.
           COMPUTE WS-FILL-AMOUNT = BKO-AMOUNT + WS-FILL-TAX.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = BALANCE - :WS-FILL-AMOUNT
               WHERE ID = :BKO-CUST-ID
           END-EXEC.
           IF SQLCODE = 0
               SUBTRACT BKO-QTY FROM STK-ON-HAND
               MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
               REWRITE STOCK-RECORD
               MOVE 'YES' TO WS-LINE-FILLED
               ADD 1 TO WS-BACKORDERS-FILLED
               PERFORM WRITE-FILL-LEDGER-RECORD
               PERFORM WRITE-SALES-DETAIL-RECORD
               MOVE BKO-QTY TO WS-QTY-EDIT
               MOVE WS-FILL-AMOUNT TO WS-MONEY-EDIT
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING '  ' BKO-ORDER-ID ' ' BKO-CUST-ID ' '
                   BKO-ITEM-CODE ' QTY ' WS-QTY-EDIT
                   ' BILLED ' WS-MONEY-EDIT
                   ' WAITING SINCE ' BKO-CREATED(1:8)
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           ELSE
               ADD 1 TO WS-BILLING-FAILURES
               PERFORM BLOCK-ITEM
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING '  NOT BILLED ' BKO-ORDER-ID ' ' BKO-CUST-ID
                   ' ' BKO-ITEM-CODE ' SQLCODE=' WS-SQLCODE-DISPLAY
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
               MOVE 'BKORLSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E084' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'BACKORDER NOT BILLED ' BKO-ORDER-ID
                   ' SQLCODE=' WS-SQLCODE-DISPLAY
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       WRITE-FILL-LEDGER-RECORD.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE BKO-ORDER-ID TO LGR-ORDER-ID.
           MOVE BKO-CUST-ID TO LGR-CUST-ID.
           MOVE 'S' TO LGR-ORDER-TYPE.
           MOVE 1 TO LGR-ITEM-COUNT.
           MOVE WS-FILL-AMOUNT TO LGR-TOTAL-AMOUNT.
           MOVE WS-FILL-TAX TO LGR-TAX-AMOUNT.
           MOVE BKO-TAX-REGION TO LGR-TAX-REGION.
           MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP.
           MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE.
           MOVE 'POSTED' TO LGR-OUTCOME.
           STRING 'Backorder filled ' BKO-ITEM-CODE
               DELIMITED BY SIZE INTO LGR-REASON-TEXT.
           WRITE LEDGER-RECORD.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON ORDER-LEDGER-FILE'
                   ' STATUS=' WS-LEDGER-STATUS
           ELSE
               MOVE 'A' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
           END-IF.

      *    History for the sales report, not a money control - a
      *    file that will not open is logged and the release goes
      *    on billing.
       OPEN-SALES-DETAIL-FILE.
           OPEN EXTEND SALES-DETAIL-FILE.
           IF WS-SALES-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT SALES-DETAIL-FILE
           END-IF.
           IF WS-SALES-DETAIL-STATUS = '00'
               MOVE 'YES' TO WS-SALES-DETAIL-ON
           ELSE
               DISPLAY 'WARNING: UNABLE TO OPEN SALESDTL.DAT STATUS='
                   WS-SALES-DETAIL-STATUS
               MOVE 'BKORLSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E102' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN SALESDTL.DAT STATUS='
                   WS-SALES-DETAIL-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       WRITE-SALES-DETAIL-RECORD.
           IF WS-SALES-DETAIL-ON = 'YES'
               MOVE SPACES TO SALES-DETAIL-RECORD
               MOVE BKO-ORDER-ID TO SD-ORDER-ID
               MOVE BKO-CUST-ID TO SD-CUST-ID
               MOVE BKO-TAX-REGION TO SD-REGION
               MOVE BKO-ITEM-CODE TO SD-ITEM-CODE
               MOVE BKO-QTY TO SD-QTY
               MOVE BKO-AMOUNT TO SD-AMOUNT
               MOVE 'S' TO SD-ORDER-TYPE
               MOVE FUNCTION CURRENT-DATE TO SD-POSTED
               WRITE SALES-DETAIL-RECORD
               IF WS-SALES-DETAIL-STATUS NOT = '00'
                   DISPLAY 'ERROR: WRITE FAILURE ON SALESDTL.DAT '
                       'STATUS=' WS-SALES-DETAIL-STATUS
               END-IF
           END-IF.

       CHECK-ITEM-BLOCKED.
           MOVE 'NO' TO WS-ITEM-BLOCKED.
           PERFORM VARYING WS-BLOCKED-IDX FROM 1 BY 1
                   UNTIL WS-BLOCKED-IDX > WS-BLOCKED-COUNT
                   OR WS-ITEM-BLOCKED = 'YES'
               IF WS-BLOCKED-ITEM(WS-BLOCKED-IDX) = BKO-ITEM-CODE
                   MOVE 'YES' TO WS-ITEM-BLOCKED
               END-IF
           END-PERFORM.

       BLOCK-ITEM.
           IF WS-BLOCKED-COUNT < 500
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE BKO-ITEM-CODE TO WS-BLOCKED-ITEM(WS-BLOCKED-COUNT)
           END-IF.

      *    Lines still waiting replace BACKORD.DAT wholesale. Left
      *    alone if the carry-forward can't be read back - the old
      *    file then still holds every line, and a filled line shows
      *    up again tomorrow against a ledger that already billed it,
      *    which the error log says loudly.
       COPY-RETAINED-BACK.
           OPEN INPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REOPEN BACKORD.NEW STATUS='
                   WS-RETAINED-STATUS
               MOVE 'BKORLSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E085' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE 'BACKORD.NEW NOT COPIED BACK TO BACKORD.DAT'
                   TO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               ADD 1 TO WS-BILLING-FAILURES
           ELSE
               OPEN OUTPUT BACKORDER-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RETAINED-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RETAINED-RECORD TO BACKORDER-RECORD
                           WRITE BACKORDER-RECORD
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
               CLOSE RETAINED-FILE
               CLOSE BACKORDER-FILE
           END-IF.
