       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The keyed ledger, read by order ID through its
      *    alternate index rather than scanned end to end.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT ORDER-INPUT-FILE ASSIGN TO 'ORDERS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDERS-STATUS.
      *    What the warehouse has confirmed shipping against each
      *    order, kept nightly by SHIPMENT-CONFIRM.
           SELECT SHIP-STATUS-FILE ASSIGN TO 'SHIPSTAT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-ORDER-ID
           FILE STATUS IS WS-SHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".
           05 OI-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(242).

       FD SHIP-STATUS-FILE.
       COPY "SHIPSTAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-HELD-STATUS   PIC XX.
       01 WS-DLQ-STATUS    PIC XX.
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-SHIP-STATUS   PIC XX.
       01 WS-SHIP-FOUND    PIC X(3) VALUE 'NO'.
       01 WS-QTY-EDIT      PIC Z(6)9.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RESP          PIC S9(8) COMP.

       01 WS-TARGET-ORDER  PIC X(8).
      *    The caller's customer ID, when they have it - checked for
      *    a slipped digit, and held against the ledger's customer
      *    so one customer is not read another's order.
       01 WS-INQ-CUST-ID   PIC X(10) VALUE SPACES.
       01 WS-INQ-RESULT    PIC X(30) VALUE 'SUCCESS'.
       COPY "CUSTIDSV.cpy".
       01 WS-FATE-KNOWN    PIC X(3) VALUE 'NO'.
       01 WS-AMOUNT-EDIT   PIC Z(6)9.99.

      *    later released and posted has both entries on file, and
      *    the posting is the one the branch needs to hear about.
       01 WS-LEDGER-FOUND  PIC X(3) VALUE 'NO'.
       01 WS-LAST-LEDGER-ENTRY PIC X(162).
       01 WS-LAST-LEDGER-TIME  PIC X(26).
       01 WS-LEDGER-DONE   PIC X(3) VALUE 'NO'.

       COPY "ORDLEDG.cpy".
       01 WS-DLQ-KEY       PIC X(9).
       01 WS-KEY-LENGTH    PIC 9(2) VALUE 0.
       01 WS-KEY-IDX       PIC 9(2) VALUE 0.
      * Answers "where does order A1234 stand" from the files the
      * order flow already writes, instead of someone grepping
      * DEADLTR.DAT and yesterday's job output by hand: the posted-
      * order ledger (ORDLEDG.KSDS, read straight to the order on
      * its order-ID index) says POSTED (with amount and timestamp),
      * DEADLTR or REFUSED (with the reason), or HELD; the live
      * held-orders file confirms a hold still awaiting a credit
      * decision; DEADLTR.DAT covers dead letters that predate the
      * ledger; and an order in ORDERS.DAT with no trace anywhere
      * else is submitted but not yet processed or acknowledged.
      * A posted sale is taken one step further from SHIPSTAT.KSDS:
      * SHIPPED or PARTIAL once the warehouse has confirmed goods
      * leaving against it, with the latest ship date and carrier,
      * and an order ID known only to the warehouse is reported as
      * shipped with no posted order behind it.
      * Gated by the shared LOGIN session check like every other
      * terminal inquiry, and audited the same way. The caller's
      * customer ID, if given, must pass its check digit, and a
      * ledger order on some other customer's account is not shown.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
               DISPLAY 'No Order ID Entered'
               EXEC CICS RETURN END-EXEC
           END-IF.
           DISPLAY 'Enter Customer ID (blank if not known): '.
           ACCEPT WS-INQ-CUST-ID.
           IF WS-INQ-CUST-ID NOT = SPACES
               MOVE 'V' TO CID-FUNCTION
               MOVE WS-INQ-CUST-ID TO CID-CUST-ID
               CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY
               IF CID-RETURN-CODE = 'CD'
                   DISPLAY 'Customer ID Check Digit Wrong - Rekey'
                   MOVE 'BAD CUSTOMER ID' TO WS-INQ-RESULT
                   PERFORM WRITE-AUDIT-RECORD
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

           PERFORM SEARCH-ORDER-LEDGER.
           IF WS-FATE-KNOWN = 'NO'
           IF WS-FATE-KNOWN = 'NO'
               PERFORM SEARCH-SUBMITTED-ORDERS
           END-IF.
           IF WS-FATE-KNOWN = 'NO'
               PERFORM SEARCH-UNMATCHED-SHIPMENTS
           END-IF.
           IF WS-FATE-KNOWN = 'NO'
               DISPLAY 'ORDER ' WS-TARGET-ORDER ' - NOT FOUND IN '
                   'LEDGER, DEAD LETTERS, HOLDS OR ORDERS.DAT'
           PERFORM WRITE-AUDIT-RECORD.
           EXEC CICS RETURN END-EXEC.

      *    Every line on the order is read off the order-ID index
      *    and the one written last kept - lines moved by a merge
      *    are re-added, so index order is not write order and the
      *    timestamp decides.
       SEARCH-ORDER-LEDGER.
           MOVE 'NO' TO WS-LEDGER-FOUND.
           MOVE 'NO' TO WS-LEDGER-DONE.
           MOVE LOW-VALUES TO WS-LAST-LEDGER-TIME.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE WS-TARGET-ORDER TO LGK-ORDER-ID
               START LEDGER-KSDS-FILE KEY IS EQUAL TO LGK-ORDER-ID
                   INVALID KEY MOVE 'YES' TO WS-LEDGER-DONE
               END-START
               PERFORM UNTIL WS-LEDGER-DONE = 'YES'
                   READ LEDGER-KSDS-FILE NEXT RECORD
                       AT END MOVE 'YES' TO WS-LEDGER-DONE
                       NOT AT END
                           IF LGK-ORDER-ID NOT = WS-TARGET-ORDER
                               MOVE 'YES' TO WS-LEDGER-DONE
                           ELSE
                               IF LGK-TIMESTAMP
                                   NOT < WS-LAST-LEDGER-TIME
                                   MOVE 'YES' TO WS-LEDGER-FOUND
                                   MOVE LGK-TIMESTAMP
                                       TO WS-LAST-LEDGER-TIME
                                   MOVE LGK-LEDGER-LINE
                                       TO WS-LAST-LEDGER-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-KSDS-FILE
           END-IF.
           IF WS-LEDGER-FOUND = 'YES'
               MOVE WS-LAST-LEDGER-ENTRY TO LEDGER-RECORD
               IF WS-INQ-CUST-ID NOT = SPACES
                   AND LGR-CUST-ID NOT = WS-INQ-CUST-ID
                   MOVE 'YES' TO WS-FATE-KNOWN
                   DISPLAY 'ORDER ' WS-TARGET-ORDER ' - NOT ON '
                       'CUSTOMER ' WS-INQ-CUST-ID ' ACCOUNT'
                   MOVE 'CUSTOMER MISMATCH' TO WS-INQ-RESULT
               ELSE
                   PERFORM REPORT-LEDGER-FATE
               END-IF
           END-IF.

       REPORT-LEDGER-FATE.
           MOVE LGR-TOTAL-AMOUNT TO WS-AMOUNT-EDIT.
           EVALUATE LGR-OUTCOME
               WHEN 'POSTED'
                   MOVE 'NO' TO WS-SHIP-FOUND
                   IF LGR-ORDER-TYPE = 'S'
                       PERFORM READ-SHIP-STATUS
                   END-IF
                   IF WS-SHIP-FOUND = 'YES'
                       AND (SS-SHIP-STATUS = 'SHIPPED'
                           OR SS-SHIP-STATUS = 'PARTIAL')
                       DISPLAY 'ORDER ' WS-TARGET-ORDER ' - '
                           SS-SHIP-STATUS
                   ELSE
                       DISPLAY 'ORDER ' WS-TARGET-ORDER ' - POSTED'
                   END-IF
                   DISPLAY '  CUSTOMER: ' LGR-CUST-ID
                       '  TYPE: ' LGR-ORDER-TYPE
                       '  AMOUNT: ' WS-AMOUNT-EDIT
                   DISPLAY '  POSTED AT: ' LGR-TIMESTAMP
                   IF WS-SHIP-FOUND = 'YES'
                       PERFORM REPORT-SHIPMENT
                   END-IF
               WHEN 'HELD'
                   DISPLAY 'ORDER ' WS-TARGET-ORDER ' - HELD FOR '
                       'CREDIT REVIEW'
                   DISPLAY '  CUSTOMER: ' LGR-CUST-ID
                       '  AMOUNT: ' WS-AMOUNT-EDIT
                   DISPLAY '  HELD AT: ' LGR-TIMESTAMP
                   IF LGR-REASON-TEXT NOT = SPACES
                       DISPLAY '  REASON: ' LGR-REASON-TEXT
                   END-IF
                   PERFORM CONFIRM-STILL-HELD
               WHEN 'REFUSED'
                   DISPLAY 'ORDER ' WS-TARGET-ORDER ' - REFUSED BY '
                       'CREDIT REVIEW'
                   DISPLAY '  REASON: ' LGR-REASON-TEXT
                   DISPLAY '  DECIDED AT: ' LGR-TIMESTAMP
      *        A reversal sits under the order's own ID as the
      *        latest line, so it is what the order came to unless
      *        a corrected resubmission has posted since.
               WHEN 'ADJUST'
                   IF LGR-REASON-TEXT(1:9) = 'REVERSED '
                       DISPLAY 'ORDER ' WS-TARGET-ORDER ' - REVERSED'
                       DISPLAY '  CUSTOMER: ' LGR-CUST-ID
                           '  AMOUNT: ' WS-AMOUNT-EDIT
                       DISPLAY '  REVERSED AT: ' LGR-TIMESTAMP
                       DISPLAY '  REVERSAL BATCH: '
                           LGR-REASON-TEXT(29:8)
                   ELSE
                       DISPLAY 'ORDER ' WS-TARGET-ORDER
                           ' - ADJUSTMENT'
                       DISPLAY '  REASON: ' LGR-REASON-TEXT
                       DISPLAY '  RECORDED AT: ' LGR-TIMESTAMP
                   END-IF
               WHEN OTHER
                   DISPLAY 'ORDER ' WS-TARGET-ORDER
                       ' - DEAD-LETTERED'
                   DISPLAY '  RECORDED AT: ' LGR-TIMESTAMP
           END-EVALUATE.

      *    No shipment record (or no SHIPSTAT.KSDS yet) leaves
      *    the order at POSTED.
       READ-SHIP-STATUS.
           MOVE 'NO' TO WS-SHIP-FOUND.
           OPEN INPUT SHIP-STATUS-FILE.
           IF WS-SHIP-STATUS = '00'
               MOVE WS-TARGET-ORDER TO SS-ORDER-ID
               READ SHIP-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-SHIP-FOUND
               END-READ
               CLOSE SHIP-STATUS-FILE
           END-IF.

       REPORT-SHIPMENT.
           IF SS-QTY-SHIPPED > 0
               MOVE SS-QTY-BILLED TO WS-QTY-EDIT
               DISPLAY '  QTY BILLED: ' WS-QTY-EDIT
               MOVE SS-QTY-SHIPPED TO WS-QTY-EDIT
               DISPLAY '  QTY SHIPPED: ' WS-QTY-EDIT
               DISPLAY '  FIRST SHIPPED: ' SS-FIRST-SHIPPED
                   '  LAST SHIPPED: ' SS-LAST-SHIPPED
               DISPLAY '  CARRIER: ' SS-CARRIER
                   '  TRACKING: ' SS-TRACKING
           ELSE
               DISPLAY '  NO SHIPMENT CONFIRMED BY THE WAREHOUSE'
           END-IF.

      *    The warehouse shipped against this ID but no sale has
      *    posted under it - the billing office's exception, not
      *    the branch's, but worth saying rather than "not found".
       SEARCH-UNMATCHED-SHIPMENTS.
           PERFORM READ-SHIP-STATUS.
           IF WS-SHIP-FOUND = 'YES'
               MOVE 'YES' TO WS-FATE-KNOWN
               DISPLAY 'ORDER ' WS-TARGET-ORDER ' - SHIPPED BY THE '
                   'WAREHOUSE, NO POSTED ORDER ON FILE'
               PERFORM REPORT-SHIPMENT
           END-IF.

      *    The ledger's HELD line is history; the live list is
      *    HELDORD.DAT. An order on both is still waiting - an
      *    order only in the ledger was already worked by the
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-ORDER TO AUD-ENTITY-ID.
           MOVE 'INQUIRY' TO AUD-ACTION.
           MOVE WS-INQ-RESULT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
