       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'CRRVWK.DAT'.
      *    Open dispute cases and lockbox open-item balances, looked
      *    up as the ledger is read so the aging buckets the score
      *    uses are the ones AR-AGING-REPORT prints.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-ORDER-ID
           ALTERNATE RECORD KEY IS DSP-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
      *    Orders MQ-RECEIVER is holding for a credit decision right
      *    now - a customer whose orders keep stopping at the limit
      *    is part of what the review is looking for.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'CRRVSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT LIMIT-PENDING-FILE ASSIGN TO 'LIMPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

      *    Same fixed offsets as ORDLEDG.cpy, re-declared under SL-
      *    names for the sort keys - customer ascending, posting
      *    time DESCENDING, exactly as AR-AGING-REPORT sorts. A
      *    posted sale carries no reason text, so its full billed
      *    amount rides in that slot for the sales figures while
      *    SL-AMOUNT is cut down to what is still open for aging.
       SD SORT-WORK-FILE.
       01 SL-RECORD.
           05 SL-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 SL-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 SL-ORDER-TYPE  PIC X(1).
           05 FILLER         PIC X(1).
           05 SL-ITEM-COUNT  PIC X(2).
           05 FILLER         PIC X(1).
           05 SL-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 SL-TIMESTAMP   PIC X(26).
           05 FILLER         PIC X(1).
           05 SL-OUTCOME     PIC X(8).
           05 FILLER         PIC X(1).
           05 SL-REASON      PIC X(40).
           05 SL-SALE-VIEW REDEFINES SL-REASON.
               10 SL-BILLED-AMOUNT PIC 9(7)V99.
               10 FILLER           PIC X(31).
           05 FILLER         PIC X(1).
           05 SL-TAX-AMOUNT  PIC X(9).
           05 FILLER         PIC X(1).
           05 SL-TAX-REGION  PIC X(10).

       FD DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD SORTED-LEDGER-FILE.
       01 SORTED-LEDGER-RECORD.
           05 SR-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 SR-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 SR-ORDER-TYPE  PIC X(1).
           05 FILLER         PIC X(1).
           05 SR-ITEM-COUNT  PIC X(2).
           05 FILLER         PIC X(1).
           05 SR-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 SR-TIMESTAMP   PIC X(26).
           05 FILLER         PIC X(1).
           05 SR-OUTCOME     PIC X(8).
           05 FILLER         PIC X(1).
           05 SR-REASON      PIC X(40).
           05 SR-SALE-VIEW REDEFINES SR-REASON.
               10 SR-BILLED-AMOUNT PIC 9(7)V99.
               10 FILLER           PIC X(31).
           05 FILLER         PIC X(1).
           05 SR-TAX-AMOUNT  PIC X(9).
           05 FILLER         PIC X(1).
           05 SR-TAX-REGION  PIC X(10).

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD LIMIT-PENDING-FILE.
       COPY "LIMPEND.cpy".

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".

       01 WS-LEDGER-STATUS PIC XX.
       01 WS-SORTED-STATUS PIC XX.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTES-ON   PIC X(3) VALUE 'NO'.
       01 WS-DISPUTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-LINE-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-OPEN-ITEMS-ON PIC X(3) VALUE 'NO'.
       01 WS-HELD-STATUS   PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE      PIC 9(8).
       01 WS-RUN-DATE-INT  PIC S9(7).
       01 WS-RUN-TIMESTAMP PIC X(26).
       01 WS-LINE-DATE     PIC 9(8).
       01 WS-LINE-AGE-DAYS PIC S9(7).

      *    The scoring rules. Payment history is read over the last
      *    year; a sensible limit is two months of that year's
      *    average purchases, scaled down as the score falls. A
      *    change of less than a tenth either way is not worth a
      *    reviewer's time, and no first limit is set below the
      *    floor.
       01 WS-HISTORY-DAYS  PIC 9(3) VALUE 365.
       01 WS-MONTHS-COVER  PIC 9(1) VALUE 2.
       01 WS-MINIMUM-LIMIT PIC 9(5)V99 VALUE 500.
       01 WS-RAISE-SCORE   PIC 9(3) VALUE 60.
       01 WS-GOOD-SCORE    PIC 9(3) VALUE 80.

       01 WS-CURRENT-CUST  PIC X(10) VALUE SPACES.
       01 WS-TBL-BALANCE   PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-OWED   PIC S9(9)V99 VALUE 0.
       01 WS-UNALLOCATED   PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-AMOUNT  PIC S9(9)V99 VALUE 0.

      *    One customer's balance cut four ways - current, 30, 60
      *    and 90-plus days - by the newest-first allocation
      *    AR-AGING-REPORT uses.
       01 WS-CUST-BUCKETS.
           05 WS-CB-AMOUNT OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-BUCKET-IX     PIC 9(1) VALUE 0.

      *    What one customer's year looked like, gathered as their
      *    lines go by.
       01 WS-CUST-HISTORY.
           05 WS-SALES-12M     PIC 9(9)V99.
           05 WS-PAYMENT-COUNT PIC 9(5).
           05 WS-NSF-COUNT     PIC 9(2).
           05 WS-HELD-COUNT    PIC 9(3).
           05 WS-HELD-AMOUNT   PIC 9(9)V99.
           05 WS-OVERDUE       PIC S9(9)V99.

       01 WS-SCORE         PIC S9(3) VALUE 0.
       01 WS-BAND-PERCENT  PIC 9(3) VALUE 0.
       01 WS-PROPOSED-LIMIT PIC 9(9)V99 VALUE 0.
       01 WS-HUNDREDS      PIC 9(7) VALUE 0.
       01 WS-UPPER-BOUND   PIC 9(9)V99 VALUE 0.
       01 WS-LOWER-BOUND   PIC 9(9)V99 VALUE 0.
       01 WS-RECOMMENDATION PIC X(10) VALUE SPACES.

      *    Customers already waiting on a credit-team decision from
      *    an earlier run - a fresh recommendation would only stack
      *    a second opinion on top of the one not yet answered.
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-IDX   PIC 9(4) VALUE 0.
       01 WS-PENDING-FOUND PIC X(3) VALUE 'NO'.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-CUST-ID OCCURS 500 TIMES PIC X(10).

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-SCORED  PIC 9(7) VALUE 0.
           05 WS-FIRST-LIMITS      PIC 9(7) VALUE 0.
           05 WS-RAISES            PIC 9(7) VALUE 0.
           05 WS-CUTS              PIC 9(7) VALUE 0.
           05 WS-NO-CHANGE         PIC 9(7) VALUE 0.
           05 WS-ALREADY-PENDING   PIC 9(7) VALUE 0.
           05 WS-NOT-REVIEWED      PIC 9(7) VALUE 0.

      * Quarterly credit-limit review. Every customer with ledger
      * activity or a held order is scored out of 100 from four
      * things: how far their balance has aged (the AR-AGING-REPORT
      * buckets, rebuilt the same way), returned cheques posted by
      * BALANCE-ADJUST under reason NSFC in the last year, orders
      * MQ-RECEIVER is holding against their limit in HELDORD.DAT,
      * and whether a year of buying has been matched by any
      * payment at all. A limit is then sized from the year's
      * posted sales and the score, and compared with
      * CUST-CREDIT-LIMIT: an account on the zero "no limit" default
      * is given a FIRST limit, a good payer outgrowing theirs a
      * RAISE, a slipping one a CUT. Each recommendation is
      * appended to LIMPEND.DAT for the credit team's two-person
      * review in CREDIT-LIMIT-REVIEW - this run never changes a
      * limit itself, so a rerun only re-scores; customers who
      * already have a recommendation waiting are passed over.
      * Only ACTIVE accounts are reviewed.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
               MOVE 'CREDREV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E103' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PENDING-CUSTOMERS.
           OPEN EXTEND LIMIT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT LIMIT-PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN LIMPEND.DAT STATUS='
                   WS-PENDING-STATUS
               MOVE 'CREDREV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E104' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN LIMPEND.DAT STATUS='
                   WS-PENDING-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SL-CUST-ID
               ON DESCENDING KEY SL-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-REVIEW-LINES
               GIVING SORTED-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               CLOSE LIMIT-PENDING-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SORTED-LEDGER-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED LEDGER STATUS='
                   WS-SORTED-STATUS
               CLOSE LIMIT-PENDING-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ SORTED-LEDGER-FILE
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                       IF WS-CURRENT-CUST NOT = SPACES
                           PERFORM CLOSE-OUT-CUSTOMER
                       END-IF
                   NOT AT END
                       IF SR-CUST-ID NOT = WS-CURRENT-CUST
                           IF WS-CURRENT-CUST NOT = SPACES
                               PERFORM CLOSE-OUT-CUSTOMER
                           END-IF
                           MOVE SR-CUST-ID TO WS-CURRENT-CUST
                           PERFORM START-NEW-CUSTOMER
                       END-IF
                       PERFORM TAKE-ONE-LINE
               END-READ
           END-PERFORM.

           CLOSE SORTED-LEDGER-FILE.
           CLOSE LIMIT-PENDING-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY 'CREDIT-REVIEW - SCORED ' WS-CUSTOMERS-SCORED
               ' FIRST ' WS-FIRST-LIMITS
               ' RAISE ' WS-RAISES
               ' CUT ' WS-CUTS
               ' NO CHANGE ' WS-NO-CHANGE
               ' ALREADY PENDING ' WS-ALREADY-PENDING
               ' NOT REVIEWED ' WS-NOT-REVIEWED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *    No LIMPEND.DAT yet simply means nothing is waiting. A
      *    backlog bigger than the table is said once; the
      *    customers past it may be recommended a second time.
       LOAD-PENDING-CUSTOMERS.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT LIMIT-PENDING-FILE.
           IF WS-PENDING-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ LIMIT-PENDING-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-PENDING-COUNT < 500
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE LMP-CUST-ID TO
                                   WS-PENDING-CUST-ID(WS-PENDING-COUNT)
                           ELSE
                               MOVE 'YES' TO WS-END-OF-FILE
                               MOVE 'CREDREV' TO ERR-PROGRAM-ID
                               MOVE SPACES TO ERR-TIMESTAMP
                               MOVE 'E105' TO ERR-CODE
                               MOVE 'WARN' TO ERR-SEVERITY
                               STRING 'LIMPEND.DAT BACKLOG OVER 500 - '
                                   'DUPLICATES POSSIBLE'
                                   DELIMITED BY SIZE INTO ERR-MESSAGE
                               CALL 'ERROR-LOGGER' USING
                                   WS-ERROR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-PENDING-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

      *    The debits AR-AGING-REPORT ages - posted sales, debit
      *    adjustments and finance charges - plus the posted
      *    payments the history counts, then every held order as a
      *    type 'H' line of its own.
       RELEASE-REVIEW-LINES.
           PERFORM OPEN-DISPUTE-FILE.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'CREDREV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E106' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF LGR-OUTCOME = 'POSTED'
                               OR LGR-OUTCOME = 'ADJUST'
                               PERFORM RELEASE-ONE-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
               PERFORM RELEASE-HELD-ORDERS
           END-IF.
           IF WS-DISPUTES-ON = 'YES'
               CLOSE DISPUTE-FILE
           END-IF.
           IF WS-OPEN-ITEMS-ON = 'YES'
               CLOSE OPEN-ITEM-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

      *    A sale is released even once the lockbox has paid it off
      *    - it still counts toward the year's purchases, and an
      *    open amount of zero allocates nothing.
       RELEASE-ONE-LEDGER-LINE.
           MOVE LEDGER-RECORD TO SL-RECORD.
           EVALUATE LGR-ORDER-TYPE
               WHEN 'S'
                   MOVE LGR-TOTAL-AMOUNT TO SL-BILLED-AMOUNT
                   IF WS-OPEN-ITEMS-ON = 'YES'
                       PERFORM TAKE-OPEN-ITEM-BALANCE
                   END-IF
                   IF WS-DISPUTES-ON = 'YES'
                       PERFORM HOLD-BACK-DISPUTED-AMOUNT
                   END-IF
                   RELEASE SL-RECORD
               WHEN 'D'
               WHEN 'F'
                   IF WS-DISPUTES-ON = 'YES'
                       PERFORM HOLD-BACK-DISPUTED-AMOUNT
                   END-IF
                   IF SL-AMOUNT > 0
                       RELEASE SL-RECORD
                   END-IF
               WHEN 'P'
                   RELEASE SL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    No held-order file just means nothing is on hold.
       RELEASE-HELD-ORDERS.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-ORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO SL-RECORD
                           MOVE HLD-ORDER-ID TO SL-ORDER-ID
                           MOVE HLD-CUST-ID TO SL-CUST-ID
                           MOVE 'H' TO SL-ORDER-TYPE
                           MOVE HLD-TOTAL-AMOUNT TO SL-AMOUNT
                           MOVE HLD-HELD-TIMESTAMP TO SL-TIMESTAMP
                           MOVE 'HELD' TO SL-OUTCOME
                           RELEASE SL-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDER-FILE
           END-IF.

      *    No dispute or open-item file yet simply means no
      *    disputes and no lockbox payments to account for.
       OPEN-DISPUTE-FILE.
           MOVE 'NO' TO WS-DISPUTES-ON.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               MOVE 'YES' TO WS-DISPUTES-ON
           END-IF.
           MOVE 'NO' TO WS-OPEN-ITEMS-ON.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = '00'
               MOVE 'YES' TO WS-OPEN-ITEMS-ON
           END-IF.

       TAKE-OPEN-ITEM-BALANCE.
           MOVE LGR-ORDER-ID TO OI-ORDER-ID.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OI-OPEN < SL-AMOUNT
                       MOVE OI-OPEN TO SL-AMOUNT
                   END-IF
           END-READ.

      *    As in AR-AGING-REPORT: an open case's disputed amount is
      *    released as a type 'X' marker with an all-nines time, so
      *    it is deducted from what the customer owes before any of
      *    the balance is allocated to a bucket.
       HOLD-BACK-DISPUTED-AMOUNT.
           MOVE SL-AMOUNT TO WS-LINE-AMOUNT.
           MOVE LGR-ORDER-ID TO DSP-ORDER-ID.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-STATUS = 'OPEN'
                       AND DSP-CUST-ID = LGR-CUST-ID
                       IF DSP-AMOUNT < SL-AMOUNT
                           MOVE DSP-AMOUNT TO WS-DISPUTED-AMOUNT
                       ELSE
                           MOVE SL-AMOUNT TO WS-DISPUTED-AMOUNT
                       END-IF
                       MOVE 'X' TO SL-ORDER-TYPE
                       MOVE ALL '9' TO SL-TIMESTAMP
                       MOVE WS-DISPUTED-AMOUNT TO SL-AMOUNT
                       RELEASE SL-RECORD
                       MOVE LGR-ORDER-TYPE TO SL-ORDER-TYPE
                       MOVE LGR-TIMESTAMP TO SL-TIMESTAMP
                       COMPUTE SL-AMOUNT =
                           WS-LINE-AMOUNT - WS-DISPUTED-AMOUNT
                   END-IF
           END-READ.

       START-NEW-CUSTOMER.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               MOVE 0 TO WS-CB-AMOUNT(WS-BUCKET-IX)
           END-PERFORM.
           INITIALIZE WS-CUST-HISTORY.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-CURRENT-CUST
           END-EXEC.
           IF SQLCODE = 0 AND WS-TBL-BALANCE < 0
               COMPUTE WS-AMOUNT-OWED = 0 - WS-TBL-BALANCE
           ELSE
               MOVE 0 TO WS-AMOUNT-OWED
           END-IF.
           MOVE WS-AMOUNT-OWED TO WS-UNALLOCATED.

       TAKE-ONE-LINE.
           PERFORM WORK-OUT-LINE-AGE.
           EVALUATE SR-ORDER-TYPE
               WHEN 'X'
                   SUBTRACT SR-AMOUNT FROM WS-AMOUNT-OWED
                   SUBTRACT SR-AMOUNT FROM WS-UNALLOCATED
               WHEN 'H'
                   ADD 1 TO WS-HELD-COUNT
                   ADD SR-AMOUNT TO WS-HELD-AMOUNT
               WHEN 'P'
                   IF WS-LINE-AGE-DAYS <= WS-HISTORY-DAYS
                       ADD 1 TO WS-PAYMENT-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-LINE-AGE-DAYS <= WS-HISTORY-DAYS
                       IF SR-ORDER-TYPE = 'S'
                           AND SR-BILLED-AMOUNT IS NUMERIC
                           ADD SR-BILLED-AMOUNT TO WS-SALES-12M
                       END-IF
                       IF SR-ORDER-TYPE = 'D'
                           AND SR-REASON(1:15) = 'Adjustment NSFC'
                           AND WS-NSF-COUNT < 99
                           ADD 1 TO WS-NSF-COUNT
                       END-IF
                   END-IF
                   PERFORM ALLOCATE-ONE-DEBIT
           END-EVALUATE.

      *    A line with no readable posting date is treated as old -
      *    90-plus for aging, outside the year for history.
       WORK-OUT-LINE-AGE.
           IF SR-TIMESTAMP(1:8) IS NUMERIC
               AND SR-ORDER-TYPE NOT = 'X'
               MOVE SR-TIMESTAMP(1:8) TO WS-LINE-DATE
               COMPUTE WS-LINE-AGE-DAYS = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
           ELSE
               MOVE 999 TO WS-LINE-AGE-DAYS
           END-IF.

       ALLOCATE-ONE-DEBIT.
           IF WS-UNALLOCATED > 0
               IF SR-AMOUNT < WS-UNALLOCATED
                   MOVE SR-AMOUNT TO WS-ALLOC-AMOUNT
               ELSE
                   MOVE WS-UNALLOCATED TO WS-ALLOC-AMOUNT
               END-IF
               SUBTRACT WS-ALLOC-AMOUNT FROM WS-UNALLOCATED
               EVALUATE TRUE
                   WHEN WS-LINE-AGE-DAYS < 30
                       MOVE 1 TO WS-BUCKET-IX
                   WHEN WS-LINE-AGE-DAYS < 60
                       MOVE 2 TO WS-BUCKET-IX
                   WHEN WS-LINE-AGE-DAYS < 90
                       MOVE 3 TO WS-BUCKET-IX
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IX
               END-EVALUATE
               ADD WS-ALLOC-AMOUNT TO WS-CB-AMOUNT(WS-BUCKET-IX)
           END-IF.

      *    Money older than anything on the ledger is 90-plus, as
      *    in the aging.
       CLOSE-OUT-CUSTOMER.
           IF WS-UNALLOCATED > 0
               ADD WS-UNALLOCATED TO WS-CB-AMOUNT(4)
           END-IF.
           COMPUTE WS-OVERDUE = WS-CB-AMOUNT(2)
               + WS-CB-AMOUNT(3) + WS-CB-AMOUNT(4).
           MOVE WS-CURRENT-CUST TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '23' TO WS-CUST-STATUS
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-NOT-REVIEWED
               MOVE 'CREDREV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E107' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'LEDGER CUSTOMER NOT ON MASTER - NOT REVIEWED '
                   'CUST=' WS-CURRENT-CUST
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               IF CUST-STATUS NOT = 'ACTIVE'
                   ADD 1 TO WS-NOT-REVIEWED
               ELSE
                   PERFORM CHECK-ALREADY-PENDING
                   IF WS-PENDING-FOUND = 'YES'
                       ADD 1 TO WS-ALREADY-PENDING
                   ELSE
                       ADD 1 TO WS-CUSTOMERS-SCORED
                       PERFORM SCORE-CUSTOMER
                       PERFORM DECIDE-RECOMMENDATION
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-PENDING.
           MOVE 'NO' TO WS-PENDING-FOUND.
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                   OR WS-PENDING-FOUND = 'YES'
               IF WS-PENDING-CUST-ID(WS-PENDING-IDX) = WS-CURRENT-CUST
                   MOVE 'YES' TO WS-PENDING-FOUND
               END-IF
           END-PERFORM.

      *    Start at 100 and take off for the worst aging bucket
      *    holding money, for every returned cheque, for every
      *    order stopped at the limit, and for a year of purchases
      *    with no payment behind it.
       SCORE-CUSTOMER.
           MOVE 100 TO WS-SCORE.
           EVALUATE TRUE
               WHEN WS-CB-AMOUNT(4) > 0
                   SUBTRACT 40 FROM WS-SCORE
               WHEN WS-CB-AMOUNT(3) > 0
                   SUBTRACT 25 FROM WS-SCORE
               WHEN WS-CB-AMOUNT(2) > 0
                   SUBTRACT 10 FROM WS-SCORE
           END-EVALUATE.
           IF WS-NSF-COUNT > 5 OR WS-HELD-COUNT > 20
               MOVE 0 TO WS-SCORE
           ELSE
               COMPUTE WS-SCORE = WS-SCORE - (WS-NSF-COUNT * 20)
                   - (WS-HELD-COUNT * 5)
           END-IF.
           IF WS-SALES-12M > 0 AND WS-PAYMENT-COUNT = 0
               SUBTRACT 20 FROM WS-SCORE
           END-IF.
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-GOOD-SCORE
                   MOVE 100 TO WS-BAND-PERCENT
               WHEN WS-SCORE >= WS-RAISE-SCORE
                   MOVE 75 TO WS-BAND-PERCENT
               WHEN WS-SCORE >= 40
                   MOVE 50 TO WS-BAND-PERCENT
               WHEN OTHER
                   MOVE 25 TO WS-BAND-PERCENT
           END-EVALUATE.
           COMPUTE WS-PROPOSED-LIMIT = WS-SALES-12M * WS-MONTHS-COVER
               / 12 * WS-BAND-PERCENT / 100.
           PERFORM ROUND-UP-PROPOSED-LIMIT.

      *    Limits are proposed in whole hundreds, rounded up, and
      *    never below the floor.
       ROUND-UP-PROPOSED-LIMIT.
           COMPUTE WS-HUNDREDS = (WS-PROPOSED-LIMIT + 99.99) / 100.
           COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100.
           IF WS-PROPOSED-LIMIT < WS-MINIMUM-LIMIT
               MOVE WS-MINIMUM-LIMIT TO WS-PROPOSED-LIMIT
           END-IF.

      *    A no-limit account with a year of sales gets a first
      *    limit whatever its score - a poor payer is exactly who
      *    most needs one. A good payer whose orders are being held
      *    has a limit set too low whatever the sales sizing says,
      *    so the proposal is at least enough to release the holds.
      *    A well-scored customer who is simply buying less is not
      *    cut for it.
       DECIDE-RECOMMENDATION.
           MOVE SPACES TO WS-RECOMMENDATION.
           IF CUST-CREDIT-LIMIT NOT > 0
               IF WS-SALES-12M > 0
                   MOVE 'FIRST' TO WS-RECOMMENDATION
               END-IF
           ELSE
               IF WS-SCORE >= WS-GOOD-SCORE AND WS-HELD-COUNT > 0
                   AND WS-PROPOSED-LIMIT <
                       CUST-CREDIT-LIMIT + WS-HELD-AMOUNT
                   COMPUTE WS-PROPOSED-LIMIT =
                       CUST-CREDIT-LIMIT + WS-HELD-AMOUNT
                   PERFORM ROUND-UP-PROPOSED-LIMIT
               END-IF
               COMPUTE WS-UPPER-BOUND = CUST-CREDIT-LIMIT * 1.10
               COMPUTE WS-LOWER-BOUND = CUST-CREDIT-LIMIT * 0.90
               EVALUATE TRUE
                   WHEN WS-SCORE >= WS-RAISE-SCORE
                       AND WS-PROPOSED-LIMIT > WS-UPPER-BOUND
                       MOVE 'RAISE' TO WS-RECOMMENDATION
                   WHEN WS-SCORE < WS-RAISE-SCORE
                       AND WS-PROPOSED-LIMIT < WS-LOWER-BOUND
                       MOVE 'CUT' TO WS-RECOMMENDATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE WS-RECOMMENDATION
               WHEN 'FIRST'
                   ADD 1 TO WS-FIRST-LIMITS
                   PERFORM WRITE-RECOMMENDATION
               WHEN 'RAISE'
                   ADD 1 TO WS-RAISES
                   PERFORM WRITE-RECOMMENDATION
               WHEN 'CUT'
                   ADD 1 TO WS-CUTS
                   PERFORM WRITE-RECOMMENDATION
               WHEN OTHER
                   ADD 1 TO WS-NO-CHANGE
           END-EVALUATE.

       WRITE-RECOMMENDATION.
           MOVE SPACES TO LIMIT-PENDING-RECORD.
           MOVE WS-CURRENT-CUST TO LMP-CUST-ID.
           MOVE WS-RECOMMENDATION TO LMP-ACTION.
           IF CUST-CREDIT-LIMIT > 0
               MOVE CUST-CREDIT-LIMIT TO LMP-CURRENT-LIMIT
           ELSE
               MOVE 0 TO LMP-CURRENT-LIMIT
           END-IF.
           MOVE WS-PROPOSED-LIMIT TO LMP-PROPOSED-LIMIT.
           MOVE WS-SCORE TO LMP-SCORE.
           MOVE WS-SALES-12M TO LMP-SALES-12M.
           IF WS-OVERDUE > 0
               MOVE WS-OVERDUE TO LMP-OVERDUE
           ELSE
               MOVE 0 TO LMP-OVERDUE
           END-IF.
           MOVE WS-NSF-COUNT TO LMP-NSF-COUNT.
           MOVE WS-HELD-COUNT TO LMP-HELD-COUNT.
           MOVE 'CREDIT-REVIEW' TO LMP-REQUESTED-BY.
           MOVE WS-RUN-TIMESTAMP TO LMP-REQUESTED-AT.
           WRITE LIMIT-PENDING-RECORD.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE LIMPEND.DAT STATUS='
                   WS-PENDING-STATUS ' CUST=' WS-CURRENT-CUST
           END-IF.
