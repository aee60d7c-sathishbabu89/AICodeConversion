       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-CHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'FINCHWK.DAT'.
      *    Open dispute cases, looked up by order ID as the ledger
      *    is read - a disputed amount is held back from the
      *    balance being chased until the case is closed.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-ORDER-ID
           ALTERNATE RECORD KEY IS DSP-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-DISPUTE-STATUS.
      *    Open-item balances kept by LOCKBOX-APPLY - a sale the
      *    lockbox has paid down only owes what is still open on it.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'FINCHSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
      *    The master is read only for CUST-STATUS - balances come
      *    from CUSTOMER_TABLE, which is authoritative for them.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    One-line counter behind the finance-charge order IDs, the
      *    same scheme BALANCE-ADJUST keeps in ADJSEQ.DAT, so every
      *    charge on the cumulative ledger has its own number.
           SELECT FIN-SEQ-FILE ASSIGN TO 'FINSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.
           SELECT CHARGE-REGISTER ASSIGN TO 'FINCHG.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

      *    Same fixed offsets as ORDLEDG.cpy, re-declared under SL-
      *    names for the sort keys - customer ascending, posting
      *    time DESCENDING, exactly as AR-AGING-REPORT sorts, so the
      *    buckets charged here are the buckets the aging shows.
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
           05 FILLER         PIC X(1).
           05 SL-TAX-AMOUNT  PIC X(9).
           05 FILLER         PIC X(1).
           05 SL-TAX-REGION  PIC X(10).

       FD DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

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
           05 FILLER         PIC X(1).
           05 SR-TAX-AMOUNT  PIC X(9).
           05 FILLER         PIC X(1).
           05 SR-TAX-REGION  PIC X(10).

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD FIN-SEQ-FILE.
       01 FIN-SEQ-RECORD PIC 9(6).

       FD CHARGE-REGISTER.
       01 CHARGE-REGISTER-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LEDGER-STATUS PIC XX.
       01 WS-SORTED-STATUS PIC XX.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTES-ON   PIC X(3) VALUE 'NO'.
       01 WS-DISPUTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-LINE-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-OPEN-ITEMS-ON PIC X(3) VALUE 'NO'.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-SEQ-STATUS    PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE      PIC 9(8).
       01 WS-RUN-MONTH     PIC X(6).
       01 WS-RUN-DATE-INT  PIC S9(7).
       01 WS-LINE-DATE     PIC 9(8).
       01 WS-LINE-AGE-DAYS PIC S9(7).

      *    Monthly rate per overdue bucket, as a fraction (0.0100 is
      *    one per cent a month), and the smallest charge worth
      *    raising - below it the charge costs more to send out and
      *    argue about than it brings in. Current money is never
      *    charged.
       01 WS-RATE-30       PIC V9(4) VALUE .0100.
       01 WS-RATE-60       PIC V9(4) VALUE .0150.
       01 WS-RATE-90       PIC V9(4) VALUE .0200.
       01 WS-MINIMUM-CHARGE PIC 9(5)V99 VALUE 1.00.

       01 WS-CURRENT-CUST  PIC X(10) VALUE SPACES.
       01 WS-TBL-BALANCE   PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-OWED   PIC S9(9)V99 VALUE 0.
       01 WS-UNALLOCATED   PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ALREADY-CHARGED PIC X(3) VALUE 'NO'.
       01 WS-CHARGE-ACTION PIC X(20).

      *    One customer's balance cut four ways - current, 30, 60
      *    and 90-plus days - by the same newest-first allocation
      *    AR-AGING-REPORT uses. Earlier finance charges age like
      *    any other debit, but their share of each bucket is kept
      *    apart in WS-CB-FEES and left out of the chargeable
      *    amount, so a charge is never itself charged for.
       01 WS-CUST-BUCKETS.
           05 WS-CB-AMOUNT OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-CUST-FEES.
           05 WS-CB-FEES   OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-CHARGEABLE.
           05 WS-CB-CHARGEABLE OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-BUCKET-IX     PIC 9(1) VALUE 0.

       01 WS-FIN-ID        PIC X(8).
       01 WS-FIN-SEQ       PIC 9(6) VALUE 0.
       01 WS-SQLCODE-DISPLAY PIC -(8)9.

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-OVERDUE PIC 9(7) VALUE 0.
           05 WS-CHARGES-POSTED    PIC 9(7) VALUE 0.
           05 WS-SKIPPED-STATUS    PIC 9(7) VALUE 0.
           05 WS-SKIPPED-MINIMUM   PIC 9(7) VALUE 0.
           05 WS-SKIPPED-OTHER     PIC 9(7) VALUE 0.
           05 WS-CHARGE-FAILURES   PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHARGED PIC S9(11)V99 VALUE 0.

       01 WS-REGISTER-LINE.
           05 RL-CUST-ID    PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-BUCKET-2   PIC -(8)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-BUCKET-3   PIC -(8)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-BUCKET-4   PIC -(8)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-CHARGE     PIC -(8)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-ORDER-ID   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RL-ACTION     PIC X(20).
           05 FILLER        PIC X(12) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL      PIC X(20).
           05 TL-COUNT      PIC Z(6)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 TL-AMOUNT     PIC -(10)9.99.
           05 FILLER        PIC X(67) VALUE SPACES.

      * Month-end finance charges on overdue balances. The posted
      * debits on ORDLEDG.DAT are aged exactly as AR-AGING-REPORT
      * ages them, and each customer's 30, 60 and 90-plus day
      * money is charged at that bucket's monthly rate. A charge
      * is posted to CUSTOMER_TABLE (pulling BALANCE down, as a
      * sale does) and written to the ledger as order type 'F'
      * with outcome POSTED under its own 'FC' order ID, so
      * statements show it as a line and next month's aging ages
      * it. ARCHIVED and SUSPENDED accounts are not charged, nor
      * is any charge under the minimum; every overdue customer,
      * charged or not, is listed on the FINCHG.RPT register with
      * the reason. A customer who already carries a finance charge
      * posted this calendar month is passed over, so a rerun of
      * the month-end step never charges anyone twice.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

           OPEN OUTPUT CHARGE-REGISTER.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN FINCHG.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
               MOVE 'FINCHRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E086' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CHARGE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SL-CUST-ID
               ON DESCENDING KEY SL-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-POSTED-DEBITS
               GIVING SORTED-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               CLOSE CUSTOMER-FILE
               CLOSE CHARGE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SORTED-LEDGER-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED LEDGER STATUS='
                   WS-SORTED-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE CHARGE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-REGISTER-HEADING.

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
                       PERFORM ALLOCATE-ONE-DEBIT
               END-READ
           END-PERFORM.

           CLOSE SORTED-LEDGER-FILE.
           CLOSE CUSTOMER-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE CHARGE-REGISTER.
           DISPLAY 'FINANCE-CHARGE - OVERDUE ' WS-CUSTOMERS-OVERDUE
               ' CHARGED ' WS-CHARGES-POSTED
               ' SKIPPED ' WS-SKIPPED-STATUS
               ' BELOW MINIMUM ' WS-SKIPPED-MINIMUM.
           IF WS-CHARGE-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Posted sales, debit adjustments and earlier finance
      *    charges are the debits that age; payments, returns and
      *    credits only settle them.
       RELEASE-POSTED-DEBITS.
           PERFORM OPEN-DISPUTE-FILE.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'FINCHRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E087' TO ERR-CODE
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
                           IF (LGR-OUTCOME = 'POSTED'
                               OR LGR-OUTCOME = 'ADJUST')
                               AND (LGR-ORDER-TYPE = 'S'
                                   OR LGR-ORDER-TYPE = 'D'
                                   OR LGR-ORDER-TYPE = 'F')
                               MOVE LEDGER-RECORD TO SL-RECORD
                               IF WS-OPEN-ITEMS-ON = 'YES'
                                   AND LGR-ORDER-TYPE = 'S'
                                   PERFORM TAKE-OPEN-ITEM-BALANCE
                               END-IF
                               IF WS-DISPUTES-ON = 'YES'
                                   PERFORM HOLD-BACK-DISPUTED-AMOUNT
                               END-IF
                               IF SL-AMOUNT > 0
                                   RELEASE SL-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
           END-IF.
           IF WS-DISPUTES-ON = 'YES'
               CLOSE DISPUTE-FILE
           END-IF.
           IF WS-OPEN-ITEMS-ON = 'YES'
               CLOSE OPEN-ITEM-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

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

      *    A sale with an open-item record owes only what the
      *    lockbox has left open on it - a paid item drops out and
      *    the customer's balance is spread over what is really
      *    unpaid. Sales with no record yet count in full.
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

      *    An open case on this charge takes its disputed amount off
      *    the line, and releases it again as a type 'X' marker
      *    stamped with an all-nines posting time - under the
      *    descending time key the marker sorts ahead of the
      *    customer's real debits, so the amount is deducted from
      *    what they owe before any of it is allocated to a bucket.
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
               MOVE 0 TO WS-CB-FEES(WS-BUCKET-IX)
           END-PERFORM.
           MOVE 'NO' TO WS-ALREADY-CHARGED.
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

      *    Newest debit first, as in AR-AGING-REPORT. A finance
      *    charge already posted this month marks the customer as
      *    done for the month, whatever it was allocated.
       ALLOCATE-ONE-DEBIT.
           IF SR-ORDER-TYPE = 'X'
               SUBTRACT SR-AMOUNT FROM WS-AMOUNT-OWED
               SUBTRACT SR-AMOUNT FROM WS-UNALLOCATED
           END-IF.
           IF SR-ORDER-TYPE = 'F'
               AND SR-TIMESTAMP(1:6) = WS-RUN-MONTH
               MOVE 'YES' TO WS-ALREADY-CHARGED
           END-IF.
           IF WS-UNALLOCATED > 0 AND SR-ORDER-TYPE NOT = 'X'
               IF SR-AMOUNT < WS-UNALLOCATED
                   MOVE SR-AMOUNT TO WS-ALLOC-AMOUNT
               ELSE
                   MOVE WS-UNALLOCATED TO WS-ALLOC-AMOUNT
               END-IF
               SUBTRACT WS-ALLOC-AMOUNT FROM WS-UNALLOCATED
               PERFORM AGE-LINE-INTO-BUCKET
           END-IF.

       AGE-LINE-INTO-BUCKET.
           IF SR-TIMESTAMP(1:8) IS NUMERIC
               MOVE SR-TIMESTAMP(1:8) TO WS-LINE-DATE
               COMPUTE WS-LINE-AGE-DAYS = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
           ELSE
               MOVE 99 TO WS-LINE-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-LINE-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-LINE-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-LINE-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
           END-EVALUATE.
           ADD WS-ALLOC-AMOUNT TO WS-CB-AMOUNT(WS-BUCKET-IX).
           IF SR-ORDER-TYPE = 'F'
               ADD WS-ALLOC-AMOUNT TO WS-CB-FEES(WS-BUCKET-IX)
           END-IF.

      *    Money older than anything on the ledger is 90-plus, as
      *    in the aging. A customer with nothing past 30 days owes
      *    nothing overdue and does not appear on the register.
       CLOSE-OUT-CUSTOMER.
           IF WS-UNALLOCATED > 0
               ADD WS-UNALLOCATED TO WS-CB-AMOUNT(4)
               MOVE 0 TO WS-UNALLOCATED
           END-IF.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               COMPUTE WS-CB-CHARGEABLE(WS-BUCKET-IX) =
                   WS-CB-AMOUNT(WS-BUCKET-IX)
                   - WS-CB-FEES(WS-BUCKET-IX)
           END-PERFORM.
           IF WS-CB-CHARGEABLE(2) > 0 OR WS-CB-CHARGEABLE(3) > 0
               OR WS-CB-CHARGEABLE(4) > 0
               ADD 1 TO WS-CUSTOMERS-OVERDUE
               PERFORM DECIDE-CUSTOMER-CHARGE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       DECIDE-CUSTOMER-CHARGE.
           MOVE SPACES TO WS-FIN-ID.
           COMPUTE WS-CHARGE ROUNDED =
               WS-CB-CHARGEABLE(2) * WS-RATE-30
               + WS-CB-CHARGEABLE(3) * WS-RATE-60
               + WS-CB-CHARGEABLE(4) * WS-RATE-90.
           MOVE WS-CURRENT-CUST TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '99' TO WS-CUST-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN WS-ALREADY-CHARGED = 'YES'
                   MOVE 'SKIP - CHARGED' TO WS-CHARGE-ACTION
                   ADD 1 TO WS-SKIPPED-OTHER
               WHEN WS-CUST-STATUS NOT = '00'
                   MOVE 'SKIP - NOT ON MASTER' TO WS-CHARGE-ACTION
                   ADD 1 TO WS-SKIPPED-OTHER
               WHEN CUST-STATUS = 'ARCHIVED'
                   MOVE 'SKIP - ARCHIVED' TO WS-CHARGE-ACTION
                   ADD 1 TO WS-SKIPPED-STATUS
               WHEN CUST-STATUS = 'SUSPENDED'
                   MOVE 'SKIP - SUSPENDED' TO WS-CHARGE-ACTION
                   ADD 1 TO WS-SKIPPED-STATUS
               WHEN WS-CHARGE < WS-MINIMUM-CHARGE
                   MOVE 'SKIP - BELOW MINIMUM' TO WS-CHARGE-ACTION
                   ADD 1 TO WS-SKIPPED-MINIMUM
               WHEN OTHER
                   PERFORM POST-FINANCE-CHARGE
           END-EVALUATE.

      *    Same sign convention as a posted sale: the charge pulls
      *    BALANCE down. The ledger line is written only once DB2
      *    has taken the charge, so the two never disagree.
       POST-FINANCE-CHARGE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = BALANCE - :WS-CHARGE
               WHERE ID = :WS-CURRENT-CUST
           END-EXEC.
           IF SQLCODE = 0
               PERFORM NEXT-FINANCE-CHARGE-ID
               PERFORM WRITE-CHARGE-LEDGER
               MOVE 'CHARGED' TO WS-CHARGE-ACTION
               ADD 1 TO WS-CHARGES-POSTED
               ADD WS-CHARGE TO WS-TOTAL-CHARGED
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE 'FAILED - SQL ERROR' TO WS-CHARGE-ACTION
               ADD 1 TO WS-CHARGE-FAILURES
               MOVE 'FINCHRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E088' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'FINANCE CHARGE NOT POSTED CUST='
                   WS-CURRENT-CUST ' SQLCODE=' WS-SQLCODE-DISPLAY
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Read the last issued number, take the next, and persist
      *    it before the ledger line is written - as BALANCE-ADJUST
      *    does for its 'AJ' numbers.
       NEXT-FINANCE-CHARGE-ID.
           MOVE 0 TO WS-FIN-SEQ.
           OPEN INPUT FIN-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ FIN-SEQ-FILE
                   NOT AT END
                       IF FIN-SEQ-RECORD IS NUMERIC
                           MOVE FIN-SEQ-RECORD TO WS-FIN-SEQ
                       END-IF
               END-READ
               CLOSE FIN-SEQ-FILE
           END-IF.
           IF WS-FIN-SEQ >= 999999
               MOVE 0 TO WS-FIN-SEQ
           END-IF.
           ADD 1 TO WS-FIN-SEQ.
           OPEN OUTPUT FIN-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-FIN-SEQ TO FIN-SEQ-RECORD
               WRITE FIN-SEQ-RECORD
               CLOSE FIN-SEQ-FILE
           ELSE
               DISPLAY 'WARNING: UNABLE TO WRITE FINSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - SEQUENCE NOT PERSISTED'
           END-IF.
           MOVE SPACES TO WS-FIN-ID.
           STRING 'FC' WS-FIN-SEQ
               DELIMITED BY SIZE INTO WS-FIN-ID.

       WRITE-CHARGE-LEDGER.
           OPEN EXTEND ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT ORDER-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDER-LEDGER-FILE'
                   ' STATUS=' WS-LEDGER-STATUS
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-FIN-ID TO LGR-ORDER-ID
               MOVE WS-CURRENT-CUST TO LGR-CUST-ID
               MOVE 'F' TO LGR-ORDER-TYPE
               MOVE 0 TO LGR-ITEM-COUNT
               MOVE WS-CHARGE TO LGR-TOTAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP
               MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE
               MOVE 'POSTED' TO LGR-OUTCOME
               MOVE SPACES TO LGR-REASON-TEXT
               STRING 'Finance charge ' WS-RUN-MONTH
                   DELIMITED BY SIZE INTO LGR-REASON-TEXT
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'A' TO LWR-FUNCTION
                   MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
                   CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
               END-IF
               CLOSE ORDER-LEDGER-FILE
           END-IF.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO CHARGE-REGISTER-RECORD.
           STRING 'FINANCE CHARGE REGISTER AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE SPACES TO CHARGE-REGISTER-RECORD.
           STRING 'CUSTOMER         30 DAYS       60 DAYS'
               '      90+ DAYS        CHARGE  ORDER ID  ACTION'
               DELIMITED BY SIZE INTO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.

       WRITE-REGISTER-LINE.
           MOVE WS-CURRENT-CUST TO RL-CUST-ID.
           MOVE WS-CB-CHARGEABLE(2) TO RL-BUCKET-2.
           MOVE WS-CB-CHARGEABLE(3) TO RL-BUCKET-3.
           MOVE WS-CB-CHARGEABLE(4) TO RL-BUCKET-4.
           MOVE WS-CHARGE TO RL-CHARGE.
           MOVE WS-FIN-ID TO RL-ORDER-ID.
           MOVE WS-CHARGE-ACTION TO RL-ACTION.
           MOVE WS-REGISTER-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'OVERDUE CUSTOMERS' TO TL-LABEL.
           MOVE WS-CUSTOMERS-OVERDUE TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'CHARGES POSTED' TO TL-LABEL.
           MOVE WS-CHARGES-POSTED TO TL-COUNT.
           MOVE WS-TOTAL-CHARGED TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'SKIPPED - STATUS' TO TL-LABEL.
           MOVE WS-SKIPPED-STATUS TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'SKIPPED - MINIMUM' TO TL-LABEL.
           MOVE WS-SKIPPED-MINIMUM TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'SKIPPED - OTHER' TO TL-LABEL.
           MOVE WS-SKIPPED-OTHER TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
           MOVE 'FAILED' TO TL-LABEL.
           MOVE WS-CHARGE-FAILURES TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
           WRITE CHARGE-REGISTER-RECORD.
