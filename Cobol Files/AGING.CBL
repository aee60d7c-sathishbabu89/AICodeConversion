       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The keyed ledger, read front to back - it is already in
      *    customer order, so the sort only has dates to settle.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'AGINGWK.DAT'.
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
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'AGINGSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'AGING.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
      *    The same buckets as the report lines, one line per
      *    customer, for CREDIT-AUTO-HOLD to act on.
           SELECT AGE-BUCKET-FILE ASSIGN TO 'AGEBKT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUCKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

      *    Same fixed offsets as ORDLEDG.cpy, re-declared under SL-
      *    names for the sort keys - customer ascending, posting
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
           05 SR-OUTCOME     PIC X(8).
           05 FILLER         PIC X(1).
           05 SR-REASON      PIC X(40).
           05 FILLER         PIC X(1).
           05 SR-TAX-AMOUNT  PIC X(9).
           05 FILLER         PIC X(1).
           05 SR-TAX-REGION  PIC X(10).

       FD AGING-REPORT.
       01 AGING-REPORT-RECORD PIC X(110).

       FD AGE-BUCKET-FILE.
       COPY "AGEBKT.cpy".

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LEDGER-STATUS PIC XX.
       COPY "ORDLEDG.cpy".
       01 WS-SORTED-STATUS PIC XX.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTES-ON   PIC X(3) VALUE 'NO'.
       01 WS-DISPUTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-LINE-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-OPEN-ITEMS-ON PIC X(3) VALUE 'NO'.
       01 WS-DISPUTED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-BUCKET-STATUS PIC XX.
       01 WS-BUCKETS-ON    PIC X(3) VALUE 'NO'.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE      PIC 9(8).
           05 CL-AMOUNT     PIC -(8)9.99.
           05 FILLER        PIC X(17) VALUE SPACES.

      * Accounts-receivable aging off the posting dates in the order
      * ledger, as of the business date rather than the day the report
      * happens to be run: each customer's outstanding balance (the
      * amount CUSTOMER_TABLE shows them below zero) is bucketed into
      * current / 30 / 60 / 90-plus days by allocating it to their
      * newest sales and debit adjustments first - the standard
      * newest-first convention, since returns, payments and credits
      * settle the oldest charges as they arrive. Outstanding money
      * older than anything on the ledger lands in the 90-plus bucket.
      * Subtotaled by CUST-REGION, with a flagged section of 90-plus
      * accounts collections can work as a call list. Amounts under an
      * open dispute case are held out of the buckets until the case is
      * closed, and totalled at the foot of the subtotals. A sale
      * LOCKBOX-APPLY has put cash against counts only at its open-item
      * balance, so paid invoices fall out and the balance ages against
      * the ones still unpaid. Runs every night in the chain as well as
      * for the month: the same buckets go to AGEBKT.DAT, one line per
      * customer owing, for CREDIT-AUTO-HOLD to put seriously overdue
      * accounts on credit hold and lift the hold once they are paid
      * down.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           INITIALIZE WS-GRAND-BUCKETS.
               ON DESCENDING KEY SL-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-POSTED-DEBITS
               GIVING SORTED-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SORTED-LEDGER-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED LEDGER STATUS='
                   WS-SORTED-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF WS-RPT-STATUS NOT = '00'
                   WS-RPT-STATUS
               CLOSE SORTED-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-BUCKET-EXTRACT.

           PERFORM WRITE-REPORT-HEADING.

           CLOSE AGING-REPORT.
           DISPLAY 'AR-AGING-REPORT - ' WS-CUSTOMERS-AGED
               ' CUSTOMER(S) WITH OUTSTANDING BALANCES'.
           IF WS-BUCKETS-ON = 'YES'
               CLOSE AGE-BUCKET-FILE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Only posted sales, debit adjustments and finance charges
      *    carry charges worth aging; everything else on the ledger
      *    settles or documents them.
       RELEASE-POSTED-DEBITS.
           PERFORM OPEN-DISPUTE-FILE.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.KSDS '
                   'STATUS='
                   WS-LEDGER-STATUS
               MOVE 'ARAGING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E044' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ LEDGER-KSDS-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                           IF (LGR-OUTCOME = 'POSTED'
                               OR LGR-OUTCOME = 'ADJUST')
                               AND (LGR-ORDER-TYPE = 'S'
                                   OR LGR-ORDER-TYPE = 'D'
                                   OR LGR-ORDER-TYPE = 'F')
                               MOVE LEDGER-RECORD TO SL-RECORD
                               PERFORM TAKE-POSTING-DATE
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
               CLOSE LEDGER-KSDS-FILE
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

      *    A line is aged from the business day it was posted to;
      *    lines from before the business date was kept have only
      *    their timestamp's date.
       TAKE-POSTING-DATE.
           IF LGR-POSTING-DATE NOT = SPACES
               MOVE LGR-POSTING-DATE TO SL-TIMESTAMP(1:8)
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
                       PERFORM TAKE-POSTING-DATE
                       COMPUTE SL-AMOUNT =
                           WS-LINE-AMOUNT - WS-DISPUTED-AMOUNT
                   END-IF
           END-READ.

       START-NEW-CUSTOMER.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
      *    Newest debit first: as much of the remaining outstanding
      *    amount as this debit covers is aged by its posting date.
       ALLOCATE-ONE-DEBIT.
           IF SR-ORDER-TYPE = 'X'
               SUBTRACT SR-AMOUNT FROM WS-AMOUNT-OWED
               SUBTRACT SR-AMOUNT FROM WS-UNALLOCATED
               ADD SR-AMOUNT TO WS-DISPUTED-TOTAL
           END-IF.
           IF WS-UNALLOCATED > 0 AND SR-ORDER-TYPE NOT = 'X'
               IF SR-AMOUNT < WS-UNALLOCATED
                   MOVE SR-AMOUNT TO WS-ALLOC-AMOUNT
               ELSE
           IF WS-AMOUNT-OWED > 0
               ADD 1 TO WS-CUSTOMERS-AGED
               PERFORM WRITE-CUSTOMER-LINE
               PERFORM WRITE-BUCKET-LINE
               PERFORM ADD-TO-REGION-TOTALS
               IF WS-CB-AMOUNT(4) > 0
                   PERFORM ADD-TO-CALL-LIST
               END-IF
           END-IF.

      *    A report that cannot be acted on is still worth
      *    printing, so a missing extract is a warning and RC 4 -
      *    CREDIT-AUTO-HOLD then finds yesterday's (or no) as-of
      *    line and refuses to run on it.
       OPEN-BUCKET-EXTRACT.
           MOVE 'NO' TO WS-BUCKETS-ON.
           OPEN OUTPUT AGE-BUCKET-FILE.
           IF WS-BUCKET-STATUS = '00'
               MOVE 'YES' TO WS-BUCKETS-ON
               MOVE SPACES TO AGE-BUCKET-RECORD
               MOVE WS-RUN-DATE TO AGB-AS-OF-DATE
               PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                       UNTIL WS-BUCKET-IX > 4
                   MOVE 0 TO AGB-AMOUNT(WS-BUCKET-IX)
               END-PERFORM
               WRITE AGE-BUCKET-RECORD
           ELSE
               DISPLAY 'WARNING: UNABLE TO OPEN AGEBKT.DAT STATUS='
                   WS-BUCKET-STATUS ' - NO BUCKET EXTRACT'
               MOVE 'ARAGING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E148' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN AGEBKT.DAT STATUS='
                   WS-BUCKET-STATUS ' - NO BUCKET EXTRACT'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       WRITE-BUCKET-LINE.
           IF WS-BUCKETS-ON = 'YES'
               MOVE SPACES TO AGE-BUCKET-RECORD
               MOVE WS-CURRENT-CUST TO AGB-CUST-ID
               MOVE WS-RUN-DATE TO AGB-AS-OF-DATE
               PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                       UNTIL WS-BUCKET-IX > 4
                   MOVE WS-CB-AMOUNT(WS-BUCKET-IX)
                       TO AGB-AMOUNT(WS-BUCKET-IX)
               END-PERFORM
               WRITE AGE-BUCKET-RECORD
           END-IF.

       WRITE-CUSTOMER-LINE.
           MOVE WS-CURRENT-CUST TO DL-CUST-ID.
           MOVE WS-CUST-REGION TO DL-REGION.
           MOVE WS-GB-AMOUNT(4) TO DL-BUCKET-4.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           IF WS-DISPUTED-TOTAL > 0
               MOVE SPACES TO AGING-REPORT-RECORD
               MOVE WS-DISPUTED-TOTAL TO DL-BUCKET-1
               STRING 'OPEN DISPUTES HELD OUT OF AGING: '
                   DL-BUCKET-1 DELIMITED BY SIZE
                   INTO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF.

       WRITE-CALL-LIST.
           MOVE SPACES TO AGING-REPORT-RECORD.
