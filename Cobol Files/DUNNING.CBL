       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'DUNWK.DAT'.
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
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'DUNSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT DUNNING-HISTORY ASSIGN TO 'DUNHIST.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DUN-CUST-ID
           FILE STATUS IS WS-HIST-STATUS.
      *    The print file the mail room runs off - one letter per
      *    page.
           SELECT LETTER-FILE ASSIGN TO 'DUNNING.PRT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

      *    Same fixed offsets as ORDLEDG.cpy, re-declared under SL-
      *    names for the sort keys - customer ascending, posting
      *    time DESCENDING, exactly as AR-AGING-REPORT sorts, so a
      *    letter quotes the buckets the aging shows.
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

       FD DUNNING-HISTORY.
       COPY "DUNHIST.cpy".

       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).

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
       01 WS-CUST-STATUS   PIC XX.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-HIST-ON-FILE  PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE      PIC 9(8).
       01 WS-RUN-CYCLE     PIC X(6).
       01 WS-RUN-DATE-INT  PIC S9(7).
       01 WS-LINE-DATE     PIC 9(8).
       01 WS-LINE-AGE-DAYS PIC S9(7).

       01 WS-CURRENT-CUST  PIC X(10) VALUE SPACES.
       01 WS-TBL-BALANCE   PIC S9(9)V99 COMP-3.
       01 WS-AMOUNT-OWED   PIC S9(9)V99 VALUE 0.
       01 WS-UNALLOCATED   PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-OVERDUE PIC S9(9)V99 VALUE 0.
       01 WS-TIER          PIC 9(1) VALUE 0.

      *    One customer's balance cut four ways - current, 30, 60
      *    and 90-plus days - by the newest-first allocation
      *    AR-AGING-REPORT uses.
       01 WS-CUST-BUCKETS.
           05 WS-CB-AMOUNT OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-BUCKET-IX     PIC 9(1) VALUE 0.

      *    The ledger orders that make up the overdue money, kept
      *    for the letter's itemised list. Orders past the table's
      *    capacity still count toward the overdue total, and the
      *    letter says how many more there are.
       01 WS-OD-COUNT      PIC 9(3) VALUE 0.
       01 WS-OD-IDX        PIC 9(3) VALUE 0.
       01 WS-OD-OMITTED    PIC 9(5) VALUE 0.
       01 WS-OD-TABLE.
           05 WS-OD-ENTRY OCCURS 30 TIMES.
               10 WS-OD-ORDER-ID PIC X(8).
               10 WS-OD-DATE     PIC X(8).
               10 WS-OD-DAYS     PIC S9(7).
               10 WS-OD-AMOUNT   PIC S9(9)V99.

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-OVERDUE PIC 9(7) VALUE 0.
           05 WS-FIRST-NOTICES     PIC 9(7) VALUE 0.
           05 WS-SECOND-NOTICES    PIC 9(7) VALUE 0.
           05 WS-FINAL-DEMANDS     PIC 9(7) VALUE 0.
           05 WS-ALREADY-DUNNED    PIC 9(7) VALUE 0.
           05 WS-NOT-DUNNED        PIC 9(7) VALUE 0.

       01 WS-MONEY-EDIT    PIC Z(6)9.99.
       01 WS-OMIT-EDIT     PIC Z(4)9.

       01 WS-ITEM-LINE.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 IL-ORDER-ID   PIC X(8).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 IL-DATE       PIC X(8).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 IL-DAYS       PIC Z(4)9.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 IL-AMOUNT     PIC Z(6)9.99.
           05 FILLER        PIC X(33) VALUE SPACES.

      * Month-end dunning run. The posted debits on ORDLEDG.DAT are
      * allocated against each customer's outstanding balance
      * exactly as AR-AGING-REPORT allocates them, and the oldest
      * bucket holding overdue money picks the letter: 30 days a
      * first notice, 60 days a second notice, 90-plus a final
      * demand. Each letter goes to DUNNING.PRT addressed from the
      * customer master's CUST-NAME and CUST-ADDRESS, itemising the
      * overdue ledger order IDs. DUNHIST.KSDS records the highest
      * tier sent to each customer in the current YYYYMM cycle, so
      * a rerun - or a second run in the same month - never sends
      * anyone the same letter twice. Archived accounts are not
      * written to.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-CYCLE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DUNNING.PRT STATUS='
                   WS-LETTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
               MOVE 'DUNNING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E089' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE LETTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-DUNNING-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
               CLOSE CUSTOMER-FILE
               CLOSE LETTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SL-CUST-ID
               ON DESCENDING KEY SL-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-POSTED-DEBITS
               GIVING SORTED-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               CLOSE DUNNING-HISTORY
               CLOSE CUSTOMER-FILE
               CLOSE LETTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SORTED-LEDGER-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED LEDGER STATUS='
                   WS-SORTED-STATUS
               CLOSE DUNNING-HISTORY
               CLOSE CUSTOMER-FILE
               CLOSE LETTER-FILE
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
                       PERFORM ALLOCATE-ONE-DEBIT
               END-READ
           END-PERFORM.

           CLOSE SORTED-LEDGER-FILE.
           CLOSE DUNNING-HISTORY.
           CLOSE CUSTOMER-FILE.
           CLOSE LETTER-FILE.
           DISPLAY 'DUNNING-LETTERS - OVERDUE ' WS-CUSTOMERS-OVERDUE
               ' FIRST ' WS-FIRST-NOTICES
               ' SECOND ' WS-SECOND-NOTICES
               ' FINAL ' WS-FINAL-DEMANDS
               ' ALREADY SENT ' WS-ALREADY-DUNNED
               ' NOT SENT ' WS-NOT-DUNNED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *    Created empty on the very first run, so the first cycle
      *    finds no one already written to.
       OPEN-DUNNING-HISTORY.
           OPEN I-O DUNNING-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT DUNNING-HISTORY
               CLOSE DUNNING-HISTORY
               OPEN I-O DUNNING-HISTORY
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DUNHIST.KSDS STATUS='
                   WS-HIST-STATUS
               MOVE 'DUNNING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E090' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN DUNHIST.KSDS STATUS='
                   WS-HIST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    The same debits AR-AGING-REPORT ages: posted sales, debit
      *    adjustments and finance charges.
       RELEASE-POSTED-DEBITS.
           PERFORM OPEN-DISPUTE-FILE.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'DUNNING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E091' TO ERR-CODE
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
           END-PERFORM.
           MOVE 0 TO WS-OD-COUNT.
           MOVE 0 TO WS-OD-OMITTED.
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

       ALLOCATE-ONE-DEBIT.
           IF SR-ORDER-TYPE = 'X'
               SUBTRACT SR-AMOUNT FROM WS-AMOUNT-OWED
               SUBTRACT SR-AMOUNT FROM WS-UNALLOCATED
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
           IF WS-BUCKET-IX > 1
               IF WS-OD-COUNT < 30
                   ADD 1 TO WS-OD-COUNT
                   MOVE SR-ORDER-ID TO WS-OD-ORDER-ID(WS-OD-COUNT)
                   MOVE SR-TIMESTAMP(1:8) TO WS-OD-DATE(WS-OD-COUNT)
                   MOVE WS-LINE-AGE-DAYS TO WS-OD-DAYS(WS-OD-COUNT)
                   MOVE WS-ALLOC-AMOUNT TO WS-OD-AMOUNT(WS-OD-COUNT)
               ELSE
                   ADD 1 TO WS-OD-OMITTED
               END-IF
           END-IF.

      *    Money older than anything on the ledger is 90-plus, as
      *    in the aging - it has no order ID to quote, so the letter
      *    lists it as a brought-forward balance.
       CLOSE-OUT-CUSTOMER.
           IF WS-UNALLOCATED > 0
               ADD WS-UNALLOCATED TO WS-CB-AMOUNT(4)
           END-IF.
           COMPUTE WS-TOTAL-OVERDUE = WS-CB-AMOUNT(2)
               + WS-CB-AMOUNT(3) + WS-CB-AMOUNT(4).
           EVALUATE TRUE
               WHEN WS-CB-AMOUNT(4) > 0
                   MOVE 3 TO WS-TIER
               WHEN WS-CB-AMOUNT(3) > 0
                   MOVE 2 TO WS-TIER
               WHEN WS-CB-AMOUNT(2) > 0
                   MOVE 1 TO WS-TIER
               WHEN OTHER
                   MOVE 0 TO WS-TIER
           END-EVALUATE.
           IF WS-TIER > 0
               ADD 1 TO WS-CUSTOMERS-OVERDUE
               PERFORM DECIDE-LETTER
           END-IF.

      *    A customer already sent this tier (or a harder one) this
      *    cycle is left alone; a customer who has slipped a bucket
      *    since the last letter gets the next tier up.
       DECIDE-LETTER.
           MOVE WS-CURRENT-CUST TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '23' TO WS-CUST-STATUS
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-NOT-DUNNED
               MOVE 'DUNNING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E092' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'OVERDUE CUSTOMER NOT ON MASTER - NO LETTER '
                   'CUST=' WS-CURRENT-CUST
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               IF CUST-STATUS = 'ARCHIVED'
                   ADD 1 TO WS-NOT-DUNNED
               ELSE
                   PERFORM READ-DUNNING-HISTORY
                   IF WS-HIST-ON-FILE = 'YES'
                       AND DUN-CYCLE = WS-RUN-CYCLE
                       AND DUN-CYCLE-TIER >= WS-TIER
                       ADD 1 TO WS-ALREADY-DUNNED
                   ELSE
                       PERFORM WRITE-LETTER
                       PERFORM RECORD-DUNNING-HISTORY
                   END-IF
               END-IF
           END-IF.

       READ-DUNNING-HISTORY.
           MOVE WS-CURRENT-CUST TO DUN-CUST-ID.
           READ DUNNING-HISTORY
               INVALID KEY
                   MOVE 'NO' TO WS-HIST-ON-FILE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-HIST-ON-FILE
           END-READ.
           IF WS-HIST-ON-FILE = 'NO'
               MOVE SPACES TO DUNNING-HISTORY-RECORD
               MOVE WS-CURRENT-CUST TO DUN-CUST-ID
               MOVE 0 TO DUN-CYCLE-TIER
               MOVE 0 TO DUN-LETTERS-SENT
           END-IF.

       RECORD-DUNNING-HISTORY.
           MOVE WS-RUN-CYCLE TO DUN-CYCLE.
           MOVE WS-TIER TO DUN-CYCLE-TIER.
           MOVE WS-RUN-DATE TO DUN-LAST-SENT.
           ADD 1 TO DUN-LETTERS-SENT.
           EVALUATE WS-TIER
               WHEN 1
                   MOVE WS-RUN-DATE TO DUN-FIRST-NOTICE-DATE
               WHEN 2
                   MOVE WS-RUN-DATE TO DUN-SECOND-NOTICE-DATE
               WHEN 3
                   MOVE WS-RUN-DATE TO DUN-FINAL-DEMAND-DATE
           END-EVALUATE.
           IF WS-HIST-ON-FILE = 'YES'
               REWRITE DUNNING-HISTORY-RECORD
           ELSE
               WRITE DUNNING-HISTORY-RECORD
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'DUNNING' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E093' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'DUNNING HISTORY NOT UPDATED CUST='
                   WS-CURRENT-CUST ' STATUS=' WS-HIST-STATUS
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       WRITE-LETTER.
           EVALUATE WS-TIER
               WHEN 1
                   ADD 1 TO WS-FIRST-NOTICES
               WHEN 2
                   ADD 1 TO WS-SECOND-NOTICES
               WHEN 3
                   ADD 1 TO WS-FINAL-DEMANDS
           END-EVALUATE.
           MOVE SPACES TO LETTER-RECORD.
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-RECORD.
           WRITE LETTER-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE CUST-NAME TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE CUST-STREET TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE SPACES TO LETTER-RECORD
               STRING CUST-CITY DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-STATE DELIMITED BY ' '
                   '  ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY SIZE
                   INTO LETTER-RECORD
               WRITE LETTER-RECORD
           ELSE
               MOVE CUST-ADDRESS-TEXT TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING 'ACCOUNT: ' CUST-ID
               DELIMITED BY SIZE INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           PERFORM WRITE-LETTER-WORDING.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE '    ORDER       DATE        DAYS      AMOUNT'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               MOVE WS-OD-ORDER-ID(WS-OD-IDX) TO IL-ORDER-ID
               MOVE WS-OD-DATE(WS-OD-IDX) TO IL-DATE
               MOVE WS-OD-DAYS(WS-OD-IDX) TO IL-DAYS
               MOVE WS-OD-AMOUNT(WS-OD-IDX) TO IL-AMOUNT
               MOVE WS-ITEM-LINE TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-PERFORM.
           IF WS-OD-OMITTED > 0
               MOVE SPACES TO LETTER-RECORD
               MOVE WS-OD-OMITTED TO WS-OMIT-EDIT
               STRING '    PLUS ' WS-OMIT-EDIT
                   ' FURTHER OVERDUE ORDER(S)'
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           IF WS-UNALLOCATED > 0
               MOVE SPACES TO LETTER-RECORD
               MOVE WS-UNALLOCATED TO WS-MONEY-EDIT
               STRING '    BALANCE BROUGHT FORWARD         '
                   WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE 0 TO WS-UNALLOCATED
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-TOTAL-OVERDUE TO WS-MONEY-EDIT.
           STRING 'TOTAL NOW OVERDUE: ' WS-MONEY-EDIT
               DELIMITED BY SIZE INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-AMOUNT-OWED TO WS-MONEY-EDIT.
           STRING 'TOTAL BALANCE OWING: ' WS-MONEY-EDIT
               DELIMITED BY SIZE INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'ACCOUNTS RECEIVABLE' TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       WRITE-LETTER-WORDING.
           EVALUATE WS-TIER
               WHEN 1
                   MOVE 'FIRST NOTICE - PAYMENT OVERDUE'
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'Our records show the orders below are more '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'than 30 days past due. If you have already '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'paid, please accept our thanks and ignore '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'this notice.' TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN 2
                   MOVE 'SECOND NOTICE - PAYMENT SERIOUSLY OVERDUE'
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'The orders below are now more than 60 days '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'past due. Please pay the overdue amount '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'within 14 days or contact us to discuss it.'
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN 3
                   MOVE 'FINAL DEMAND' TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'Despite earlier reminders the orders below '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'are more than 90 days past due. Unless the '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'overdue amount is paid within 7 days your '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'account may be placed on hold and referred '
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE 'for collection.' TO LETTER-RECORD
                   WRITE LETTER-RECORD
           END-EVALUATE.
